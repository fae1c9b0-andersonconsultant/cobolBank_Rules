      *  only partially covered go to the exceptions report the legal
      *  desk works the same morning. Orders already processed (by
      *  case reference in sisbajud_orders) are skipped, so a re-fed
      *  file never doubles a blocking. The order file and the
      *  response go through the interface registry (FILEREG) - an
      *  order file already processed is refused whole.
      *
      *  Order-file layout (positions are 1-based):
      *    detail : case ref X(15) + document X(14) + amount 9(12)

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-ORDER-EOF            PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".
         01  WS-ACC-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-BLOCKED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-UNMATCHED-COUNT      PIC 9(6)  VALUE 0.
         01  WS-SKIPPED-COUNT        PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "SISBAJUD".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "SISBAJUD".
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SISBAJUD".
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-ORDER-IN-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP = "S"
                  PERFORM PROCESS-ORDER-FILE
                  IF WS-FILE-OK = "S"
                     PERFORM FINISH-INTERFACE-FILE
                     PERFORM REGISTER-RESPONSE-FILE
                  ELSE
                     PERFORM REJECT-INTERFACE-FILE
                  END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
            IF WS-ORDER-IN-STATUS NOT = "00"
               DISPLAY "#Arquivo de ordens nao encontrado ("
                  WS-ORDER-IN-STATUS ")"
               MOVE "N" TO WS-FILE-OK
               MOVE SPACES TO WS-FREG-REASON
               STRING "arquivo de ordens nao abriu - status "
                  WS-ORDER-IN-STATUS
                  DELIMITED BY SIZE INTO WS-FREG-REASON
               END-STRING
            ELSE
               OPEN OUTPUT RESPONSE-FILE
               OPEN OUTPUT EXCEPTION-FILE
               ADD 1 TO WS-BLOCKED-COUNT
            END-IF.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    lancamento - arquivo que esta interface ja processou e
      *    recusado aqui, mesmo reenviado com outro nome. Quem chama
      *    informa o caminho (e a sequencia do header, se houver).
            MOVE "RECEIVE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo nao processado: " WS-FREG-PATH
            END-IF.

         FINISH-INTERFACE-FILE.
      *    Arquivo processado - contagem e total provados pelo programa
      *    (quando informados) ficam no registro.
            MOVE "PROCESS" TO WS-FREG-FUNC
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Registro do arquivo " WS-FREG-FILE-ID
                  " nao encerrado - conferir na IFACE-MAINT"
            END-IF.

         REJECT-INTERFACE-FILE.
      *    Arquivo recusado pelas checagens do proprio programa - fica
      *    REJECTED com o motivo; sem registro aberto, o FILEREG
      *    registra o arquivo ja recusado.
            MOVE "REJECT" TO WS-FREG-FUNC
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         REGISTER-RESPONSE-FILE.
      *    Resposta ao SISBAJUD registrada como PRODUCED - o envio ao
      *    tribunal e a confirmacao ficam marcados na IFACE-MAINT.
            IF WS-ORDER-IN-STATUS = "00"
               MOVE WS-RESPONSE-PATH TO WS-FREG-PATH
               MOVE SPACES TO WS-FREG-REASON
               MOVE 0 TO WS-FREG-RECORDS
               MOVE 0 TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    Quem chama informa caminho, contagem e total de controle.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "conferir antes de enviar"
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

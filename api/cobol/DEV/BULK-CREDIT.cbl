      *  details already posted are found in bulk_run_details (by
      *  file, record number and account/amount reference) and their
      *  recorded outcome replayed into the return totals, so the
      *  final return file covers both passes as one run. The file
      *  and the return are also kept in the interface registry
      *  (FILEREG) with every other file in or out of the bank.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + company account 9(10) + credit date X(10)

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-RUN-OK               PIC X(1)  VALUE "S".
         01  WS-LED-FOUND            PIC X(1)  VALUE "N".
         01  WS-LED-WRITE-OK         PIC X(1)  VALUE "S".
             05  RTT-REJ-TOTAL       PIC 9(13)V99.
             05  FILLER              PIC X(17) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "BULK-CREDIT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "EMPRESA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "BULKCREDIT".
         MAIN-RTN.
            PERFORM LOAD-FILE-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-BULK-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM REGISTER-RUN
                     IF WS-RUN-OK = "S"
                        PERFORM POST-ALL-CREDITS
                        PERFORM FINISH-RUN
                        MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                        MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                        PERFORM FINISH-INTERFACE-FILE
                        PERFORM REGISTER-RETURN-FILE
                     ELSE
                        MOVE "corrida recusada no bulk_runs"
                           TO WS-FREG-REASON
                        PERFORM REJECT-INTERFACE-FILE
                     END-IF
                  END-IF
               ELSE IF WS-BULK-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-BULK-RECORD(2:20) TO WS-FREG-HEADER-SEQ
                        MOVE WS-HDR-ACCOUNT TO WS-COMPANY-ACCOUNT
                        MOVE WS-HDR-DATE    TO WS-RUN-DATE
                     WHEN "1"
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         REGISTER-RUN.
                  WS-RETURN-OUT-PATH
            END-IF.

         REGISTER-RETURN-FILE.
      *    O retorno da empresa tambem e arquivo de interface - sai
      *    registrado como PRODUCED, contagem e total dos desfechos.
            IF WS-RETURN-OPEN = "S"
               MOVE WS-RETURN-OUT-PATH TO WS-FREG-PATH
               MOVE SPACES TO WS-FREG-HEADER-SEQ
               MOVE SPACES TO WS-FREG-REASON
               COMPUTE WS-FREG-RECORDS =
                  WS-POSTED-COUNT + WS-REJECT-COUNT
               MOVE WS-PAID-TOTAL TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
            END-IF.

         FORWARD-IF-PORTABLE.
      *    Conta com portabilidade ATIVA (PORT-MAINT): o credito da
      *    folha sai imediatamente via post_ted_debit() e a linha
            WRITE REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

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

      *  post_reversal() the REVERSAL command uses, and lists anything
      *  the partner returned that we cannot match, for investigation -
      *  today those bounces arrive by phone and get fixed by hand.
      *  Each unmatched return is also opened as a suspense item
      *  (SUSPOPEN) so the back office works it at SUSP-MAINT. The
      *  file is registered in the interface registry (FILEREG)
      *  first - a return file already processed is refused.
      *
      *  Return-file layout (positions are 1-based):
      *    detail : posting reference X(20) + disposition X(1)

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visao do registro de retorno lido.
         01  WS-RETURN-RECORD.
             05  WS-RET-IN-REF       PIC X(20).

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RETURN-EOF           PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-ACCEPTED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-REVERSED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-UNMATCHED-COUNT      PIC 9(6)  VALUE 0.

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "SETTLE-RET".
             05  WS-SUSP-REF           PIC X(40) VALUE SPACES.
             05  WS-SUSP-DIRECTION     PIC X(1)  VALUE "N".
             05  WS-SUSP-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-SUSP-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-SUSP-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-SUSP-SESSION       PIC X(10) VALUE SPACES.
             05  WS-SUSP-ITEM-ID       PIC 9(9)  VALUE 0.
         01  WS-SUSP-DISP           PIC X(1)  VALUE SPACE.
         01  WS-SUSP-COUNT          PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "SETTLE-RET".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CAMARA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SETTLERET".
            PERFORM LOAD-FILE-PATHS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-RETURN-IN-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP = "S"
                  PERFORM MATCH-RETURN-FILE
                  IF WS-FILE-OK = "S"
                     PERFORM FINISH-INTERFACE-FILE
                  ELSE
                     PERFORM REJECT-INTERFACE-FILE
                  END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         MATCH-RETURN-FILE.
            IF WS-RETURN-IN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de retorno - status "
                  WS-RETURN-IN-STATUS
               MOVE "N" TO WS-FILE-OK
               MOVE SPACES TO WS-FREG-REASON
               STRING "arquivo de retorno nao abriu - status "
                  WS-RETURN-IN-STATUS
                  DELIMITED BY SIZE INTO WS-FREG-REASON
               END-STRING
            ELSE
               OPEN OUTPUT UNMATCHED-FILE
               MOVE "N" TO WS-RETURN-EOF
               DISPLAY "#Retornos rejeitados estornados: "
                  WS-REVERSED-COUNT
               DISPLAY "#Retornos sem casamento: " WS-UNMATCHED-COUNT
               DISPLAY "#Pendencias abertas em suspense: "
                  WS-SUSP-COUNT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-REVERSED-COUNT TO WS-LOG-VALUE
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-MATCH-COUNT = 0
               PERFORM WRITE-UNMATCHED-ITEM
               PERFORM SUSPEND-UNMATCHED-RETURN
            ELSE IF WS-RET-DISP = "R"
               PERFORM REVERSE-REJECTED-ITEM
            ELSE
            WRITE UNMATCHED-LINE
            ADD 1 TO WS-UNMATCHED-COUNT.

         OPEN-SUSPENSE-ITEM.
      *    Quem chama preenche WS-SUSP-DATA; a pendencia (e a postagem
      *    em suspense, quando ha dinheiro parado) comita aqui. Item ja
      *    registrado em rodada anterior nao abre de novo.
            MOVE WS-LOG-SESSION-ID TO WS-SUSP-SESSION
            CALL "SUSPOPEN" USING WS-SUSP-DATA, WS-SUSP-DISP
            IF WS-SUSP-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM LOG-SUSPENSE-OPEN
            ELSE IF WS-SUSP-DISP = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF
            END-IF.

         LOG-SUSPENSE-OPEN.
      *    Valor com sinal para o GL-POST: dinheiro recebido sem dono
      *    entra positivo, pago sem dono negativo, sem dinheiro zero.
            ADD 1 TO WS-SUSP-COUNT
            DISPLAY "#Pendencia em suspense " WS-SUSP-ITEM-ID
               " aberta: " WS-SUSP-REF
            MOVE "SUSP-OPEN"    TO WS-LOG-ACTION
            MOVE "OK"           TO WS-LOG-STATUS
            EVALUATE WS-SUSP-DIRECTION
               WHEN "C"
                  MOVE WS-SUSP-AMOUNT TO WS-LOG-VALUE
               WHEN "D"
                  COMPUTE WS-LOG-VALUE = 0 - WS-SUSP-AMOUNT
               WHEN OTHER
                  MOVE 0 TO WS-LOG-VALUE
            END-EVALUATE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "suspense " WS-SUSP-ITEM-ID " "
               WS-SUSP-SOURCE " " WS-SUSP-REF
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            MOVE "SETTLE-RET" TO WS-LOG-ACTION.

         SUSPEND-UNMATCHED-RETURN.
      *    O arquivo de retorno nao traz valor - a pendencia e so de
      *    acompanhamento, nada se posta em suspense.
            MOVE WS-RET-IN-REF TO WS-SUSP-REF
            MOVE "N" TO WS-SUSP-DIRECTION
            MOVE 0 TO WS-SUSP-AMOUNT
            MOVE 0 TO WS-SUSP-ACCOUNT
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "retorno do parceiro sem casamento, disp "
               WS-RET-DISP DELIMITED BY SIZE INTO WS-SUSP-DETAIL
            END-STRING
            PERFORM OPEN-SUSPENSE-ITEM.

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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

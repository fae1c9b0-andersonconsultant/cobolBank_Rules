      *  card that is not ACTIVE is refused at recon - claimed so the
      *  rerun skips it, reported, logged, never posted. A record
      *  with the card field blank follows the old raw-account path,
      *  so pre-registry settle files keep working. The cash the
      *  switch settled for a refused claim is booked to suspense
      *  (SUSPOPEN) in the same transaction as the claim, and worked
      *  afterwards at SUSP-MAINT. The settle file is registered in
      *  the interface registry (FILEREG) first - a file already
      *  reconciled to the end is refused whole.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-SETTLE-EOF          PIC X(1)  VALUE "N".
         01  WS-FILE-OK             PIC X(1)  VALUE "S".
         01  WS-OURS-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-WINDOW-ENV          PIC X(4)  VALUE SPACES.
         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "ATM-RECON".
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
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "ATM-RECON".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "SWITCH-ATM".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ATMRECON".
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-SETTLE-IN-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP = "S"
                  PERFORM RECONCILE-SETTLEMENT
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

         RECONCILE-SETTLEMENT.
            IF WS-SETTLE-IN-STATUS NOT = "00"
               DISPLAY "#Arquivo de liquidacao nao encontrado ("
                  WS-SETTLE-IN-STATUS ")"
               MOVE "N" TO WS-FILE-OK
               MOVE SPACES TO WS-FREG-REASON
               STRING "arquivo de liquidacao nao abriu - status "
                  WS-SETTLE-IN-STATUS
                  DELIMITED BY SIZE INTO WS-FREG-REASON
               END-STRING
            ELSE
               OPEN OUTPUT RECON-REPORT
               MOVE "CONCILIACAO DIARIA DO SWITCH DE ATM"
                  " postados=" WS-POSTED-COUNT
                  " nao liquidados=" WS-UNSETTLED-COUNT
                  " recusados=" WS-REFUSED-COUNT
                  " em suspense=" WS-SUSP-COUNT
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
                  " postados=" WS-POSTED-COUNT
                  " nao liquidados=" WS-UNSETTLED-COUNT
                  " recusados=" WS-REFUSED-COUNT
                  " em suspense=" WS-SUSP-COUNT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-MATCHED-COUNT TO WS-LOG-VALUE
               STRING "atm: casados=" WS-MATCHED-COUNT
                  " postados=" WS-POSTED-COUNT
                  " pendentes=" WS-UNSETTLED-COUNT
                  " suspense=" WS-SUSP-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
                       :WS-ATM-AMOUNT, CURRENT_DATE)
            END-EXEC

      *    O switch ja cobrou o dinheiro sacado e nao ha a quem
      *    debitar - a saida vai para suspense junto com a
      *    reivindicacao. Sem pendencia a recusa tambem nao comita.
            MOVE SPACE TO WS-SUSP-DISP
            IF SQLCODE = ZERO
               PERFORM SUSPEND-REFUSED-CLAIM
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE "ATM-RECON"    TO WS-LOG-ACTION
               IF WS-SUSP-DISP = "S"
                  PERFORM LOG-SUSPENSE-OPEN
               END-IF
            END-IF.

         SUSPEND-REFUSED-CLAIM.
      *    Referencia e a chave de atm_claims - a mesma reivindicacao
      *    nunca abre duas pendencias.
            MOVE SPACES TO WS-SUSP-REF
            STRING WS-ATM-REF "/" WS-ATM-STAMP "/" WS-ATM-AMOUNT
               DELIMITED BY SIZE INTO WS-SUSP-REF
            END-STRING
            MOVE "D" TO WS-SUSP-DIRECTION
            MOVE WS-ATM-AMOUNT TO WS-SUSP-AMOUNT
            IF WS-CARD-ACCOUNT > 0
               MOVE WS-CARD-ACCOUNT TO WS-SUSP-ACCOUNT
            ELSE
               MOVE WS-ATM-ACCOUNT TO WS-SUSP-ACCOUNT
            END-IF
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "saque recusado: cartao " WS-CARD-MASKED
               " (" WS-CARD-STATUS ") atm " WS-ATM-REF
               DELIMITED BY SIZE INTO WS-SUSP-DETAIL
            END-STRING
            MOVE WS-LOG-SESSION-ID TO WS-SUSP-SESSION
            CALL "SUSPOPEN" USING WS-SUSP-DATA, WS-SUSP-DISP
            IF WS-SUSP-DISP = "N"
               MOVE -30 TO SQLCODE
               MOVE "Falha ao abrir pendencia em suspense"
                  TO SQLERRMC
            END-IF.

         MATCH-OR-POST-RECORD.
               WRITE RECON-REPORT-LINE
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
            MOVE "ATM-RECON" TO WS-LOG-ACTION.

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

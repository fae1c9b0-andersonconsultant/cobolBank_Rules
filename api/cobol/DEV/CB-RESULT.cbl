      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Acquirer chargeback result ingest - the acquirer's answer to
      *  each chargeback CB-OUT sent (accepted, or fought back with a
      *  representment, or rejected) is matched to the chargeback and
      *  its dispute case, and the case is closed with the money where
      *  it belongs. Fixed header/detail/trailer layout in the
      *  BULK-CREDIT mold, trailer control totals proved BEFORE
      *  anything posts; the file is registered in the interface
      *  registry (FILEREG) first - a result file already processed is
      *  refused.
      *    AC accepted       - chargeback WON, case RESOLVED. A
      *                        provisional credit already posted
      *                        (PROVCREDIT) becomes final; otherwise the
      *                        credit is posted now from the dispute
      *                        suspense account. Partial acceptance
      *                        takes back from the customer the part
      *                        the acquirer did not accept.
      *    RP representment,
      *    RJ rejected       - chargeback LOST, case DENIED. A
      *                        provisional credit is reversed back to
      *                        the suspense account; a reversal the
      *                        account cannot take (no balance) leaves
      *                        the case REVERSEPEND for the dispute desk
      *                        to recover by hand.
      *  Each result writes a case action line and a log line, and
      *  commits on its own.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + acquirer id X(8) + processing date X(10)
      *    detail  : '1' + chargeback id 9(9) + result code X(2)
      *              + amount accepted 9(10) (two implied decimals)
      *              + acquirer reference X(20) + message X(40)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      *
      *  Reject reason codes:
      *    C01 chargeback unknown or not awaiting an answer (SENT)
      *    C02 result code invalid
      *    C03 amount invalid or above the chargeback amount
      *    C04 posting refused by the bank
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CB-RESULT.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT                SECTION.
         FILE-CONTROL.
            SELECT CB-IN-FILE ASSIGN TO WS-CB-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-IN-STATUS.

            SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  CB-IN-FILE.
         01  CB-IN-LINE              PIC X(100).

         FD  REJECT-FILE.
         01  REJECT-LINE             PIC X(110).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-SUSPENSE-ACCOUNT     PIC 9(10) VALUE 0.

      *    Chargeback em tratamento e o caso de disputa dele.
         01  WS-CB-ID                PIC 9(9)  VALUE 0.
         01  WS-CB-CASE-ID           PIC 9(9)  VALUE 0.
         01  WS-CB-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-CB-ACCEPTED          PIC 9(10)V99 VALUE 0.
         01  WS-CB-NEW-STATUS        PIC X(12) VALUE SPACES.
         01  WS-CB-ACQ-REF           PIC X(20) VALUE SPACES.
         01  WS-CB-MESSAGE           PIC X(40) VALUE SPACES.
         01  WS-CASE-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-CASE-STATUS          PIC X(12) VALUE SPACES.
         01  WS-CASE-NEW-STATUS      PIC X(12) VALUE SPACES.
         01  WS-CASE-NOTE            PIC X(80) VALUE SPACES.
         01  WS-MOVE-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-POST-RESULT          PIC X(20) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte, como no BULK-CREDIT.
         01  WS-CB-RECORD            PIC X(100) VALUE SPACES.
         01  WS-CB-HEADER REDEFINES WS-CB-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-ACQUIRER     PIC X(8).
             05  WS-HDR-DATE         PIC X(10).
             05  FILLER              PIC X(81).
         01  WS-CB-DETAIL REDEFINES WS-CB-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-CB-ID-X      PIC X(9).
             05  WS-DET-CB-ID-N REDEFINES WS-DET-CB-ID-X
                                     PIC 9(9).
             05  WS-DET-RESULT       PIC X(2).
             05  WS-DET-AMOUNT-X     PIC X(10).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(8)V99.
             05  WS-DET-ACQ-REF      PIC X(20).
             05  WS-DET-MESSAGE      PIC X(40).
             05  FILLER              PIC X(18).
         01  WS-CB-TRAILER REDEFINES WS-CB-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-TOTAL        PIC 9(13)V99.
             05  FILLER              PIC X(78).

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

         01  WS-CB-IN-PATH           PIC X(100) VALUE SPACES.
         01  WS-CB-IN-STATUS         PIC X(2)  VALUE SPACES.
         01  WS-REJECT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REJECT-REASON        PIC X(3)  VALUE SPACES.
         01  WS-SUSPENSE-ENV         PIC X(10) VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CB-EOF               PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-WON-COUNT            PIC 9(6)  VALUE 0.
         01  WS-LOST-COUNT           PIC 9(6)  VALUE 0.
         01  WS-REVPEND-COUNT        PIC 9(6)  VALUE 0.
         01  WS-REJECT-COUNT         PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CB-RESULT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CREDENCIADORA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CBRESULT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CB-RESULT".
             05  WS-LOG-STATUS         PIC X(10) VALUE SPACES.
             05  WS-LOG-RESPONSE-TIME  PIC 9(6)  VALUE 0.
             05  WS-LOG-MESSAGE        PIC X(100) VALUE SPACES.
             05  WS-LOG-ENDPOINT       PIC X(50) VALUE SPACES.
             05  WS-LOG-METHOD         PIC X(6)  VALUE SPACES.
             05  WS-LOG-VALUE          PIC S9(10)V99 VALUE 0.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
         PROCEDURE                   DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM LOAD-FILE-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-CB-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM APPLY-ALL-RESULTS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-CB-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATHS.
            ACCEPT WS-CB-IN-PATH FROM ENVIRONMENT
               "CHARGEBACK_RESULT_FILE"
            IF WS-CB-IN-PATH = SPACES
               MOVE "/tmp/chargeback_result.txt" TO WS-CB-IN-PATH
            END-IF

            ACCEPT WS-REJECT-PATH FROM ENVIRONMENT
               "CHARGEBACK_REJECT_FILE"
            IF WS-REJECT-PATH = SPACES
               MOVE "/tmp/chargeback_rejects.txt" TO WS-REJECT-PATH
            END-IF

      *    Mesma conta transitoria de disputas da DISPUTE-MAINT.
            ACCEPT WS-SUSPENSE-ENV FROM ENVIRONMENT
               "DISPUTE_SUSPENSE_ACCOUNT"
            IF WS-SUSPENSE-ENV IS NUMERIC AND
               WS-SUSPENSE-ENV NOT = SPACES
               MOVE WS-SUSPENSE-ENV TO WS-SUSPENSE-ACCOUNT
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e postado enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT CB-IN-FILE
            IF WS-CB-IN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de resultado de "
                  "chargeback - status " WS-CB-IN-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-CB-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-CB-EOF = "Y"
               CLOSE CB-IN-FILE

               IF WS-HEADER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro header - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-TRAILER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro trailer - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-COUNT NOT = WS-TRL-COUNT
                  DISPLAY "#Contagem do trailer (" WS-TRL-COUNT
                     ") difere dos detalhes (" WS-CALC-COUNT
                     ") - arquivo recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-TOTAL NOT = WS-TRL-TOTAL
                  DISPLAY "#Total do trailer (" WS-TRL-TOTAL
                     ") difere dos detalhes (" WS-CALC-TOTAL
                     ") - arquivo recusado"
                  MOVE "N" TO WS-FILE-OK
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         TALLY-ONE-RECORD.
            READ CB-IN-FILE
               AT END
                  MOVE "Y" TO WS-CB-EOF
               NOT AT END
                  MOVE CB-IN-LINE TO WS-CB-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-CB-RECORD(2:18) TO WS-FREG-HEADER-SEQ
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
                           ADD WS-DET-AMOUNT-N TO WS-CALC-TOTAL
                        END-IF
                     WHEN "9"
                        MOVE "S" TO WS-TRAILER-SEEN
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         START-SQL.
      *    CONNECT
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD   FROM ENVIRONMENT "DB_PASSWORD"

            EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS,
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         APPLY-ALL-RESULTS.
      *    Segunda passada - totais provados, cada resultado encontra
      *    o chargeback enviado e encerra o caso de disputa.
            OPEN INPUT CB-IN-FILE
            OPEN OUTPUT REJECT-FILE
            MOVE "N" TO WS-CB-EOF
            PERFORM APPLY-ONE-RECORD UNTIL WS-CB-EOF = "Y"
            CLOSE CB-IN-FILE
            CLOSE REJECT-FILE

            DISPLAY "#Chargebacks ganhos: " WS-WON-COUNT
            DISPLAY "#Chargebacks perdidos: " WS-LOST-COUNT
               " (estorno pendente: " WS-REVPEND-COUNT ")"
            DISPLAY "#Detalhes rejeitados: " WS-REJECT-COUNT

            IF WS-REJECT-COUNT > 0 OR WS-REVPEND-COUNT > 0
               MOVE "WARN" TO WS-LOG-STATUS
            ELSE
               MOVE "OK" TO WS-LOG-STATUS
            END-IF
            MOVE WS-CALC-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "chargeback " WS-HDR-ACQUIRER ": " WS-WON-COUNT
               " ganhos, " WS-LOST-COUNT " perdidos, "
               WS-REVPEND-COUNT " estorno pendente, "
               WS-REJECT-COUNT " rejeitados"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         APPLY-ONE-RECORD.
            READ CB-IN-FILE
               AT END
                  MOVE "Y" TO WS-CB-EOF
               NOT AT END
                  MOVE CB-IN-LINE TO WS-CB-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "1"
                        PERFORM APPLY-ONE-RESULT
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         APPLY-ONE-RESULT.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 0 TO WS-CB-ID
            IF WS-DET-CB-ID-X IS NUMERIC
               MOVE WS-DET-CB-ID-N TO WS-CB-ID
            END-IF
            MOVE WS-DET-ACQ-REF TO WS-CB-ACQ-REF
            MOVE WS-DET-MESSAGE TO WS-CB-MESSAGE

      *    So chargeback enviado e ainda sem resposta casa - resultado
      *    repetido ou de chargeback que nao e nosso volta rejeitado.
            EXEC SQL
               SELECT b.case_id, b.amount, d.account, d.status
               INTO :WS-CB-CASE-ID, :WS-CB-AMOUNT,
                    :WS-CASE-ACCOUNT, :WS-CASE-STATUS
               FROM card_chargebacks b
               JOIN dispute_cases d ON d.id = b.case_id
               WHERE b.id = :WS-CB-ID
                 AND b.status = 'SENT'
            END-EXEC

            IF SQLCODE = 100
               MOVE "C01" TO WS-REJECT-REASON
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "C01" TO WS-REJECT-REASON
            ELSE IF WS-DET-RESULT NOT = "AC" AND
                    WS-DET-RESULT NOT = "RP" AND
                    WS-DET-RESULT NOT = "RJ"
               MOVE "C02" TO WS-REJECT-REASON
            ELSE IF WS-DET-AMOUNT-X IS NOT NUMERIC
               MOVE "C03" TO WS-REJECT-REASON
            ELSE IF WS-DET-RESULT = "AC" AND
                   (WS-DET-AMOUNT-N = 0 OR
                    WS-DET-AMOUNT-N > WS-CB-AMOUNT)
               MOVE "C03" TO WS-REJECT-REASON
            ELSE IF WS-DET-RESULT = "AC"
               MOVE WS-DET-AMOUNT-N TO WS-CB-ACCEPTED
               PERFORM APPLY-CHARGEBACK-WON
            ELSE
               PERFORM APPLY-CHARGEBACK-LOST
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

            IF WS-REJECT-REASON NOT = SPACES
               EXEC SQL
                  ROLLBACK
               END-EXEC
               PERFORM WRITE-REJECT-RECORD
            END-IF.

         APPLY-CHARGEBACK-WON.
      *    Adquirente aceitou - o cliente fica com o valor aceito. Com
      *    credito provisorio ele ja esta na conta (e a parte nao
      *    aceita volta a transitoria); sem ele, o credito sai agora.
            MOVE "WON" TO WS-CB-NEW-STATUS
            MOVE "RESOLVED" TO WS-CASE-NEW-STATUS
            MOVE 0 TO SQLCODE

            IF WS-CASE-STATUS = "PROVCREDIT"
               IF WS-CB-ACCEPTED < WS-CB-AMOUNT
                  COMPUTE WS-MOVE-AMOUNT =
                     WS-CB-AMOUNT - WS-CB-ACCEPTED
                  PERFORM REVERSE-PROVISIONAL-CREDIT
               END-IF
               MOVE SPACES TO WS-CASE-NOTE
               STRING "chargeback " WS-CB-ID " aceito pelo adquirente"
                  " - credito provisorio definitivo"
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
            ELSE IF WS-SUSPENSE-ACCOUNT = 0
               DISPLAY "#DISPUTE_SUSPENSE_ACCOUNT nao configurada"
               MOVE -20 TO SQLCODE
            ELSE
               MOVE WS-CB-ACCEPTED TO WS-MOVE-AMOUNT
               EXEC SQL
                  SELECT post_transfer(:WS-SUSPENSE-ACCOUNT,
                         :WS-CASE-ACCOUNT, :WS-MOVE-AMOUNT)
                  INTO :WS-POST-RESULT
               END-EXEC
               MOVE SPACES TO WS-CASE-NOTE
               STRING "chargeback " WS-CB-ID " aceito pelo adquirente"
                  " - credito " WS-POST-RESULT
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
            END-IF
            END-IF

            IF SQLCODE = ZERO
               PERFORM CLOSE-CHARGEBACK-AND-CASE
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "C04" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-WON-COUNT
               MOVE "CHARGEBACK-WON" TO WS-LOG-ACTION
               MOVE WS-CB-ACCEPTED TO WS-LOG-VALUE
               PERFORM LOG-ONE-RESULT
            END-IF.

         APPLY-CHARGEBACK-LOST.
      *    Reapresentacao ou recusa - o caso e negado e o credito
      *    provisorio, se houve, volta para a transitoria.
            MOVE "LOST" TO WS-CB-NEW-STATUS
            MOVE "DENIED" TO WS-CASE-NEW-STATUS
            MOVE 0 TO SQLCODE
            MOVE SPACES TO WS-CASE-NOTE
            IF WS-DET-RESULT = "RP"
               STRING "chargeback " WS-CB-ID " reapresentado: "
                  WS-CB-MESSAGE
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
            ELSE
               STRING "chargeback " WS-CB-ID " recusado: "
                  WS-CB-MESSAGE
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
            END-IF

            IF WS-CASE-STATUS = "PROVCREDIT"
               MOVE WS-CB-AMOUNT TO WS-MOVE-AMOUNT
               PERFORM REVERSE-PROVISIONAL-CREDIT
            END-IF

            IF SQLCODE = ZERO
               PERFORM CLOSE-CHARGEBACK-AND-CASE
               IF SQLCODE NOT = ZERO
                  MOVE "C04" TO WS-REJECT-REASON
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-LOST-COUNT
                  MOVE "CHARGEBACK-LOST" TO WS-LOG-ACTION
                  MOVE WS-CB-AMOUNT TO WS-LOG-VALUE
                  PERFORM LOG-ONE-RESULT
               END-IF
            ELSE
      *    Conta sem saldo para o estorno - o chargeback fica perdido
      *    e o caso em REVERSEPEND, para a mesa de disputas recuperar.
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "REVERSEPEND" TO WS-CASE-NEW-STATUS
               MOVE SPACES TO WS-CASE-NOTE
               STRING "chargeback " WS-CB-ID " perdido - estorno do "
                  "credito provisorio recusado, recuperar"
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
               PERFORM CLOSE-CHARGEBACK-AND-CASE
               IF SQLCODE NOT = ZERO
                  MOVE "C04" TO WS-REJECT-REASON
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-LOST-COUNT
                  ADD 1 TO WS-REVPEND-COUNT
                  MOVE "CHARGEBACK-LOST" TO WS-LOG-ACTION
                  MOVE WS-CB-AMOUNT TO WS-LOG-VALUE
                  PERFORM LOG-ONE-RESULT
               END-IF
            END-IF.

         REVERSE-PROVISIONAL-CREDIT.
      *    Credito provisorio (ou a parte dele) de volta da conta do
      *    cliente para a transitoria de disputas. Recusa fica no
      *    SQLCODE para quem chama.
            IF WS-SUSPENSE-ACCOUNT = 0
               DISPLAY "#DISPUTE_SUSPENSE_ACCOUNT nao configurada"
               MOVE -20 TO SQLCODE
            ELSE
               EXEC SQL
                  SELECT post_transfer(:WS-CASE-ACCOUNT,
                         :WS-SUSPENSE-ACCOUNT, :WS-MOVE-AMOUNT)
                  INTO :WS-POST-RESULT
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE -20 TO SQLCODE
               END-IF
            END-IF.

         CLOSE-CHARGEBACK-AND-CASE.
      *    Resposta do adquirente no chargeback, nova situacao do caso
      *    e a linha de historico, na mesma transacao.
            EXEC SQL
               UPDATE card_chargebacks
               SET status = :WS-CB-NEW-STATUS,
                   result_date = :WS-BUS-DATE::date,
                   acquirer_ref = :WS-CB-ACQ-REF,
                   note = :WS-CB-MESSAGE
               WHERE id = :WS-CB-ID
                 AND status = 'SENT'
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE dispute_cases
                  SET status = :WS-CASE-NEW-STATUS
                  WHERE id = :WS-CB-CASE-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO dispute_actions
                     (case_id, action_date, note)
                  VALUES (:WS-CB-CASE-ID, :WS-BUS-DATE::date,
                          :WS-CASE-NOTE)
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         LOG-ONE-RESULT.
      *    Uma linha de log por resultado, com acao propria.
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-CASE-NEW-STATUS = "REVERSEPEND"
               MOVE "WARN" TO WS-LOG-STATUS
            END-IF
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "caso " WS-CB-CASE-ID " chargeback " WS-CB-ID
               " " WS-DET-RESULT " caso " WS-CASE-NEW-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            MOVE "CB-RESULT" TO WS-LOG-ACTION.

         WRITE-REJECT-RECORD.
      *    Registro original precedido do codigo de motivo, para o
      *    adquirente reapresentar so o que falhou.
            MOVE SPACES TO REJECT-LINE
            STRING WS-REJECT-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CB-RECORD DELIMITED BY SIZE
                   INTO REJECT-LINE
            END-STRING
            WRITE REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

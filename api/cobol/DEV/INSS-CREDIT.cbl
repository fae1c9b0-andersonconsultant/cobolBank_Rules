      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  INSS benefit credit-file ingest - the retirement and pension
      *  benefits the INSS pays through the bank, which until now came
      *  in as generic deposits. Same mold as BULK-CREDIT: the trailer
      *  control totals are proven against the details before anything
      *  is posted, the file is kept in the interface registry
      *  (FILEREG), and each benefit is credited through
      *  post_transfer() from the INSS settlement account named in the
      *  header to the beneficiary account.
      *
      *  Every benefit is recorded in inss_credits (benefit number +
      *  competence month, beneficiary document, account, outcome) in
      *  the same transaction as the posting - a benefit already
      *  recorded for the competence is never paid twice, and the
      *  rerun of a file that died mid-way replays the recorded
      *  outcome instead of posting again. The beneficiary register
      *  (inss_beneficiaries) carries the proof-of-life (prova de
      *  vida) due date kept by INSS-MAINT; a benefit first seen
      *  starts with INSS_PROOF_MONTHS (default 12) from the credit.
      *
      *  The bank must not pay, and returns to the INSS:
      *    D01 - holder flagged deceased at the ESTATE desk
      *    D02 - proof of life overdue at the credit date
      *  besides the field and posting refusals R01 (account), R02
      *  (amount), R03 (refused by the bank) and R04 (account does not
      *  belong to the beneficiary document).
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + INSS settlement account 9(10)
      *              + credit date X(10) + competence X(7) (AAAA-MM)
      *    detail  : '1' + beneficiary account 9(10) + amount 9(12)
      *              (two implied decimals) + benefit number 9(10)
      *              + beneficiary CPF X(11) + beneficiary name X(40)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      *
      *  Return file to the INSS (INSS_RETURN_DIR, default /tmp, named
      *  inss_return_<competence>.dat), mirroring the input:
      *    header  : '0' + settlement account 9(10) + competence X(7)
      *              + processing date X(10)
      *    detail  : '1' + benefit number 9(10) + account 9(10)
      *              + amount 9(12) + status X(1) ('P' paid /
      *              'D' returned) + reason X(3)
      *    trailer : '9' + paid count 9(6) + paid total 9(15)
      *              + returned count 9(6) + returned total 9(15)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INSS-CREDIT.
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
            SELECT INSS-IN-FILE ASSIGN TO WS-INSS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSS-IN-STATUS.

      *    Retorno ao INSS - pagos e devolvidos, com o motivo.
            SELECT RETURN-OUT-FILE ASSIGN TO WS-RETURN-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-OUT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  INSS-IN-FILE.
         01  INSS-IN-LINE            PIC X(100).

         FD  RETURN-OUT-FILE.
         01  RETURN-OUT-LINE         PIC X(80).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-SETTLE-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-CREDIT-DATE          PIC X(10) VALUE SPACES.
         01  WS-COMPETENCE           PIC X(7)  VALUE SPACES.
         01  WS-DET-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-DET-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-DET-BENEFIT          PIC 9(10) VALUE 0.
         01  WS-DET-DOC              PIC X(11) VALUE SPACES.
         01  WS-DET-HOLDER-NAME      PIC X(40) VALUE SPACES.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.

      *    Razao do beneficio (inss_credits) e cadastro do beneficiario.
         01  WS-LED-OUTCOME          PIC X(1)  VALUE SPACE.
         01  WS-LED-REASON           PIC X(3)  VALUE SPACES.
         01  WS-DECEASED-COUNT       PIC 9(5)  VALUE 0.
         01  WS-HOLDER-COUNT         PIC 9(5)  VALUE 0.
         01  WS-PROOF-DUE            PIC X(10) VALUE SPACES.
         01  WS-PROOF-MONTHS         PIC 9(3)  VALUE 12.
         01  WS-BEN-STATUS           PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.
         01  WS-BUS-DATE            PIC X(10) VALUE SPACES.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-LED-FOUND            PIC X(1)  VALUE "N".
         01  WS-LED-WRITE-OK         PIC X(1)  VALUE "S".

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte.
         01  WS-INSS-RECORD          PIC X(100) VALUE SPACES.
         01  WS-INSS-HEADER REDEFINES WS-INSS-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-ACCOUNT      PIC 9(10).
             05  WS-HDR-DATE         PIC X(10).
             05  WS-HDR-COMPETENCE   PIC X(7).
             05  FILLER              PIC X(72).
         01  WS-INSS-DETAIL REDEFINES WS-INSS-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-ACCT-X       PIC X(10).
             05  WS-DET-ACCT-N REDEFINES WS-DET-ACCT-X PIC 9(10).
             05  WS-DET-AMOUNT-X     PIC X(12).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(10)V99.
             05  WS-DET-BENEFIT-X    PIC X(10).
             05  WS-DET-BENEFIT-N REDEFINES WS-DET-BENEFIT-X
                                     PIC 9(10).
             05  WS-DET-CPF          PIC X(11).
             05  WS-DET-NAME         PIC X(40).
             05  FILLER              PIC X(16).
         01  WS-INSS-TRAILER REDEFINES WS-INSS-RECORD.
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

         01  WS-INSS-IN-PATH         PIC X(100) VALUE SPACES.
         01  WS-INSS-IN-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-RETURN-REASON        PIC X(3)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-INSS-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-PAID-COUNT           PIC 9(6)  VALUE 0.
         01  WS-RETURN-COUNT         PIC 9(6)  VALUE 0.
         01  WS-DECEASED-RET         PIC 9(6)  VALUE 0.
         01  WS-PROOF-RET            PIC 9(6)  VALUE 0.
         01  WS-REPLAY-COUNT         PIC 9(6)  VALUE 0.

      *    Retorno ao INSS.
         01  WS-RETURN-DIR           PIC X(60) VALUE SPACES.
         01  WS-RETURN-OUT-PATH      PIC X(100) VALUE SPACES.
         01  WS-RETURN-OUT-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-RETURN-OPEN          PIC X(1)  VALUE "N".
         01  WS-PAID-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-RETURN-TOTAL         PIC 9(13)V99 VALUE 0.

         01  WS-RET-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  RTH-ACCOUNT         PIC 9(10).
             05  RTH-COMPETENCE      PIC X(7).
             05  RTH-DATE            PIC X(10).
             05  FILLER              PIC X(52) VALUE SPACES.
         01  WS-RET-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  RTD-BENEFIT         PIC 9(10).
             05  RTD-ACCOUNT         PIC 9(10).
             05  RTD-AMOUNT          PIC 9(10)V99.
             05  RTD-STATUS          PIC X(1).
             05  RTD-REASON          PIC X(3).
             05  FILLER              PIC X(43) VALUE SPACES.
         01  WS-RET-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  RTT-PAID-COUNT      PIC 9(6).
             05  RTT-PAID-TOTAL      PIC 9(13)V99.
             05  RTT-RET-COUNT       PIC 9(6).
             05  RTT-RET-TOTAL       PIC 9(13)V99.
             05  FILLER              PIC X(37) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "INSS-CREDIT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "INSS".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INSSCREDIT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "INSS-CREDIT".
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
               PERFORM LOAD-DB-POLICY
               MOVE WS-INSS-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     MOVE WS-FREG-FILE-ID TO WS-FILE-ID
                     PERFORM POST-ALL-BENEFITS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                     PERFORM REGISTER-RETURN-FILE
                  END-IF
               ELSE IF WS-INSS-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATHS.
            ACCEPT WS-INSS-IN-PATH FROM ENVIRONMENT "INSS_CREDIT_FILE"
            IF WS-INSS-IN-PATH = SPACES
               MOVE "/tmp/inss_credit.txt" TO WS-INSS-IN-PATH
            END-IF

            ACCEPT WS-RETURN-DIR FROM ENVIRONMENT "INSS_RETURN_DIR"
            IF WS-RETURN-DIR = SPACES
               MOVE "/tmp" TO WS-RETURN-DIR
            END-IF.

         LOAD-DB-POLICY.
      *    Prazo da prova de vida para beneficio visto pela primeira
      *    vez - catalogo central, com o padrao de 12 meses.
            MOVE "INSS_PROOF_MONTHS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-PROOF-MONTHS
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e creditado enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT INSS-IN-FILE
            IF WS-INSS-IN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de beneficios INSS - "
                  "status " WS-INSS-IN-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-INSS-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-INSS-EOF = "Y"
               CLOSE INSS-IN-FILE

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
            READ INSS-IN-FILE
               AT END
                  MOVE "Y" TO WS-INSS-EOF
               NOT AT END
                  MOVE INSS-IN-LINE TO WS-INSS-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-INSS-RECORD(2:20)
                           TO WS-FREG-HEADER-SEQ
                        MOVE WS-HDR-ACCOUNT TO WS-SETTLE-ACCOUNT
                        MOVE WS-HDR-DATE    TO WS-CREDIT-DATE
                        MOVE WS-HDR-COMPETENCE TO WS-COMPETENCE
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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         POST-ALL-BENEFITS.
      *    Segunda passada - totais provados, cada beneficio e pago ou
      *    devolvido, e o retorno ao INSS espelha o arquivo.
            OPEN INPUT INSS-IN-FILE
            MOVE "N" TO WS-INSS-EOF
            PERFORM POST-ONE-RECORD UNTIL WS-INSS-EOF = "Y"
            CLOSE INSS-IN-FILE
            PERFORM CLOSE-RETURN-FILE

            DISPLAY "#Beneficios creditados: " WS-PAID-COUNT
            DISPLAY "#Beneficios devolvidos: " WS-RETURN-COUNT
               " (obito " WS-DECEASED-RET " prova de vida "
               WS-PROOF-RET ")"
            IF WS-REPLAY-COUNT > 0
               DISPLAY "#Ja processados em passada anterior: "
                  WS-REPLAY-COUNT
            END-IF

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-PAID-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "INSS " WS-COMPETENCE " creditados: "
               WS-PAID-COUNT " devolvidos: " WS-RETURN-COUNT
               " obito: " WS-DECEASED-RET " prova de vida: "
               WS-PROOF-RET
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         POST-ONE-RECORD.
            READ INSS-IN-FILE
               AT END
                  MOVE "Y" TO WS-INSS-EOF
               NOT AT END
                  MOVE INSS-IN-LINE TO WS-INSS-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        PERFORM OPEN-RETURN-FILE
                     WHEN "1"
                        PERFORM CHECK-BENEFIT-LEDGER
                        IF WS-LED-FOUND = "S"
                           PERFORM REPLAY-LEDGER-OUTCOME
                        ELSE
                           PERFORM POST-ONE-BENEFIT
                        END-IF
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         CHECK-BENEFIT-LEDGER.
      *    Beneficio ja registrado na competencia - de uma passada que
      *    caiu no meio ou de outro arquivo - nao e pago de novo.
            MOVE "N" TO WS-LED-FOUND
            IF WS-DET-ACCT-X IS NUMERIC
               MOVE WS-DET-ACCT-N TO WS-DET-ACCOUNT
            ELSE
               MOVE 0 TO WS-DET-ACCOUNT
            END-IF
            IF WS-DET-AMOUNT-X IS NUMERIC
               MOVE WS-DET-AMOUNT-N TO WS-DET-AMOUNT
            ELSE
               MOVE 0 TO WS-DET-AMOUNT
            END-IF
            IF WS-DET-BENEFIT-X IS NUMERIC
               MOVE WS-DET-BENEFIT-N TO WS-DET-BENEFIT
            ELSE
               MOVE 0 TO WS-DET-BENEFIT
            END-IF
            MOVE WS-DET-CPF TO WS-DET-DOC
            MOVE WS-DET-NAME TO WS-DET-HOLDER-NAME

            IF WS-DET-BENEFIT > 0
               MOVE SPACE TO WS-LED-OUTCOME
               MOVE SPACES TO WS-LED-REASON
               EXEC SQL
                  SELECT outcome, COALESCE(reason, '')
                  INTO :WS-LED-OUTCOME, :WS-LED-REASON
                  FROM inss_credits
                  WHERE benefit_number = :WS-DET-BENEFIT
                    AND competence = :WS-COMPETENCE
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE "S" TO WS-LED-FOUND
               END-IF
            END-IF.

         REPLAY-LEDGER-OUTCOME.
      *    Desfecho gravado entra nos totais e no retorno, para o
      *    arquivo final cobrir as duas passadas como uma corrida so.
            ADD 1 TO WS-REPLAY-COUNT
            IF WS-LED-OUTCOME = "P"
               ADD 1 TO WS-PAID-COUNT
               ADD WS-DET-AMOUNT TO WS-PAID-TOTAL
               MOVE "P" TO RTD-STATUS
               MOVE SPACES TO RTD-REASON
            ELSE
               ADD 1 TO WS-RETURN-COUNT
               ADD WS-DET-AMOUNT TO WS-RETURN-TOTAL
               MOVE "D" TO RTD-STATUS
               MOVE WS-LED-REASON TO RTD-REASON
            END-IF
            PERFORM WRITE-RETURN-DETAIL.

         POST-ONE-BENEFIT.
      *    Campos, obito e prova de vida antes de acionar o banco:
      *      R01 conta invalida         R02 valor invalido ou zerado
      *      R03 recusado pelo banco    R04 conta nao e do beneficiario
      *      D01 titular falecido       D02 prova de vida vencida
            MOVE SPACES TO WS-RETURN-REASON
            IF WS-DET-ACCT-X IS NOT NUMERIC
               OR WS-DET-BENEFIT-X IS NOT NUMERIC
               OR WS-DET-CPF IS NOT NUMERIC
               MOVE "R01" TO WS-RETURN-REASON
            ELSE IF WS-DET-AMOUNT-X IS NOT NUMERIC OR
                    WS-DET-AMOUNT-N = 0
               MOVE "R02" TO WS-RETURN-REASON
            ELSE
               PERFORM CHECK-BENEFICIARY
            END-IF
            END-IF

            IF WS-RETURN-REASON = SPACES
               EXEC SQL
                  SELECT post_transfer(:WS-SETTLE-ACCOUNT,
                         :WS-DET-ACCOUNT, :WS-DET-AMOUNT)
                  INTO :WS-POST-STATUS
               END-EXEC

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE "R03" TO WS-RETURN-REASON
               ELSE
      *    O registro do beneficio vai na mesma transacao do credito -
      *    se falhar, o credito volta e o beneficio sai devolvido.
                  MOVE "P" TO WS-LED-OUTCOME
                  MOVE SPACES TO WS-LED-REASON
                  PERFORM RECORD-BENEFIT
                  IF WS-LED-WRITE-OK NOT = "S"
                     MOVE "R03" TO WS-RETURN-REASON
                  ELSE
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     ADD 1 TO WS-PAID-COUNT
                     ADD WS-DET-AMOUNT TO WS-PAID-TOTAL
                     MOVE "P" TO RTD-STATUS
                     MOVE SPACES TO RTD-REASON

      *    A linha canonica do movimento, como no BULK-CREDIT - e dela
      *    que SETTLE-OUT, AML-RPT, CB-POSITION e GL-POST leem.
                     MOVE "TRANSFER"     TO WS-LOG-ACTION
                     MOVE "OK"           TO WS-LOG-STATUS
                     MOVE WS-DET-AMOUNT  TO WS-LOG-VALUE
                     MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
                     CALL "LOGINSERT" USING WS-LOG-DATA
                     MOVE "INSS-CREDIT"  TO WS-LOG-ACTION
                  END-IF
               END-IF
            END-IF

            IF WS-RETURN-REASON NOT = SPACES
               MOVE "D" TO RTD-STATUS
               MOVE WS-RETURN-REASON TO RTD-REASON
               ADD 1 TO WS-RETURN-COUNT
               IF WS-DET-AMOUNT-X IS NUMERIC
                  ADD WS-DET-AMOUNT-N TO WS-RETURN-TOTAL
               END-IF
               IF WS-RETURN-REASON = "D01"
                  ADD 1 TO WS-DECEASED-RET
               END-IF
               IF WS-RETURN-REASON = "D02"
                  ADD 1 TO WS-PROOF-RET
               END-IF
      *        Devolucao tambem entra no razao - o rerun replica o
      *        desfecho; sem numero de beneficio nao ha chave.
               IF WS-DET-BENEFIT > 0
                  MOVE "D" TO WS-LED-OUTCOME
                  MOVE WS-RETURN-REASON TO WS-LED-REASON
                  PERFORM RECORD-BENEFIT
                  IF WS-LED-WRITE-OK = "S"
                     EXEC SQL
                        COMMIT
                     END-EXEC
                  END-IF
               END-IF
            END-IF
            PERFORM WRITE-RETURN-DETAIL.

         CHECK-BENEFICIARY.
      *    A conta precisa ser do CPF do beneficiario; titular com caso
      *    de inventario na ESTATE e obito; cadastro com prova de vida
      *    vencida na data do credito nao recebe.
            MOVE WS-DET-ACCT-N TO WS-DET-ACCOUNT
            MOVE WS-DET-AMOUNT-N TO WS-DET-AMOUNT
            MOVE WS-DET-BENEFIT-N TO WS-DET-BENEFIT

            MOVE 0 TO WS-HOLDER-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-HOLDER-COUNT
               FROM get_holder_accounts(:WS-DET-DOC)
               WHERE account_number = :WS-DET-ACCOUNT
            END-EXEC
            IF SQLCODE NOT = ZERO OR WS-HOLDER-COUNT = 0
               MOVE "R04" TO WS-RETURN-REASON
            ELSE
               MOVE 0 TO WS-DECEASED-COUNT
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-DECEASED-COUNT
                  FROM estate_cases
                  WHERE TRIM(holder_doc) = :WS-DET-DOC
               END-EXEC
               IF SQLCODE = ZERO AND WS-DECEASED-COUNT > 0
                  MOVE "D01" TO WS-RETURN-REASON
                  MOVE "DECEASED" TO WS-BEN-STATUS
               ELSE
                  PERFORM CHECK-PROOF-OF-LIFE
               END-IF
            END-IF.

         CHECK-PROOF-OF-LIFE.
      *    Beneficio novo entra no cadastro com o prazo a partir do
      *    credito; conhecido, vale o vencimento que a INSS-MAINT
      *    mantem a cada prova de vida registrada na agencia.
            MOVE SPACES TO WS-PROOF-DUE
            EXEC SQL
               SELECT TO_CHAR(proof_due_date, 'YYYY-MM-DD')
               INTO :WS-PROOF-DUE
               FROM inss_beneficiaries
               WHERE benefit_number = :WS-DET-BENEFIT
            END-EXEC
            IF SQLCODE = 100
               EXEC SQL
                  INSERT INTO inss_beneficiaries
                     (benefit_number, holder_doc, holder_name,
                      account, first_credit_date, proof_due_date,
                      status)
                  VALUES (:WS-DET-BENEFIT, :WS-DET-DOC,
                          :WS-DET-HOLDER-NAME, :WS-DET-ACCOUNT,
                          :WS-CREDIT-DATE::date,
                          CAST(:WS-CREDIT-DATE::date
                               + :WS-PROOF-MONTHS
                                 * interval '1 month' AS date),
                          'ACTIVE')
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE "R03" TO WS-RETURN-REASON
               END-IF
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "R03" TO WS-RETURN-REASON
            ELSE IF WS-PROOF-DUE < WS-CREDIT-DATE
               MOVE "D02" TO WS-RETURN-REASON
               MOVE "SUSPENDED" TO WS-BEN-STATUS
            END-IF
            END-IF
            END-IF.

         RECORD-BENEFIT.
      *    Razao do beneficio - competencia, beneficiario, conta e
      *    desfecho; devolucao por obito ou prova de vida tambem
      *    muda a situacao do cadastro para a agencia ver.
            MOVE "S" TO WS-LED-WRITE-OK
            EXEC SQL
               INSERT INTO inss_credits
                  (benefit_number, competence, holder_doc,
                   holder_name, account, amount, credit_date,
                   outcome, reason, file_id, processed_at)
               VALUES (:WS-DET-BENEFIT, :WS-COMPETENCE,
                       :WS-DET-DOC, :WS-DET-HOLDER-NAME,
                       :WS-DET-ACCOUNT, :WS-DET-AMOUNT,
                       :WS-CREDIT-DATE::date, :WS-LED-OUTCOME,
                       :WS-LED-REASON, :WS-FILE-ID, now())
            END-EXEC
            IF SQLCODE = ZERO AND
               (WS-LED-REASON = "D01" OR WS-LED-REASON = "D02")
               EXEC SQL
                  UPDATE inss_beneficiaries
                  SET status = :WS-BEN-STATUS
                  WHERE benefit_number = :WS-DET-BENEFIT
               END-EXEC
               IF SQLCODE = 100
                  MOVE ZERO TO SQLCODE
               END-IF
            END-IF
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "N" TO WS-LED-WRITE-OK
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         OPEN-RETURN-FILE.
      *    Um retorno por competencia - o INSS concilia por ela.
            MOVE SPACES TO WS-RETURN-OUT-PATH
            STRING WS-RETURN-DIR DELIMITED BY SPACE
                   "/inss_return_" DELIMITED BY SIZE
                   WS-COMPETENCE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-RETURN-OUT-PATH
            END-STRING

            OPEN OUTPUT RETURN-OUT-FILE
            IF WS-RETURN-OUT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir retorno ao INSS - status "
                  WS-RETURN-OUT-STATUS
            ELSE
               MOVE "S" TO WS-RETURN-OPEN
               MOVE WS-SETTLE-ACCOUNT TO RTH-ACCOUNT
               MOVE WS-COMPETENCE TO RTH-COMPETENCE
               MOVE WS-BUS-DATE TO RTH-DATE
               WRITE RETURN-OUT-LINE FROM WS-RET-HEADER
            END-IF.

         WRITE-RETURN-DETAIL.
            IF WS-RETURN-OPEN = "S"
               MOVE WS-DET-BENEFIT TO RTD-BENEFIT
               MOVE WS-DET-ACCOUNT TO RTD-ACCOUNT
               IF WS-DET-AMOUNT-X IS NUMERIC
                  MOVE WS-DET-AMOUNT-N TO RTD-AMOUNT
               ELSE
                  MOVE 0 TO RTD-AMOUNT
               END-IF
               WRITE RETURN-OUT-LINE FROM WS-RET-DETAIL
            END-IF.

         CLOSE-RETURN-FILE.
            IF WS-RETURN-OPEN = "S"
               MOVE WS-PAID-COUNT   TO RTT-PAID-COUNT
               MOVE WS-PAID-TOTAL   TO RTT-PAID-TOTAL
               MOVE WS-RETURN-COUNT TO RTT-RET-COUNT
               MOVE WS-RETURN-TOTAL TO RTT-RET-TOTAL
               WRITE RETURN-OUT-LINE FROM WS-RET-TRAILER
               CLOSE RETURN-OUT-FILE
               DISPLAY "#Retorno ao INSS gravado em "
                  WS-RETURN-OUT-PATH
            END-IF.

         REGISTER-RETURN-FILE.
      *    O retorno ao INSS sai registrado como PRODUCED - contagem
      *    dos dois desfechos e o total devolvido.
            IF WS-RETURN-OPEN = "S"
               MOVE "INSS-RETURN" TO WS-FREG-INTERFACE
               MOVE WS-RETURN-OUT-PATH TO WS-FREG-PATH
               MOVE SPACES TO WS-FREG-HEADER-SEQ
               STRING WS-COMPETENCE DELIMITED BY SIZE
                  INTO WS-FREG-HEADER-SEQ
               END-STRING
               MOVE SPACES TO WS-FREG-REASON
               COMPUTE WS-FREG-RECORDS =
                  WS-PAID-COUNT + WS-RETURN-COUNT
               MOVE WS-RETURN-TOTAL TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
            END-IF.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    credito - arquivo ja processado e recusado aqui.
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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Pre-approved credit offers - scores every account overnight
      *  so the counter knows whom we would lend to before they ask.
      *  Per account: average closing balance of the last 90 days
      *  (balance_history), payroll regularity (months with a payroll
      *  credit paid by BULK-CREDIT in the last 6, bulk_run_details)
      *  and their monthly average, installments overdue on ACTIVE
      *  contracts, ACTIVE liens and the monthly commitment already
      *  due, the same reading LOAN-APPLY makes.
      *  Score 0-1000: 100 per payroll month plus up to 400 by the
      *  average balance band. Overdue installments or an active lien
      *  mean no offer; so does a score under OFFER_MIN_SCORE.
      *  Income proxy is the larger of average balance and average
      *  payroll; the free monthly capacity (LOAN_AFFORD_PCT of it
      *  less the commitment) sizes the amount over OFFER_TERMS
      *  months at the offer rate, rounded down to the hundred and
      *  capped at OFFER_MAX_AMOUNT. Rate is LOAN_RATE, 0,30 p.p.
      *  lower from score 800 and 0,50 p.p. higher under 500. The
      *  offer is valid OFFER_VALID_DAYS calendar days from the
      *  business date. All policy follows the catalog-environment-
      *  default cascade.
      *  Offers go to credit_offers (status ACTIVE); the previous run's
      *  offers still ACTIVE are SUPERSEDED in the same transaction,
      *  so a rerun replaces the day. Enginev3 QUOTE/PORTFOLIO show
      *  the offer and LOAN-APPLY fast-tracks an application within
      *  it (offer TAKEN). The marketing list goes to CREDIT_OFFER_FILE
      *  by branch (account_branch(), HQ when absent).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CREDIT-OFFER.
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
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Conta em avaliacao e seus indicadores.
         01  WS-OF-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-OF-AVG-BAL           PIC S9(12)V99 VALUE 0.
         01  WS-OF-PAY-MONTHS        PIC 9(3)  VALUE 0.
         01  WS-OF-PAY-TOTAL         PIC 9(12)V99 VALUE 0.
         01  WS-OF-OVERDUE           PIC 9(5)  VALUE 0.
         01  WS-OF-LIENS             PIC 9(5)  VALUE 0.
         01  WS-OF-EXISTING          PIC 9(10)V99 VALUE 0.
         01  WS-OF-BRANCH            PIC X(6)  VALUE SPACES.

      *    Oferta calculada.
         01  WS-OF-SCORE             PIC 9(4)  VALUE 0.
         01  WS-OF-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-OF-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-OF-TERMS             PIC 9(3)  VALUE 24.
         01  WS-OF-VALID-DAYS        PIC 9(3)  VALUE 30.

      *    Linha da lista de marketing.
         01  WS-LS-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-LS-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-LS-HOLDER            PIC X(40) VALUE SPACES.
         01  WS-LS-SCORE             PIC 9(4)  VALUE 0.
         01  WS-LS-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-LS-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-LS-EXPIRY            PIC X(10) VALUE SPACES.
         01  WS-LS-COUNT             PIC 9(6)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-ACC-EOF              PIC X(1)  VALUE "N".
         01  WS-LIST-EOF             PIC X(1)  VALUE "N".
         01  WS-RUN-FAILED           PIC X(1)  VALUE "N".

      *    Politica das ofertas - catalogo central, ambiente e padrao.
         01  WS-BASE-RATE            PIC 9(1)V9(4) VALUE 0,0150.
         01  WS-AFFORD-PCT           PIC 9(3)V99 VALUE 30,00.
         01  WS-MAX-AMOUNT           PIC 9(10)V99 VALUE 50000,00.
         01  WS-MIN-SCORE            PIC 9(4)  VALUE 300.
         01  WS-MIN-AMOUNT           PIC 9(10)V99 VALUE 500,00.
         01  WS-RATE-ENV             PIC X(6)  VALUE SPACES.
         01  WS-PCT-ENV              PIC X(6)  VALUE SPACES.
         01  WS-MAX-ENV              PIC X(13) VALUE SPACES.
         01  WS-SCORE-ENV            PIC X(4)  VALUE SPACES.
         01  WS-TERMS-ENV            PIC X(3)  VALUE SPACES.
         01  WS-DAYS-ENV             PIC X(3)  VALUE SPACES.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Pecas do calculo.
         01  WS-OF-PAY-AVG           PIC 9(12)V99 VALUE 0.
         01  WS-OF-INCOME            PIC S9(12)V99 VALUE 0.
         01  WS-OF-CAPACITY          PIC S9(12)V99 VALUE 0.
         01  WS-OF-HUNDREDS          PIC 9(8)  VALUE 0.
         01  WS-OF-REASON            PIC X(8)  VALUE SPACES.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

         01  WS-CNT-ACCOUNTS         PIC 9(7)  VALUE 0.
         01  WS-CNT-OFFERS           PIC 9(7)  VALUE 0.
         01  WS-CNT-OVERDUE          PIC 9(7)  VALUE 0.
         01  WS-CNT-LIENS            PIC 9(7)  VALUE 0.
         01  WS-CNT-LOW              PIC 9(7)  VALUE 0.
         01  WS-TOT-AMOUNT           PIC 9(13)V99 VALUE 0.

      *    Valores editados para a linha impressa.
         01  WS-ED-AMOUNT            PIC Z(9)9,99.
         01  WS-ED-TOTAL             PIC Z(12)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CREDOFFER".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CREDIT-OFFER".
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
            PERFORM LOAD-POLICY
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM SUPERSEDE-OFFERS
               IF WS-RUN-FAILED = "N"
                  PERFORM SCORE-ALL-ACCOUNTS
               END-IF
               IF WS-RUN-FAILED = "N"
                  PERFORM BUILD-REPORT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-RATE-ENV FROM ENVIRONMENT "LOAN_RATE"
            IF WS-RATE-ENV IS NUMERIC AND WS-RATE-ENV NOT = SPACES
               MOVE WS-RATE-ENV TO WS-BASE-RATE
            END-IF

            ACCEPT WS-PCT-ENV FROM ENVIRONMENT "LOAN_AFFORD_PCT"
            IF WS-PCT-ENV IS NUMERIC AND WS-PCT-ENV NOT = SPACES
               MOVE WS-PCT-ENV TO WS-AFFORD-PCT
            END-IF

            ACCEPT WS-MAX-ENV FROM ENVIRONMENT "OFFER_MAX_AMOUNT"
            IF WS-MAX-ENV IS NUMERIC AND WS-MAX-ENV NOT = SPACES
               MOVE WS-MAX-ENV TO WS-MAX-AMOUNT
            END-IF

            ACCEPT WS-SCORE-ENV FROM ENVIRONMENT "OFFER_MIN_SCORE"
            IF WS-SCORE-ENV IS NUMERIC AND WS-SCORE-ENV NOT = SPACES
               MOVE WS-SCORE-ENV TO WS-MIN-SCORE
            END-IF

            ACCEPT WS-TERMS-ENV FROM ENVIRONMENT "OFFER_TERMS"
            IF WS-TERMS-ENV IS NUMERIC AND WS-TERMS-ENV NOT = SPACES
               MOVE WS-TERMS-ENV TO WS-OF-TERMS
            END-IF

            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "OFFER_VALID_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-OF-VALID-DAYS
            END-IF.

         LOAD-DB-POLICY.
            MOVE "LOAN_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-BASE-RATE
            END-IF

            MOVE "LOAN_AFFORD_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-AFFORD-PCT
            END-IF

            MOVE "OFFER_MAX_AMOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-AMOUNT
            END-IF

            MOVE "OFFER_MIN_SCORE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MIN-SCORE
            END-IF

            MOVE "OFFER_TERMS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-OF-TERMS
            END-IF

            MOVE "OFFER_VALID_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-OF-VALID-DAYS
            END-IF

            IF WS-OF-TERMS = 0
               MOVE 24 TO WS-OF-TERMS
            END-IF.

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

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - janelas de leitura e
      *    validade da oferta contam a partir dela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CREDIT_OFFER_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/credit_offers_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         SUPERSEDE-OFFERS.
      *    Ofertas ainda ACTIVE da rodada anterior saem de cena na
      *    mesma transacao das novas - nada comita ate o fim.
            EXEC SQL
               UPDATE credit_offers
               SET status = 'SUPERSEDED'
               WHERE status = 'ACTIVE'
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         SCORE-ALL-ACCOUNTS.
            EXEC SQL
               DECLARE OFR-ACC-CUR CURSOR FOR
               SELECT account_number FROM get_accounts()
               ORDER BY account_number
            END-EXEC

            EXEC SQL
               OPEN OFR-ACC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ACC-EOF
               PERFORM SCORE-ONE-ACCOUNT UNTIL WS-ACC-EOF = "Y"
               EXEC SQL
                  CLOSE OFR-ACC-CUR
               END-EXEC
            END-IF

            IF WS-RUN-FAILED = "S"
      *        Rodada parcial nao substitui a anterior - as ofertas de
      *        ontem continuam valendo ate o rerun.
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Ofertas nao geradas - repita a rodada"
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE "Rodada de ofertas pre-aprovadas desfeita"
                  TO WS-LOG-MESSAGE
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         SCORE-ONE-ACCOUNT.
            EXEC SQL
               FETCH OFR-ACC-CUR INTO :WS-OF-ACCOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-CNT-ACCOUNTS
               PERFORM READ-INDICATORS
               IF WS-RUN-FAILED = "S"
                  MOVE "Y" TO WS-ACC-EOF
               ELSE
                  PERFORM COMPUTE-OFFER
                  IF WS-OF-REASON = SPACES
                     PERFORM INSERT-OFFER
                  END-IF
               END-IF
            END-IF
            END-IF.

         READ-INDICATORS.
      *    Os mesmos insumos que a esteira le no pedido, lidos de uma
      *    vez para a conta.
            EXEC SQL
               SELECT COALESCE((SELECT AVG(h.balance)
                                FROM balance_history h
                                WHERE h.account = :WS-OF-ACCOUNT
                                  AND h.business_date >=
                                      :WS-BUS-DATE::date - 90), 0),
                      (SELECT COUNT(DISTINCT
                              date_trunc('month', r.credit_date::date))
                       FROM bulk_run_details r
                       WHERE r.beneficiary_account = :WS-OF-ACCOUNT
                         AND r.outcome = 'P'
                         AND r.credit_date::date >=
                             :WS-BUS-DATE::date - 180),
                      COALESCE((SELECT SUM(r.amount)
                                FROM bulk_run_details r
                                WHERE r.beneficiary_account =
                                      :WS-OF-ACCOUNT
                                  AND r.outcome = 'P'
                                  AND r.credit_date::date >=
                                      :WS-BUS-DATE::date - 180), 0),
                      (SELECT COUNT(*)
                       FROM loan_installments i
                       JOIN loan_contracts c ON c.id = i.contract_id
                       WHERE c.account = :WS-OF-ACCOUNT
                         AND c.status = 'ACTIVE'
                         AND i.status = 'OPEN'
                         AND i.due_date < :WS-BUS-DATE::date),
                      (SELECT COUNT(*)
                       FROM liens l
                       WHERE l.account = :WS-OF-ACCOUNT
                         AND l.status = 'ACTIVE'),
                      COALESCE((SELECT SUM(t.monthly)
                                FROM (SELECT MIN(i.principal_amount
                                            + i.interest_amount)
                                             AS monthly
                                      FROM loan_installments i
                                      JOIN loan_contracts c
                                        ON c.id = i.contract_id
                                      WHERE c.account = :WS-OF-ACCOUNT
                                        AND c.status = 'ACTIVE'
                                        AND i.status = 'OPEN'
                                      GROUP BY i.contract_id) t), 0),
                      COALESCE(account_branch(:WS-OF-ACCOUNT), 'HQ')
               INTO :WS-OF-AVG-BAL, :WS-OF-PAY-MONTHS,
                    :WS-OF-PAY-TOTAL, :WS-OF-OVERDUE, :WS-OF-LIENS,
                    :WS-OF-EXISTING, :WS-OF-BRANCH
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         COMPUTE-OFFER.
      *    Motivo em branco = conta recebe oferta.
            MOVE SPACES TO WS-OF-REASON
            MOVE 0 TO WS-OF-AMOUNT

            IF WS-OF-PAY-MONTHS > 6
               MOVE 6 TO WS-OF-PAY-MONTHS
            END-IF
            COMPUTE WS-OF-SCORE = WS-OF-PAY-MONTHS * 100
            IF WS-OF-AVG-BAL >= 10000
               ADD 400 TO WS-OF-SCORE
            ELSE IF WS-OF-AVG-BAL >= 5000
               ADD 300 TO WS-OF-SCORE
            ELSE IF WS-OF-AVG-BAL >= 1000
               ADD 200 TO WS-OF-SCORE
            ELSE IF WS-OF-AVG-BAL > 0
               ADD 100 TO WS-OF-SCORE
            END-IF
            END-IF
            END-IF
            END-IF

            MOVE 0 TO WS-OF-PAY-AVG
            IF WS-OF-PAY-MONTHS > 0
               COMPUTE WS-OF-PAY-AVG ROUNDED =
                  WS-OF-PAY-TOTAL / WS-OF-PAY-MONTHS
            END-IF
            IF WS-OF-PAY-AVG > WS-OF-AVG-BAL
               MOVE WS-OF-PAY-AVG TO WS-OF-INCOME
            ELSE
               MOVE WS-OF-AVG-BAL TO WS-OF-INCOME
            END-IF

            IF WS-OF-SCORE >= 800
               COMPUTE WS-OF-RATE = WS-BASE-RATE - 0,0030
            ELSE IF WS-OF-SCORE >= 500
               MOVE WS-BASE-RATE TO WS-OF-RATE
            ELSE
               COMPUTE WS-OF-RATE = WS-BASE-RATE + 0,0050
            END-IF
            END-IF

            COMPUTE WS-OF-CAPACITY ROUNDED =
               WS-OF-INCOME * WS-AFFORD-PCT / 100 - WS-OF-EXISTING

            IF WS-OF-OVERDUE > 0
               MOVE "OVERDUE" TO WS-OF-REASON
               ADD 1 TO WS-CNT-OVERDUE
            ELSE IF WS-OF-LIENS > 0
               MOVE "LIEN" TO WS-OF-REASON
               ADD 1 TO WS-CNT-LIENS
            ELSE IF WS-OF-SCORE < WS-MIN-SCORE OR WS-OF-CAPACITY <= 0
               MOVE "LOWSCORE" TO WS-OF-REASON
               ADD 1 TO WS-CNT-LOW
            ELSE
      *        Valor cuja primeira parcela (principal/prazo + juros
      *        sobre o principal, a conta da esteira) cabe na folga.
               COMPUTE WS-OF-AMOUNT ROUNDED =
                  WS-OF-CAPACITY * WS-OF-TERMS /
                     (1 + WS-OF-RATE * WS-OF-TERMS)
               IF WS-OF-AMOUNT > WS-MAX-AMOUNT
                  MOVE WS-MAX-AMOUNT TO WS-OF-AMOUNT
               END-IF
               COMPUTE WS-OF-HUNDREDS = WS-OF-AMOUNT / 100
               COMPUTE WS-OF-AMOUNT = WS-OF-HUNDREDS * 100
               IF WS-OF-AMOUNT < WS-MIN-AMOUNT
                  MOVE "LOWSCORE" TO WS-OF-REASON
                  ADD 1 TO WS-CNT-LOW
               END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-OFFER.
            EXEC SQL
               INSERT INTO credit_offers
                  (account, branch, score, amount, monthly_rate,
                   max_terms, avg_balance, payroll_months,
                   offer_date, expiry_date, status)
               VALUES (:WS-OF-ACCOUNT, :WS-OF-BRANCH, :WS-OF-SCORE,
                       :WS-OF-AMOUNT, :WS-OF-RATE, :WS-OF-TERMS,
                       :WS-OF-AVG-BAL, :WS-OF-PAY-MONTHS,
                       :WS-BUS-DATE::date,
                       :WS-BUS-DATE::date + :WS-OF-VALID-DAYS,
                       'ACTIVE')
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-CNT-OFFERS
               ADD WS-OF-AMOUNT TO WS-TOT-AMOUNT
            END-IF.

         BUILD-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir o relatorio - status "
                  WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "OFERTAS DE CREDITO PRE-APROVADO - " WS-BUS-DATE
                  " (VALIDADE " WS-OF-VALID-DAYS " DIAS, ATE "
                  WS-OF-TERMS " PARCELAS)"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM REPORT-OFFER-LIST
               PERFORM REPORT-BRANCH-TOTALS

               MOVE SPACES TO REPORT-LINE
               STRING "CONTAS AVALIADAS " WS-CNT-ACCOUNTS
                  "  OFERTAS " WS-CNT-OFFERS
                  "  SEM OFERTA: ATRASO " WS-CNT-OVERDUE
                  " BLOQUEIO " WS-CNT-LIENS
                  " SCORE/CAPACIDADE " WS-CNT-LOW
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "#Relatorio gravado em " WS-REPORT-PATH
            END-IF

            MOVE WS-TOT-AMOUNT TO WS-ED-TOTAL
            DISPLAY "#Contas: " WS-CNT-ACCOUNTS " ofertas: "
               WS-CNT-OFFERS " volume: " WS-ED-TOTAL

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-CNT-OFFERS TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "ofertas " WS-BUS-DATE ": " WS-CNT-OFFERS
               " de " WS-CNT-ACCOUNTS " conta(s), volume "
               WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REPORT-OFFER-LIST.
            MOVE "[1] LISTA DE CAMPANHA POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "AGENC. CONTA      TITULAR                          "
               "        SCORE    VALOR OFERTA TAXA   VALIDADE"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE OFR-LIST-CUR CURSOR FOR
               SELECT o.branch, o.account,
                      COALESCE(SUBSTR(get_usr(o.account), 1, 40), ' '),
                      o.score, o.amount, o.monthly_rate,
                      TO_CHAR(o.expiry_date, 'YYYY-MM-DD')
               FROM credit_offers o
               WHERE o.status = 'ACTIVE'
                 AND o.offer_date = :WS-BUS-DATE::date
               ORDER BY o.branch, o.amount DESC, o.account
            END-EXEC

            EXEC SQL
               OPEN OFR-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM REPORT-ONE-OFFER UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OFR-LIST-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-OFFER.
            EXEC SQL
               FETCH OFR-LIST-CUR
               INTO :WS-LS-BRANCH, :WS-LS-ACCOUNT, :WS-LS-HOLDER,
                    :WS-LS-SCORE, :WS-LS-AMOUNT, :WS-LS-RATE,
                    :WS-LS-EXPIRY
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-LS-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-LS-BRANCH " " WS-LS-ACCOUNT " "
                  WS-LS-HOLDER " " WS-LS-SCORE " " WS-ED-AMOUNT
                  " " WS-LS-RATE " " WS-LS-EXPIRY
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-BRANCH-TOTALS.
            MOVE "[2] TOTAIS POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE OFR-BRANCH-CUR CURSOR FOR
               SELECT branch, COUNT(*), COALESCE(SUM(amount), 0)
               FROM credit_offers
               WHERE status = 'ACTIVE'
                 AND offer_date = :WS-BUS-DATE::date
               GROUP BY branch
               ORDER BY branch
            END-EXEC

            EXEC SQL
               OPEN OFR-BRANCH-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM REPORT-ONE-BRANCH UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OFR-BRANCH-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-BRANCH.
            EXEC SQL
               FETCH OFR-BRANCH-CUR
               INTO :WS-LS-BRANCH, :WS-LS-COUNT, :WS-LS-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-LS-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-LS-BRANCH "  OFERTAS " WS-LS-COUNT
                  "  VOLUME " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

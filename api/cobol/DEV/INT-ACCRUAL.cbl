      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Daily interest appropriation - the ledger stops waiting for
      *  the cash event to see interest. For the business date (the
      *  DATESRV data do movimento, or INT_ACCRUAL_DATE AAAA-MM-DD to
      *  redo a past one) the run accrues, pro rata by business day
      *  (DATESRV BDCOUNT):
      *  - the expense owed on every OPEN term deposit: the contracted
      *    yield CDB-MATURE will pay (principal x yearly rate x term
      *    days / 365) spread over the business days between opening
      *    and maturity;
      *  - the income earned on every OPEN installment of a performing
      *    ACTIVE loan: the installment's interest spread over the
      *    business days of its period (previous due date, or the
      *    contract start, to its own due date).
      *  Each day books the difference between what should have been
      *  accrued up to the date and what already was, one row per
      *  deposit or installment in interest_accruals. A loan with an
      *  installment more than ACCRUAL_STOP_DAYS past due (60 by
      *  default) is non-performing and stops accruing until it is
      *  back in order; what it had accrued stays until the cash event.
      *  When the cash event happens - the deposit leaves OPEN at
      *  CDB-MATURE or CDB-MAINT REDEEM, the installment leaves OPEN
      *  paid, renegotiated, written off or cancelled - the balance
      *  accrued for it is reversed on the next run.
      *  The day's totals are posted to gl_entries under their own
      *  sources, kept apart from GL-POST's rerun like LOAN-PROV's:
      *    CDB-ACCRUAL   D expense (CDB_ACCR_EXPENSE_GL)
      *                  C payable (CDB_ACCR_PAYABLE_GL)
      *    CDB-ACCR-REV  the opposite pair
      *    LOAN-ACCRUAL  D receivable (LOAN_ACCR_RECEIVABLE_GL)
      *                  C income (LOAN_ACCR_INCOME_GL)
      *    LOAN-ACCR-REV the opposite pair
      *  Rerunning a date replaces its rows and entries; a date with
      *  accruals already booked after it, or in a period closed at
      *  GL-CLOSE, is refused. Everything for the date commits in one
      *  transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INT-ACCRUAL.
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
         01  REPORT-LINE             PIC X(100).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-ACC-DATE             PIC X(10) VALUE SPACES.
         01  WS-STOP-DAYS            PIC 9(3)  VALUE 60.
         01  WS-PERIOD-CLOSED        PIC 9(5)  VALUE 0.
         01  WS-LATER-ROWS           PIC 9(9)  VALUE 0.

      *    Aplicacao a prazo corrente.
         01  WS-CDB-ID               PIC 9(9)  VALUE 0.
         01  WS-CDB-PRINCIPAL        PIC 9(10)V99 VALUE 0.
         01  WS-CDB-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-CDB-TERM-DAYS        PIC 9(5)  VALUE 0.
         01  WS-CDB-OPEN-DATE        PIC X(10) VALUE SPACES.
         01  WS-CDB-MATURITY         PIC X(10) VALUE SPACES.

      *    Parcela corrente de contrato adimplente.
         01  WS-INS-ID               PIC 9(9)  VALUE 0.
         01  WS-INS-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-INS-INTEREST         PIC 9(10)V99 VALUE 0.
         01  WS-INS-START            PIC X(10) VALUE SPACES.
         01  WS-INS-DUE              PIC X(10) VALUE SPACES.

      *    Apropriacao do item - o ja apropriado e o do dia.
         01  WS-ITEM-ACCRUED         PIC S9(10)V99 VALUE 0.
         01  WS-ITEM-DAY             PIC S9(10)V99 VALUE 0.
         01  WS-ITEM-REF             PIC 9(9)  VALUE 0.
         01  WS-ITEM-CONTRACT        PIC 9(9)  VALUE 0.
         01  WS-ITEM-PRODUCT         PIC X(4)  VALUE SPACES.

      *    Totais do dia e o lancamento contabil.
         01  WS-TOT-CDB-ACCR         PIC 9(13)V99 VALUE 0.
         01  WS-TOT-CDB-REV          PIC 9(13)V99 VALUE 0.
         01  WS-TOT-LOAN-ACCR        PIC 9(13)V99 VALUE 0.
         01  WS-TOT-LOAN-REV         PIC 9(13)V99 VALUE 0.
         01  WS-REV-COUNT            PIC 9(7)  VALUE 0.
         01  WS-GL-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-GL-DEBIT             PIC 9(6)  VALUE 0.
         01  WS-GL-CREDIT            PIC 9(6)  VALUE 0.
         01  WS-GL-SOURCE            PIC X(20) VALUE SPACES.

      *    Contrato com apropriacao suspensa, para o relatorio.
         01  WS-NPL-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-NPL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-NPL-DAYS             PIC 9(5)  VALUE 0.
         01  WS-NPL-ACCRUED          PIC S9(10)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento e dias uteis pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-ITEM-EOF            PIC X(1)  VALUE "N".
         01  WS-RPT-EOF             PIC X(1)  VALUE "N".
         01  WS-DAYS-ENV            PIC X(3)  VALUE SPACES.

      *    Fracao do periodo ja decorrida, em dias uteis.
         01  WS-BD-TOTAL            PIC 9(5)  VALUE 0.
         01  WS-BD-ELAPSED          PIC 9(5)  VALUE 0.
         01  WS-ITEM-TOTAL          PIC 9(10)V99 VALUE 0.
         01  WS-ITEM-TARGET         PIC 9(10)V99 VALUE 0.

         01  WS-CDB-COUNT           PIC 9(7)  VALUE 0.
         01  WS-LOAN-COUNT          PIC 9(7)  VALUE 0.
         01  WS-NPL-COUNT           PIC 9(7)  VALUE 0.

      *    Contas do razao - parametros do catalogo com o padrao do
      *    plano interno (4xxxxx despesa, 3xxxxx receita).
         01  WS-CDB-EXPENSE-GL      PIC 9(6)  VALUE 411200.
         01  WS-CDB-PAYABLE-GL      PIC 9(6)  VALUE 249200.
         01  WS-LOAN-RECEIV-GL      PIC 9(6)  VALUE 161200.
         01  WS-LOAN-INCOME-GL      PIC 9(6)  VALUE 311200.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-AMOUNT-EDIT         PIC Z(12)9,99.
         01  WS-ACCRUED-EDIT        PIC -(9)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INTACCR".
             05  WS-LOG-ACTION         PIC X(20) VALUE "INT-ACCRUAL".
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
               PERFORM RESOLVE-ACCRUAL-DATE
               IF WS-ACC-DATE NOT = SPACES
                  PERFORM CHECK-DATE-OPEN
               END-IF
               IF WS-ACC-DATE NOT = SPACES
                  PERFORM ACCRUE-DATE
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-ACC-DATE FROM ENVIRONMENT "INT_ACCRUAL_DATE"

            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "ACCRUAL_STOP_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-STOP-DAYS
            END-IF

            MOVE "/tmp/interest_accrual.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "INT_ACCRUAL_REPORT_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/interest_accrual.txt" TO WS-REPORT-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Contas do razao e o corte de adimplencia pelo catalogo
      *    central, quando cadastrados.
            MOVE "ACCRUAL_STOP_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-STOP-DAYS
            END-IF

            MOVE "CDB_ACCR_EXPENSE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CDB-EXPENSE-GL
            END-IF

            MOVE "CDB_ACCR_PAYABLE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CDB-PAYABLE-GL
            END-IF

            MOVE "LOAN_ACCR_RECEIVABLE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-LOAN-RECEIV-GL
            END-IF

            MOVE "LOAN_ACCR_INCOME_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-LOAN-INCOME-GL
            END-IF

            IF WS-STOP-DAYS = 0
               MOVE 60 TO WS-STOP-DAYS
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
            END-IF.

         RESOLVE-ACCRUAL-DATE.
      *    Data informada no ambiente vence; sem ela, a data do
      *    movimento em vigor no DATESRV - o mesmo criterio do GL-POST.
            IF WS-ACC-DATE = SPACES
               MOVE "CURRBD" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-OUT TO WS-ACC-DATE
            ELSE
               MOVE "VALIDATE" TO WS-DS-FUNC
               MOVE WS-ACC-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP NOT = "S"
                  DISPLAY "#INT_ACCRUAL_DATE invalida: " WS-ACC-DATE
                  MOVE SPACES TO WS-ACC-DATE
               END-IF
            END-IF
            IF WS-ACC-DATE NOT = SPACES
               DISPLAY "#Apropriacao de juros - data " WS-ACC-DATE
            END-IF.

         CHECK-DATE-OPEN.
      *    Mes fechado no GL-CLOSE nao recebe lancamento; data com
      *    apropriacao posterior ja gravada teria a base de todos os
      *    dias seguintes mudada - refeita so em ordem.
            MOVE 0 TO WS-PERIOD-CLOSED
            MOVE 0 TO WS-LATER-ROWS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-PERIOD-CLOSED
               FROM gl_periods
               WHERE period = TO_CHAR(:WS-ACC-DATE::date, 'YYYY-MM')
                 AND status = 'CLOSED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-PERIOD-CLOSED
            END-IF
            EXEC SQL
               SELECT COUNT(*) INTO :WS-LATER-ROWS
               FROM interest_accruals
               WHERE business_date > :WS-ACC-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-LATER-ROWS
            END-IF

            IF WS-PERIOD-CLOSED > 0 OR WS-LATER-ROWS > 0
               IF WS-PERIOD-CLOSED > 0
                  DISPLAY "#Periodo contabil fechado - apropriacao "
                     "recusada"
               ELSE
                  DISPLAY "#Ha apropriacao gravada apos " WS-ACC-DATE
                     " - refaca as datas em ordem"
               END-IF
               MOVE "REFUSED" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "apropriacao " WS-ACC-DATE ": data recusada"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE SPACES TO WS-ACC-DATE
            END-IF.

         ACCRUE-DATE.
      *    Tudo da data numa transacao so - apropriacoes, estornos e o
      *    lancamento contabil comitam juntos ou nenhum.
            PERFORM CLEAR-DATE-ACCRUALS
            IF WS-RUN-HALTED = "N"
               PERFORM REVERSE-SETTLED-ITEMS
            END-IF
            IF WS-RUN-HALTED = "N"
               PERFORM ACCRUE-ALL-DEPOSITS
            END-IF
            IF WS-RUN-HALTED = "N"
               PERFORM ACCRUE-ALL-INSTALLMENTS
            END-IF
            IF WS-RUN-HALTED = "N"
               PERFORM POST-ACCRUAL-ENTRIES
            END-IF

            IF WS-RUN-HALTED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Apropriacao interrompida - nada gravado na "
                  "data"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM WRITE-ACCRUAL-REPORT
            END-IF

            DISPLAY "#CDB apropriado: " WS-TOT-CDB-ACCR
               " estornado: " WS-TOT-CDB-REV
            DISPLAY "#Credito apropriado: " WS-TOT-LOAN-ACCR
               " estornado: " WS-TOT-LOAN-REV
               " suspensos: " WS-NPL-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-LOAN-ACCR TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "apropriacao " WS-ACC-DATE ": cdb " WS-CDB-COUNT
               " credito " WS-LOAN-COUNT " estornos " WS-REV-COUNT
               " suspensos " WS-NPL-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CLEAR-DATE-ACCRUALS.
      *    Rodar a mesma data de novo substitui, nao duplica - o mesmo
      *    DELETE-e-regrava do LOAN-PROV, na apropriacao e no razao.
            EXEC SQL
               DELETE FROM interest_accruals
               WHERE business_date = :WS-ACC-DATE::date
            END-EXEC
            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  DELETE FROM gl_entries
                  WHERE business_date = :WS-ACC-DATE::date
                    AND source_action IN ('CDB-ACCRUAL',
                                          'CDB-ACCR-REV',
                                          'LOAN-ACCRUAL',
                                          'LOAN-ACCR-REV')
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         REVERSE-SETTLED-ITEMS.
      *    Evento de caixa: aplicacao fora de OPEN (vencida, resgatada)
      *    ou parcela fora de OPEN (paga, renegociada, baixada,
      *    cancelada) tem o saldo apropriado estornado de uma vez.
            EXEC SQL
               INSERT INTO interest_accruals
                  (business_date, product, ref_id, contract_id,
                   kind, amount)
               SELECT :WS-ACC-DATE::date, a.product, a.ref_id,
                      MAX(a.contract_id), 'REVERSAL', -SUM(a.amount)
               FROM interest_accruals a
               WHERE a.business_date < :WS-ACC-DATE::date
               GROUP BY a.product, a.ref_id
               HAVING SUM(a.amount) <> 0
                  AND ((a.product = 'CDB'
                        AND NOT EXISTS
                            (SELECT 1 FROM term_deposits t
                             WHERE t.id = a.ref_id
                               AND t.status = 'OPEN'))
                    OR (a.product = 'LOAN'
                        AND NOT EXISTS
                            (SELECT 1 FROM loan_installments i
                             WHERE i.id = a.ref_id
                               AND i.status = 'OPEN')))
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SQLERRD(3) TO WS-REV-COUNT
            END-IF.

         ACCRUE-ALL-DEPOSITS.
      *    Aplicacao aberta antes da data - o rendimento contratado e
      *    o ja apropriado nos dias anteriores.
            EXEC SQL
               DECLARE ACR-CDB-CUR CURSOR FOR
               SELECT t.id, t.principal, t.yearly_rate, t.term_days,
                      TO_CHAR(t.open_date, 'YYYY-MM-DD'),
                      TO_CHAR(t.maturity_date, 'YYYY-MM-DD'),
                      COALESCE((SELECT SUM(a.amount)
                                FROM interest_accruals a
                                WHERE a.product = 'CDB'
                                  AND a.ref_id = t.id
                                  AND a.business_date <
                                      :WS-ACC-DATE::date), 0)
               FROM term_deposits t
               WHERE t.status = 'OPEN'
                 AND t.open_date < :WS-ACC-DATE::date
               ORDER BY t.id
            END-EXEC

            EXEC SQL
               OPEN ACR-CDB-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ITEM-EOF
               PERFORM ACCRUE-ONE-DEPOSIT UNTIL WS-ITEM-EOF = "Y"
               EXEC SQL
                  CLOSE ACR-CDB-CUR
               END-EXEC
            END-IF.

         ACCRUE-ONE-DEPOSIT.
            EXEC SQL
               FETCH ACR-CDB-CUR
               INTO :WS-CDB-ID, :WS-CDB-PRINCIPAL, :WS-CDB-RATE,
                    :WS-CDB-TERM-DAYS, :WS-CDB-OPEN-DATE,
                    :WS-CDB-MATURITY, :WS-ITEM-ACCRUED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ITEM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ITEM-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *        O mesmo rendimento que o CDB-MATURE vai pagar.
               COMPUTE WS-ITEM-TOTAL ROUNDED =
                  WS-CDB-PRINCIPAL * WS-CDB-RATE
                     * WS-CDB-TERM-DAYS / 365
               MOVE WS-CDB-OPEN-DATE TO WS-DS-IN
               MOVE WS-CDB-MATURITY TO WS-DS-OUT
               PERFORM COMPUTE-ITEM-TARGET
               MOVE "CDB" TO WS-ITEM-PRODUCT
               MOVE WS-CDB-ID TO WS-ITEM-REF
               MOVE 0 TO WS-ITEM-CONTRACT
               PERFORM BOOK-ITEM-ACCRUAL
               IF WS-RUN-HALTED = "S"
                  MOVE "Y" TO WS-ITEM-EOF
               END-IF
            END-IF
            END-IF.

         ACCRUE-ALL-INSTALLMENTS.
      *    Parcela aberta de contrato ACTIVE adimplente, cujo periodo
      *    (do vencimento anterior, ou do inicio do contrato, ao seu)
      *    ja comecou. Contrato com parcela vencida alem do corte nao
      *    entra - a apropriacao fica suspensa ate regularizar.
            EXEC SQL
               DECLARE ACR-LOAN-CUR CURSOR FOR
               SELECT i.id, i.contract_id, i.interest_amount,
                      TO_CHAR(COALESCE(
                         (SELECT MAX(p.due_date)
                          FROM loan_installments p
                          WHERE p.contract_id = i.contract_id
                            AND p.seq < i.seq), c.start_date),
                         'YYYY-MM-DD'),
                      TO_CHAR(i.due_date, 'YYYY-MM-DD'),
                      COALESCE((SELECT SUM(a.amount)
                                FROM interest_accruals a
                                WHERE a.product = 'LOAN'
                                  AND a.ref_id = i.id
                                  AND a.business_date <
                                      :WS-ACC-DATE::date), 0)
               FROM loan_installments i
               JOIN loan_contracts c ON c.id = i.contract_id
               WHERE c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND c.start_date < :WS-ACC-DATE::date
                 AND NOT EXISTS
                     (SELECT 1 FROM loan_installments o
                      WHERE o.contract_id = c.id
                        AND o.status = 'OPEN'
                        AND o.due_date < :WS-ACC-DATE::date
                                         - :WS-STOP-DAYS)
               ORDER BY i.contract_id, i.seq
            END-EXEC

            EXEC SQL
               OPEN ACR-LOAN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ITEM-EOF
               PERFORM ACCRUE-ONE-INSTALLMENT UNTIL WS-ITEM-EOF = "Y"
               EXEC SQL
                  CLOSE ACR-LOAN-CUR
               END-EXEC
            END-IF.

         ACCRUE-ONE-INSTALLMENT.
            EXEC SQL
               FETCH ACR-LOAN-CUR
               INTO :WS-INS-ID, :WS-INS-CONTRACT, :WS-INS-INTEREST,
                    :WS-INS-START, :WS-INS-DUE, :WS-ITEM-ACCRUED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ITEM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ITEM-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *        Parcela de periodo ainda nao iniciado espera a sua vez.
               IF WS-INS-START < WS-ACC-DATE
                  MOVE WS-INS-INTEREST TO WS-ITEM-TOTAL
                  MOVE WS-INS-START TO WS-DS-IN
                  MOVE WS-INS-DUE TO WS-DS-OUT
                  PERFORM COMPUTE-ITEM-TARGET
                  MOVE "LOAN" TO WS-ITEM-PRODUCT
                  MOVE WS-INS-ID TO WS-ITEM-REF
                  MOVE WS-INS-CONTRACT TO WS-ITEM-CONTRACT
                  PERFORM BOOK-ITEM-ACCRUAL
                  IF WS-RUN-HALTED = "S"
                     MOVE "Y" TO WS-ITEM-EOF
                  END-IF
               END-IF
            END-IF
            END-IF.

         COMPUTE-ITEM-TARGET.
      *    Apropriado ate a data = total x dias uteis decorridos / dias
      *    uteis do periodo (DATESRV BDCOUNT, aberto no inicio e
      *    fechado no fim). Periodo vencido ou sem dia util = total.
      *    Entrada: WS-DS-IN inicio, WS-DS-OUT fim, WS-ITEM-TOTAL.
            MOVE "BDCOUNT" TO WS-DS-FUNC
            MOVE 0 TO WS-DS-DAYS
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-DAYS TO WS-BD-TOTAL
            IF WS-DS-DISP = "S" AND WS-DS-OUT > WS-ACC-DATE
               MOVE WS-ACC-DATE TO WS-DS-OUT
               MOVE 0 TO WS-DS-DAYS
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-DAYS TO WS-BD-ELAPSED
            ELSE
               MOVE WS-BD-TOTAL TO WS-BD-ELAPSED
            END-IF

            IF WS-DS-DISP NOT = "S"
      *        O DATESRV ja desfez a transacao - a data inteira volta.
               MOVE "S" TO WS-RUN-HALTED
               DISPLAY "#Falha na contagem de dias uteis - "
                  WS-DS-IN " a " WS-DS-OUT
            ELSE IF WS-BD-TOTAL = 0 OR WS-BD-ELAPSED >= WS-BD-TOTAL
               MOVE WS-ITEM-TOTAL TO WS-ITEM-TARGET
            ELSE
               COMPUTE WS-ITEM-TARGET ROUNDED =
                  WS-ITEM-TOTAL * WS-BD-ELAPSED / WS-BD-TOTAL
            END-IF
            END-IF.

         BOOK-ITEM-ACCRUAL.
      *    So a diferenca do dia entra - item ja apropriado por inteiro
      *    (ou acima do alvo) nao gera linha.
            IF WS-RUN-HALTED = "N"
               COMPUTE WS-ITEM-DAY = WS-ITEM-TARGET - WS-ITEM-ACCRUED
               IF WS-ITEM-DAY > 0
                  EXEC SQL
                     INSERT INTO interest_accruals
                        (business_date, product, ref_id, contract_id,
                         kind, amount)
                     VALUES (:WS-ACC-DATE::date, :WS-ITEM-PRODUCT,
                             :WS-ITEM-REF,
                             NULLIF(:WS-ITEM-CONTRACT, 0),
                             'ACCRUAL', :WS-ITEM-DAY)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE "S" TO WS-RUN-HALTED
                     MOVE SQLCODE TO SQLCODE-PASS
                     MOVE SQLSTATE TO SQLSTATE-PASS
                     MOVE SQLERRMC TO SQLERRMC-PASS
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  ELSE IF WS-ITEM-PRODUCT = "CDB"
                     ADD 1 TO WS-CDB-COUNT
                  ELSE
                     ADD 1 TO WS-LOAN-COUNT
                  END-IF
                  END-IF
               END-IF
            END-IF.

         POST-ACCRUAL-ENTRIES.
      *    Totais do dia por produto e natureza - cada um vira um par
      *    balanceado no razao, na data apropriada.
            EXEC SQL
               SELECT COALESCE(SUM(amount) FILTER
                         (WHERE product = 'CDB'
                            AND kind = 'ACCRUAL'), 0),
                      COALESCE(-SUM(amount) FILTER
                         (WHERE product = 'CDB'
                            AND kind = 'REVERSAL'), 0),
                      COALESCE(SUM(amount) FILTER
                         (WHERE product = 'LOAN'
                            AND kind = 'ACCRUAL'), 0),
                      COALESCE(-SUM(amount) FILTER
                         (WHERE product = 'LOAN'
                            AND kind = 'REVERSAL'), 0)
               INTO :WS-TOT-CDB-ACCR, :WS-TOT-CDB-REV,
                    :WS-TOT-LOAN-ACCR, :WS-TOT-LOAN-REV
               FROM interest_accruals
               WHERE business_date = :WS-ACC-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF

            MOVE "CDB-ACCRUAL" TO WS-GL-SOURCE
            MOVE WS-TOT-CDB-ACCR TO WS-GL-AMOUNT
            MOVE WS-CDB-EXPENSE-GL TO WS-GL-DEBIT
            MOVE WS-CDB-PAYABLE-GL TO WS-GL-CREDIT
            PERFORM POST-GL-PAIR

            MOVE "CDB-ACCR-REV" TO WS-GL-SOURCE
            MOVE WS-TOT-CDB-REV TO WS-GL-AMOUNT
            MOVE WS-CDB-PAYABLE-GL TO WS-GL-DEBIT
            MOVE WS-CDB-EXPENSE-GL TO WS-GL-CREDIT
            PERFORM POST-GL-PAIR

            MOVE "LOAN-ACCRUAL" TO WS-GL-SOURCE
            MOVE WS-TOT-LOAN-ACCR TO WS-GL-AMOUNT
            MOVE WS-LOAN-RECEIV-GL TO WS-GL-DEBIT
            MOVE WS-LOAN-INCOME-GL TO WS-GL-CREDIT
            PERFORM POST-GL-PAIR

            MOVE "LOAN-ACCR-REV" TO WS-GL-SOURCE
            MOVE WS-TOT-LOAN-REV TO WS-GL-AMOUNT
            MOVE WS-LOAN-INCOME-GL TO WS-GL-DEBIT
            MOVE WS-LOAN-RECEIV-GL TO WS-GL-CREDIT
            PERFORM POST-GL-PAIR.

         POST-GL-PAIR.
            IF WS-RUN-HALTED = "N" AND WS-GL-AMOUNT > 0
               EXEC SQL
                  INSERT INTO gl_entries
                     (business_date, gl_code, debit_amount,
                      credit_amount, source_action)
                  VALUES (:WS-ACC-DATE::date, :WS-GL-DEBIT,
                          :WS-GL-AMOUNT, 0, :WS-GL-SOURCE)
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     INSERT INTO gl_entries
                        (business_date, gl_code, debit_amount,
                         credit_amount, source_action)
                     VALUES (:WS-ACC-DATE::date, :WS-GL-CREDIT,
                             0, :WS-GL-AMOUNT, :WS-GL-SOURCE)
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  DISPLAY "#Lancado no razao: " WS-GL-SOURCE " "
                     WS-GL-AMOUNT " D " WS-GL-DEBIT " C " WS-GL-CREDIT
               END-IF
            END-IF.

         WRITE-ACCRUAL-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de apropriacao - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "APROPRIACAO DIARIA DE JUROS - " WS-ACC-DATE
                  " (SUSPENSAO APOS " WS-STOP-DAYS " DIAS DE ATRASO)"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               MOVE "[1] LANCAMENTOS DO DIA" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOT-CDB-ACCR TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "CDB-ACCRUAL    " WS-AMOUNT-EDIT "  D "
                  WS-CDB-EXPENSE-GL " C " WS-CDB-PAYABLE-GL
                  "  APLICACOES " WS-CDB-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOT-CDB-REV TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "CDB-ACCR-REV   " WS-AMOUNT-EDIT "  D "
                  WS-CDB-PAYABLE-GL " C " WS-CDB-EXPENSE-GL
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOT-LOAN-ACCR TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "LOAN-ACCRUAL   " WS-AMOUNT-EDIT "  D "
                  WS-LOAN-RECEIV-GL " C " WS-LOAN-INCOME-GL
                  "  PARCELAS " WS-LOAN-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOT-LOAN-REV TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "LOAN-ACCR-REV  " WS-AMOUNT-EDIT "  D "
                  WS-LOAN-INCOME-GL " C " WS-LOAN-RECEIV-GL
                  "  ESTORNOS (TOTAL) " WS-REV-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM REPORT-SUSPENDED-LOANS
               CLOSE REPORT-FILE
               DISPLAY "#Relatorio gravado em " WS-REPORT-PATH
            END-IF.

         REPORT-SUSPENDED-LOANS.
      *    Contratos ACTIVE fora do corte de adimplencia - sem
      *    apropriacao nova; o saldo apropriado ate a suspensao fica
      *    ate o evento de caixa.
            MOVE "[2] CONTRATOS COM APROPRIACAO SUSPENSA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "CONTRATO  CONTA      DIAS ATRASO  SALDO APROPRIADO"
               TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE ACR-NPL-CUR CURSOR FOR
               SELECT c.id, c.account,
                      :WS-ACC-DATE::date - MIN(i.due_date),
                      COALESCE((SELECT SUM(a.amount)
                                FROM interest_accruals a
                                WHERE a.product = 'LOAN'
                                  AND a.contract_id = c.id), 0)
               FROM loan_contracts c
               JOIN loan_installments i ON i.contract_id = c.id
               WHERE c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND i.due_date < :WS-ACC-DATE::date
               GROUP BY c.id, c.account
               HAVING :WS-ACC-DATE::date - MIN(i.due_date)
                      > :WS-STOP-DAYS
               ORDER BY c.id
            END-EXEC

            EXEC SQL
               OPEN ACR-NPL-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-RPT-EOF
               PERFORM REPORT-ONE-SUSPENDED UNTIL WS-RPT-EOF = "Y"
               EXEC SQL
                  CLOSE ACR-NPL-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-SUSPENDED.
            EXEC SQL
               FETCH ACR-NPL-CUR
               INTO :WS-NPL-CONTRACT, :WS-NPL-ACCOUNT, :WS-NPL-DAYS,
                    :WS-NPL-ACCRUED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RPT-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RPT-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-NPL-COUNT
               MOVE WS-NPL-ACCRUED TO WS-ACCRUED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-NPL-CONTRACT " " WS-NPL-ACCOUNT " "
                  WS-NPL-DAYS "        " WS-ACCRUED-EDIT
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly customer and branch profitability (rentabilidade) -
      *  puts together, per customer document (account_holder_doc of
      *  every account in get_accounts()), what each customer left in
      *  the month and what it cost to serve:
      *    fee revenue  - the TARIFA/FEE debits of the account history
      *                   (get_transfer(), the same cut FEE-STMT uses:
      *                   ACCRUE-INT, CHQ-CLEAR, PKG-BILL, COBR-SETTLE
      *                   all charge through post_fee()) plus the
      *                   origination fee of the loans started in the
      *                   month (loan_contracts.fee_amount, withheld
      *                   from the release, never a history debit),
      *                   less the tariffs given back in the month at
      *                   the waiver desk (fee_waivers REFUNDED).
      *                   IOF (IOF-REMIT, post_tax()) is tax collected
      *                   for the Receita and passes through - not
      *                   revenue, left out.
      *    loan NIM     - interest of the installments paid in the
      *                   month less the funding of the open principal
      *                   at the transfer rate (rate / 12).
      *    deposit NIM  - what the funding is worth at the transfer
      *                   rate less what it costs: open CDBs at their
      *                   yearly_rate, savings parcels at the savings
      *                   rule ALM-GAP uses, and the average positive
      *                   checking balance of balance_history in the
      *                   month at no cost.
      *    operating    - postings of the month in the transaction log
      *    cost           (audit_journal lines where the account is
      *                   debited or credited) times the unit cost.
      *  Transfer rate: PROFIT_FTP_RATE in bank_params (percent per
      *  year; absent, SELIC_ANNUAL_RATE). Unit cost:
      *  PROFIT_COST_PER_TXN in bank_params (default 0,50). Month from
      *  PROFIT_MONTH (AAAA-MM, default the closed month before the
      *  business date).
      *
      *  The figures are kept in customer_profitability (ref_month,
      *  doc, branch - the branch of the customer's first account -,
      *  accounts, fee_revenue, loan_nim, deposit_nim, txn_count,
      *  operating_cost, net_result, created_at), replaced whole for
      *  the month on every run. From it come the ranked file
      *  (PROFIT_FILE, default /tmp/profit_<month>.dat) and the report
      *  for the commercial directors (PROFIT_RPT_FILE, default
      *  /tmp/profit_rpt_<month>.txt): [1] the customers ranked by
      *  result, the first PROFIT_RPT_TOP (default 50); [2] the
      *  branches ranked by result.
      *
      *  Ranked file layouts:
      *    header : '0' + month AAAA-MM + transfer rate 9V9(6)
      *             + unit cost 9(3)V99
      *    detail : '1' + rank 9(7) + doc X(20) + branch X(6)
      *             + accounts 9(3) + postings 9(7)
      *             + fee, loan NIM, deposit NIM, operating cost and
      *               result, each sign + 9(11)V99
      *    trailer: '9' + count 9(7) + total result sign + 9(13)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 PROFIT-RPT.
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
            SELECT PROFIT-FILE ASSIGN TO WS-PROFIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFIT-STATUS.

            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  PROFIT-FILE.
         01  PROFIT-LINE             PIC X(120).

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

      *    Mes apurado e seus limites.
         01  WS-PRF-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-PER-START            PIC X(10) VALUE SPACES.
         01  WS-PER-END              PIC X(10) VALUE SPACES.
         01  WS-BASE-DATE            PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Taxas ao ano em fracao (0,105 = 10,5% a.a.) e custo unitario.
         01  WS-FTP-ANNUAL           PIC 9(1)V9(6) VALUE 0.
         01  WS-SAV-ANNUAL           PIC 9(3)V9(6) VALUE 0.
         01  WS-COST-PER-TXN         PIC 9(3)V99 VALUE 0,50.
         01  WS-PRF-ROWS             PIC 9(7)  VALUE 0.

      *    Linha corrente dos cursores.
         01  WS-CUR-DOC              PIC X(20) VALUE SPACES.
         01  WS-CUR-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-CUR-ACCOUNTS         PIC 9(7)  VALUE 0.
         01  WS-CUR-TXN              PIC 9(7)  VALUE 0.
         01  WS-CUR-FEE              PIC S9(11)V99 VALUE 0.
         01  WS-CUR-LOAN-NIM         PIC S9(11)V99 VALUE 0.
         01  WS-CUR-DEP-NIM          PIC S9(11)V99 VALUE 0.
         01  WS-CUR-COST             PIC S9(11)V99 VALUE 0.
         01  WS-CUR-RESULT           PIC S9(11)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

         01  WS-RANK                 PIC 9(7)  VALUE 0.
         01  WS-RPT-TOP              PIC 9(5)  VALUE 50.
         01  WS-TOT-RESULT           PIC S9(13)V99 VALUE 0.
         01  WS-BRANCH-COUNT         PIC 9(5)  VALUE 0.

      *    Politica - catalogo bank_params; SELIC como taxa de
      *    transferencia quando a propria nao esta cadastrada.
         01  WS-FTP-PCT              PIC 9(2)V9(4) VALUE 0.
         01  WS-SELIC-ANNUAL         PIC 9(2)V9(2) VALUE 10,50.
         01  WS-SELIC-MONTHLY        PIC 9(1)V9(4) VALUE 0,0080.
         01  WS-TR-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-SAV-RATE             PIC 9(1)V9(6) VALUE 0.
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-MONTH-ENV            PIC X(7)  VALUE SPACES.
         01  WS-TOP-ENV              PIC X(5)  VALUE SPACES.
         01  WS-PROFIT-PATH          PIC X(100) VALUE SPACES.
         01  WS-PROFIT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

      *    Registros do arquivo ordenado, layout fixo.
         01  WS-PRF-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-MONTH           PIC X(7).
             05  HDR-FTP-RATE        PIC 9(1)V9(6).
             05  HDR-COST            PIC 9(3)V99.
             05  FILLER              PIC X(100) VALUE SPACES.
         01  WS-PRF-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-RANK            PIC 9(7).
             05  DET-DOC             PIC X(20).
             05  DET-BRANCH          PIC X(6).
             05  DET-ACCOUNTS        PIC 9(3).
             05  DET-TXN             PIC 9(7).
             05  DET-FEE             PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05  DET-LOAN-NIM        PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05  DET-DEP-NIM         PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05  DET-COST            PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05  DET-RESULT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
             05  FILLER              PIC X(6)  VALUE SPACES.
         01  WS-PRF-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-COUNT           PIC 9(7).
             05  TRL-TOTAL           PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
             05  FILLER              PIC X(96) VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-RANK              PIC Z(6)9.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-FEE               PIC -(11)9,99.
         01  WS-ED-LOAN-NIM          PIC -(11)9,99.
         01  WS-ED-DEP-NIM           PIC -(11)9,99.
         01  WS-ED-COST              PIC -(11)9,99.
         01  WS-ED-RESULT            PIC -(11)9,99.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PROFITRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "PROFIT-RPT".
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
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               IF WS-RUN-HALTED = "N"
                  PERFORM LOAD-DB-POLICY
                  PERFORM BUILD-PROFITABILITY
               END-IF
               IF WS-RUN-HALTED = "N"
                  PERFORM WRITE-RANKED-OUTPUT
               END-IF
               PERFORM LOG-RUN-SUMMARY
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

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
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
               PERFORM RESOLVE-PERIOD
            END-IF.

         STAMP-BUSINESS-DATE.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BASE-DATE

            ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "PROFIT_MONTH"
            IF WS-MONTH-ENV NOT = SPACES
               MOVE WS-MONTH-ENV TO WS-PRF-MONTH
            END-IF

            ACCEPT WS-TOP-ENV FROM ENVIRONMENT "PROFIT_RPT_TOP"
            IF WS-TOP-ENV IS NUMERIC AND WS-TOP-ENV NOT = SPACES
               MOVE WS-TOP-ENV TO WS-RPT-TOP
            END-IF.

         RESOLVE-PERIOD.
      *    Sem PROFIT_MONTH o apurado e o mes fechado anterior a data
      *    do movimento - o mes em que juros, tarifas e fotos de saldo
      *    ja estao completos.
            IF WS-PRF-MONTH = SPACES
               EXEC SQL
                  SELECT TO_CHAR(date_trunc('month',
                            COALESCE(NULLIF(TRIM(:WS-BASE-DATE), '')
                               ::date, CURRENT_DATE))
                            - interval '1 month', 'YYYY-MM')
                  INTO :WS-PRF-MONTH
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-PRF-MONTH
               END-IF
            END-IF

            IF WS-PRF-MONTH NOT = SPACES
               MOVE SPACES TO WS-PER-START
               STRING WS-PRF-MONTH "-01" DELIMITED BY SIZE
                  INTO WS-PER-START
               END-STRING
               EXEC SQL
                  SELECT TO_CHAR((:WS-PER-START::date
                            + interval '1 month')
                            - interval '1 day', 'YYYY-MM-DD')
                  INTO :WS-PER-END
               END-EXEC
            END-IF

            IF WS-PRF-MONTH = SPACES OR SQLCODE NOT = ZERO
               DISPLAY "#Mes de apuracao invalido: " WS-PRF-MONTH
               PERFORM NOTE-SQL-FAILURE
            ELSE
               DISPLAY "#Rentabilidade do mes " WS-PRF-MONTH
            END-IF

            ACCEPT WS-PROFIT-PATH FROM ENVIRONMENT "PROFIT_FILE"
            IF WS-PROFIT-PATH = SPACES
               STRING "/tmp/profit_" WS-PRF-MONTH ".dat"
                  DELIMITED BY SIZE INTO WS-PROFIT-PATH
               END-STRING
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "PROFIT_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/profit_rpt_" WS-PRF-MONTH ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         LOAD-DB-POLICY.
            MOVE "SELIC_ANNUAL_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SELIC-ANNUAL
            END-IF

            MOVE "SELIC_MONTHLY_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SELIC-MONTHLY
            END-IF

            MOVE "SAV_TR_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-TR-RATE
            END-IF

            MOVE WS-SELIC-ANNUAL TO WS-FTP-PCT
            MOVE "PROFIT_FTP_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FTP-PCT
            END-IF
            COMPUTE WS-FTP-ANNUAL = WS-FTP-PCT / 100

            MOVE "PROFIT_COST_PER_TXN" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-COST-PER-TXN
            END-IF

      *    Regra da poupanca - a mesma de ALM-GAP e SAV-ANNIV.
            IF WS-SELIC-ANNUAL > 8,50
               COMPUTE WS-SAV-RATE = WS-TR-RATE + 0,0050
            ELSE
               COMPUTE WS-SAV-RATE ROUNDED =
                  WS-SELIC-MONTHLY * 0,70
            END-IF
            COMPUTE WS-SAV-ANNUAL = WS-SAV-RATE * 12

            DISPLAY "#Taxa de transferencia " WS-FTP-PCT
               "% a.a., custo por lancamento " WS-COST-PER-TXN.

         BUILD-PROFITABILITY.
      *    O mes e refeito inteiro - a rodada repetida substitui a
      *    anterior, e apaga e grava na mesma transacao.
            EXEC SQL
               DELETE FROM customer_profitability
               WHERE ref_month = :WS-PRF-MONTH
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM NOTE-SQL-FAILURE
            END-IF

      *    Uma linha por conta com as cinco parcelas, somada por
      *    documento; agencia do cliente e a da primeira conta.
            IF WS-RUN-HALTED = "N"
               EXEC SQL
                  INSERT INTO customer_profitability
                     (ref_month, doc, branch, accounts, fee_revenue,
                      loan_nim, deposit_nim, txn_count,
                      operating_cost, net_result, created_at)
                  SELECT :WS-PRF-MONTH, p.doc,
                         (ARRAY_AGG(p.branch ORDER BY p.account))[1],
                         COUNT(*),
                         ROUND(SUM(p.fee), 2),
                         ROUND(SUM(p.loan_nim), 2),
                         ROUND(SUM(p.dep_nim), 2),
                         SUM(p.txn),
                         ROUND(SUM(p.txn) * :WS-COST-PER-TXN, 2),
                         ROUND(SUM(p.fee + p.loan_nim + p.dep_nim)
                            - SUM(p.txn) * :WS-COST-PER-TXN, 2),
                         now()
                  FROM (SELECT a.account_number AS account,
                          COALESCE(account_holder_doc(
                             a.account_number)::text, 'SEM TITULAR')
                             AS doc,
                          COALESCE(account_branch(a.account_number),
                             'HQ') AS branch,
                          (SELECT COALESCE(SUM(ABS(t.tr_valor)), 0)
                           FROM get_transfer(a.account_number,
                                :WS-PER-START, :WS-PER-END) t
                           WHERE t.tr_valor < 0
                             AND (UPPER(t.tr_descricao) LIKE '%TARIFA%'
                                  OR UPPER(t.tr_descricao)
                                     LIKE '%FEE%'))
                          + (SELECT COALESCE(SUM(c.fee_amount), 0)
                             FROM loan_contracts c
                             WHERE c.account = a.account_number
                               AND c.start_date
                                   >= :WS-PER-START::date
                               AND c.start_date
                                   <= :WS-PER-END::date)
                          - (SELECT COALESCE(SUM(w.amount), 0)
                             FROM fee_waivers w
                             WHERE w.account = a.account_number
                               AND w.status = 'REFUNDED'
                               AND w.fee_type <> 'IOF'
                               AND w.refunded_on
                                   >= :WS-PER-START::date
                               AND w.refunded_on
                                   <= :WS-PER-END::date) AS fee,
                          (SELECT COALESCE(SUM(i.interest_amount), 0)
                           FROM loan_installments i
                           JOIN loan_contracts c
                             ON c.id = i.contract_id
                           WHERE c.account = a.account_number
                             AND i.status = 'PAID'
                             AND i.paid_date >= :WS-PER-START::date
                             AND i.paid_date <= :WS-PER-END::date)
                          - (SELECT COALESCE(SUM(i.principal_amount),
                                    0)
                             FROM loan_installments i
                             JOIN loan_contracts c
                               ON c.id = i.contract_id
                             WHERE c.account = a.account_number
                               AND c.status = 'ACTIVE'
                               AND i.status = 'OPEN')
                            * :WS-FTP-ANNUAL / 12 AS loan_nim,
                          (SELECT COALESCE(SUM(d.principal
                                  * (:WS-FTP-ANNUAL - d.yearly_rate)),
                                  0)
                           FROM term_deposits d
                           WHERE d.account = a.account_number
                             AND d.status = 'OPEN') / 12
                          + (SELECT COALESCE(SUM(s.amount), 0)
                             FROM savings_parcels s
                             WHERE s.account = a.account_number
                               AND s.amount > 0)
                            * (:WS-FTP-ANNUAL - :WS-SAV-ANNUAL) / 12
                          + (SELECT COALESCE(AVG(GREATEST(h.balance,
                                    0)), 0)
                             FROM balance_history h
                             WHERE h.account = a.account_number
                               AND h.business_date
                                   >= :WS-PER-START::date
                               AND h.business_date
                                   <= :WS-PER-END::date)
                            * :WS-FTP-ANNUAL / 12 AS dep_nim,
                          (SELECT COUNT(*)
                           FROM audit_journal j
                           WHERE (j.debit_account = a.account_number
                              OR  j.credit_account = a.account_number)
                             AND j.created_at::date
                                 >= :WS-PER-START::date
                             AND j.created_at::date
                                 <= :WS-PER-END::date) AS txn
                        FROM get_accounts() a) p
                  GROUP BY p.doc
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                  PERFORM NOTE-SQL-FAILURE
               ELSE
                  MOVE SQLERRD(3) TO WS-PRF-ROWS
               END-IF
            END-IF

            IF WS-RUN-HALTED = "N"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#" WS-PRF-ROWS " cliente(s) apurado(s)"
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         WRITE-RANKED-OUTPUT.
            OPEN OUTPUT PROFIT-FILE
            IF WS-PROFIT-STATUS NOT = "00"
               DISPLAY "#Arquivo de rentabilidade nao aberto ("
                  WS-PROFIT-STATUS ")"
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM RANK-CUSTOMERS
                  PERFORM RANK-BRANCHES
                  CLOSE REPORT-FILE
               END-IF
               CLOSE PROFIT-FILE
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE WS-PRF-MONTH    TO HDR-MONTH
            MOVE WS-FTP-ANNUAL   TO HDR-FTP-RATE
            MOVE WS-COST-PER-TXN TO HDR-COST
            WRITE PROFIT-LINE FROM WS-PRF-HEADER

            MOVE SPACES TO REPORT-LINE
            STRING "RENTABILIDADE POR CLIENTE E AGENCIA - MES "
               WS-PRF-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "TAXA DE TRANSFERENCIA " WS-FTP-PCT
               "% A.A.  CUSTO POR LANCAMENTO " WS-COST-PER-TXN
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         WRITE-COLUMN-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "   POSICAO CHAVE                AGENC    LANCTOS"
               "         TARIFAS    MARGEM CRED.    MARGEM CAPT."
               "    CUSTO OPER.      RESULTADO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         RANK-CUSTOMERS.
      *    O arquivo leva todos os clientes na ordem do resultado; o
      *    relatorio, os primeiros PROFIT_RPT_TOP.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] CLIENTES POR RESULTADO" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-COLUMN-HEADER

            EXEC SQL
               DECLARE PRF-CUST-CUR CURSOR FOR
               SELECT doc, branch, accounts, txn_count, fee_revenue,
                      loan_nim, deposit_nim, operating_cost,
                      net_result
               FROM customer_profitability
               WHERE ref_month = :WS-PRF-MONTH
               ORDER BY net_result DESC, doc
            END-EXEC

            EXEC SQL
               OPEN PRF-CUST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE 0 TO WS-RANK
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-CUSTOMER-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE PRF-CUST-CUR
               END-EXEC
            END-IF

            MOVE WS-RANK       TO TRL-COUNT
            MOVE WS-TOT-RESULT TO TRL-TOTAL
            WRITE PROFIT-LINE FROM WS-PRF-TRAILER
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-CUSTOMER-ROW.
            EXEC SQL
               FETCH PRF-CUST-CUR
               INTO :WS-CUR-DOC, :WS-CUR-BRANCH, :WS-CUR-ACCOUNTS,
                    :WS-CUR-TXN, :WS-CUR-FEE, :WS-CUR-LOAN-NIM,
                    :WS-CUR-DEP-NIM, :WS-CUR-COST, :WS-CUR-RESULT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-RANK
               ADD WS-CUR-RESULT TO WS-TOT-RESULT
               MOVE WS-RANK         TO DET-RANK
               MOVE WS-CUR-DOC      TO DET-DOC
               MOVE WS-CUR-BRANCH   TO DET-BRANCH
               MOVE WS-CUR-ACCOUNTS TO DET-ACCOUNTS
               MOVE WS-CUR-TXN      TO DET-TXN
               MOVE WS-CUR-FEE      TO DET-FEE
               MOVE WS-CUR-LOAN-NIM TO DET-LOAN-NIM
               MOVE WS-CUR-DEP-NIM  TO DET-DEP-NIM
               MOVE WS-CUR-COST     TO DET-COST
               MOVE WS-CUR-RESULT   TO DET-RESULT
               WRITE PROFIT-LINE FROM WS-PRF-DETAIL
               IF WS-RANK <= WS-RPT-TOP
                  PERFORM WRITE-RANK-LINE
               END-IF
            END-IF
            END-IF.

         RANK-BRANCHES.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] AGENCIAS POR RESULTADO" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-COLUMN-HEADER

            EXEC SQL
               DECLARE PRF-BRANCH-CUR CURSOR FOR
               SELECT branch, COUNT(*), SUM(txn_count),
                      SUM(fee_revenue), SUM(loan_nim),
                      SUM(deposit_nim), SUM(operating_cost),
                      SUM(net_result)
               FROM customer_profitability
               WHERE ref_month = :WS-PRF-MONTH
               GROUP BY branch
               ORDER BY SUM(net_result) DESC, branch
            END-EXEC

            EXEC SQL
               OPEN PRF-BRANCH-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE 0 TO WS-BRANCH-COUNT
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BRANCH-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE PRF-BRANCH-CUR
               END-EXEC
            END-IF.

         FETCH-BRANCH-ROW.
            EXEC SQL
               FETCH PRF-BRANCH-CUR
               INTO :WS-CUR-BRANCH, :WS-CUR-ACCOUNTS, :WS-CUR-TXN,
                    :WS-CUR-FEE, :WS-CUR-LOAN-NIM, :WS-CUR-DEP-NIM,
                    :WS-CUR-COST, :WS-CUR-RESULT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-BRANCH-COUNT
               MOVE SPACES TO WS-CUR-DOC
               STRING WS-CUR-ACCOUNTS " cliente(s)"
                  DELIMITED BY SIZE INTO WS-CUR-DOC
               END-STRING
               MOVE WS-BRANCH-COUNT TO WS-ED-RANK
               PERFORM WRITE-DETAIL-LINE
            END-IF
            END-IF.

         WRITE-RANK-LINE.
            MOVE WS-RANK TO WS-ED-RANK
            PERFORM WRITE-DETAIL-LINE.

         WRITE-DETAIL-LINE.
            MOVE WS-CUR-TXN      TO WS-ED-COUNT
            MOVE WS-CUR-FEE      TO WS-ED-FEE
            MOVE WS-CUR-LOAN-NIM TO WS-ED-LOAN-NIM
            MOVE WS-CUR-DEP-NIM  TO WS-ED-DEP-NIM
            MOVE WS-CUR-COST     TO WS-ED-COST
            MOVE WS-CUR-RESULT   TO WS-ED-RESULT
            MOVE SPACES TO REPORT-LINE
            STRING WS-ED-RANK "   " WS-CUR-DOC " " WS-CUR-BRANCH
               " " WS-ED-COUNT " " WS-ED-FEE " " WS-ED-LOAN-NIM
               " " WS-ED-DEP-NIM " " WS-ED-COST " " WS-ED-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         NOTE-SQL-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-RUN-SUMMARY.
            DISPLAY "#Rentabilidade " WS-PRF-MONTH ": " WS-RANK
               " cliente(s), " WS-BRANCH-COUNT " agencia(s), resultado "
               WS-TOT-RESULT
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-RESULT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "mes " WS-PRF-MONTH " clientes " WS-RANK
               " agencias " WS-BRANCH-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

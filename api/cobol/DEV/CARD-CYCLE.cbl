      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly credit-card invoice run (fatura) - three passes over
      *  the card accounts CARD-MAINT opens for CREDIT cards:
      *    1. collection: invoices paid by account debit and due up to
      *       the business date are charged against the holder's
      *       checking account through post_transfer() to the
      *       CARD_RECEIVABLE_ACCOUNT - the full balance, or at least
      *       the minimum when the full one is refused - and applied
      *       to the invoice through CARDPAYMT; refused ones are tried
      *       again the next night, like LOAN-DUE's installments;
      *    2. delinquency: invoices past due without the minimum paid
      *       turn OVERDUE;
      *    3. closing: each card account whose closing day of the
      *       month has come (a closing day that fell on a weekend or
      *       holiday is caught up on the next run) gets its invoice.
      *       What stayed unpaid on the previous invoice is charged
      *       revolving interest (CARD_REVOLVING_RATE, % a month) and,
      *       when not even the minimum was paid, the late fee
      *       (CARD_LATE_FEE_PCT), and rolls into the new invoice
      *       (previous one REVOLVED). New invoice = previous balance
      *       + purchases + charges - payments since the last
      *       closing; minimum = CARD_MIN_PCT of the total, never
      *       below CARD_MIN_AMOUNT nor above the total; due date
      *       CARD_DUE_DAYS after the closing, on a business day.
      *       BOLETO-paying accounts get the invoice boleto issued to
      *       the receivable account (BOLETO-RET / PAYABLES pay the
      *       invoice through CARDPAYMT). The invoice (and the
      *       boleto's digitable line) goes to the customer through
      *       the notification spool.
      *  Each card account and each collection commits on its own; a
      *  rerun closes nothing twice (last_close_date) and charges
      *  nothing twice (invoice status).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CARD-CYCLE.
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

            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(120).

         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-RECEIVABLE-ACCOUNT   PIC 9(10) VALUE 0.

      *    Fatura em cobranca (debito em conta).
         01  WS-COL-INV-ID           PIC 9(9)  VALUE 0.
         01  WS-COL-CA-ID            PIC 9(9)  VALUE 0.
         01  WS-COL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-COL-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-COL-MIN-DUE          PIC S9(13)V99 VALUE 0.
         01  WS-COL-CHARGE           PIC 9(10)V99 VALUE 0.
         01  WS-COL-RESULT           PIC X(20) VALUE SPACES.

      *    Conta-cartao em fechamento.
         01  WS-CYC-CA-ID            PIC 9(9)  VALUE 0.
         01  WS-CYC-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-CYC-PAY-METHOD       PIC X(6)  VALUE SPACES.
         01  WS-CYC-CLOSE-DATE       PIC X(10) VALUE SPACES.

      *    Fatura anterior da conta-cartao.
         01  WS-PRV-ID               PIC 9(9)  VALUE 0.
         01  WS-PRV-TOTAL            PIC S9(13)V99 VALUE 0.
         01  WS-PRV-MINIMUM          PIC S9(13)V99 VALUE 0.
         01  WS-PRV-PAID             PIC S9(13)V99 VALUE 0.
         01  WS-PRV-STATUS           PIC X(10) VALUE SPACES.

      *    Fatura nova.
         01  WS-INV-ID               PIC 9(9)  VALUE 0.
         01  WS-INV-PREVIOUS         PIC S9(13)V99 VALUE 0.
         01  WS-INV-PURCHASES        PIC S9(13)V99 VALUE 0.
         01  WS-INV-PAYMENTS         PIC S9(13)V99 VALUE 0.
         01  WS-INV-MOVEMENT         PIC S9(13)V99 VALUE 0.
         01  WS-INV-CHARGES          PIC S9(13)V99 VALUE 0.
         01  WS-INV-TOTAL            PIC S9(13)V99 VALUE 0.
         01  WS-INV-MINIMUM          PIC S9(13)V99 VALUE 0.
         01  WS-INV-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-INV-STATUS           PIC X(10) VALUE SPACES.
         01  WS-INV-INTEREST         PIC 9(10)V99 VALUE 0.
         01  WS-INV-LATE-FEE         PIC 9(10)V99 VALUE 0.
         01  WS-INV-DESC             PIC X(60) VALUE SPACES.
         01  WS-DUE-DAYS             PIC 9(3)  VALUE 10.

      *    Boleto da fatura.
         01  WS-BOL-ID               PIC 9(9)  VALUE 0.
         01  WS-BOL-PAYER            PIC X(60) VALUE SPACES.
         01  WS-BOL-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-BOL-BARCODE          PIC X(33) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Politica do cartao - padrao compilado, catalogo central
      *    (GETPARAM) quando cadastrada.
         01  WS-REVOLVING-RATE      PIC 9(3)V9(4) VALUE 12,0000.
         01  WS-LATE-FEE-PCT        PIC 9(3)V9(4) VALUE 2,0000.
         01  WS-MIN-PCT             PIC 9(3)V9(4) VALUE 15,0000.
         01  WS-MIN-AMOUNT          PIC 9(10)V99 VALUE 50,00.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Codigo do nosso banco na linha digitavel.
         01  WS-BANK-CODE           PIC X(3)  VALUE "999".
         01  WS-BANK-CODE-ENV       PIC X(3)  VALUE SPACES.

      *    Corpo da linha digitavel e calculo do digito mod-11: banco
      *    (3) + numero (9) + vencimento (8) + valor (12) = 32 digitos,
      *    como a BOLETO-MAINT emite.
         01  WS-BAR-BODY.
             05  WS-BAR-BANK         PIC X(3).
             05  WS-BAR-ID           PIC 9(9).
             05  WS-BAR-DUE          PIC 9(8).
             05  WS-BAR-AMOUNT       PIC 9(10)V99.
         01  WS-BAR-BODY-X REDEFINES WS-BAR-BODY.
             05  WS-BAR-DIGIT        PIC 9(1) OCCURS 32.
         01  WS-BAR-DV              PIC 9(1)  VALUE 0.
         01  WS-BAR-IX              PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-WEIGHT          PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-SUM             PIC 9(6)  COMP VALUE 0.
         01  WS-BAR-REM             PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-DV-CALC         PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-DUE-NUM         PIC 9(8)  VALUE 0.

      *    Pagamento da fatura (CARDPAYMT).
         01  WS-CPAY-DATA.
             05  WS-CPAY-FUNC          PIC X(8)  VALUE "INVOICE".
             05  WS-CPAY-BOLETO-ID     PIC 9(9)  VALUE 0.
             05  WS-CPAY-INVOICE-ID    PIC 9(9)  VALUE 0.
             05  WS-CPAY-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-CPAY-SOURCE        PIC X(10) VALUE "DEBIT".
             05  WS-CPAY-CARD-ACCT-ID  PIC 9(9)  VALUE 0.
             05  WS-CPAY-STATUS        PIC X(10) VALUE SPACES.
         01  WS-CPAY-DISP           PIC X(1)  VALUE SPACE.

      *    Aviso ao cliente no spool de notificacoes, no layout do
      *    WRITE-NOTIFICATION da Enginev3.
         01  WS-NOTIFY-PATH          PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-NOTIFY-EVENT         PIC X(14) VALUE SPACES.
         01  WS-NOTIFY-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-NOTIFY-DATE          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-TIME          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT   PIC -(9)9,99.
         01  WS-NOTIFY-DETAIL        PIC X(40) VALUE SPACES.
         01  WS-MIN-EDIT             PIC -(9)9,99.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-AMOUNT-EDIT          PIC -(12)9,99.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-COL-EOF             PIC X(1)  VALUE "N".
         01  WS-CYC-EOF             PIC X(1)  VALUE "N".
         01  WS-CYC-OK              PIC X(1)  VALUE "S".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-COLLECTED-COUNT     PIC 9(9)  VALUE 0.
         01  WS-REFUSED-COUNT       PIC 9(9)  VALUE 0.
         01  WS-OVERDUE-COUNT       PIC 9(9)  VALUE 0.
         01  WS-CLOSED-COUNT        PIC 9(9)  VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CARDCYCLE".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CARD-CYCLE".
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
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               IF WS-RECEIVABLE-ACCOUNT = 0
                  DISPLAY "#CARD_RECEIVABLE_ACCOUNT nao cadastrada - "
                     "ciclo de faturas nao executado"
                  MOVE 1 TO RETURN-CODE
               ELSE
                  OPEN OUTPUT REPORT-FILE
                  MOVE SPACES TO REPORT-LINE
                  STRING "FATURAS DE CARTAO - MOVIMENTO " WS-BUS-DATE
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
                  PERFORM COLLECT-DUE-INVOICES
                  PERFORM MARK-OVERDUE-INVOICES
                  PERFORM CLOSE-DUE-CYCLES
                  CLOSE REPORT-FILE
                  PERFORM LOG-RUN-SUMMARY
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            MOVE "/tmp/card_cycle.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CARD_CYCLE_REPORT"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/card_cycle.txt" TO WS-REPORT-PATH
            END-IF

            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF

            ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "BOLETO_BANK_CODE"
            IF WS-BANK-CODE-ENV NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-BANK-CODE
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

         LOAD-DB-POLICY.
      *    Taxas e valores do cartao pelo catalogo central; a conta a
      *    receber do cartao nao tem padrao - sem ela nada roda.
            MOVE "CARD_RECEIVABLE_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-RECEIVABLE-ACCOUNT
            END-IF

            MOVE "CARD_REVOLVING_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-REVOLVING-RATE
            END-IF

            MOVE "CARD_LATE_FEE_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-LATE-FEE-PCT
            END-IF

            MOVE "CARD_MIN_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MIN-PCT
            END-IF

            MOVE "CARD_MIN_AMOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MIN-AMOUNT
            END-IF

            MOVE "CARD_DUE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-DUE-DAYS
            END-IF.

         COLLECT-DUE-INVOICES.
      *    Debito em conta das faturas vencidas ate a data do
      *    movimento - ainda em aberto ou em atraso, com saldo.
            EXEC SQL
               DECLARE CARD-COL-CUR CURSOR FOR
               SELECT i.id, i.card_account_id, a.account,
                      i.total_amount - i.paid_amount,
                      i.minimum_amount - i.paid_amount
               FROM card_invoices i
               JOIN card_accounts a ON a.id = i.card_account_id
               WHERE a.pay_method = 'DEBIT'
                 AND i.status IN ('OPEN', 'PARTIAL', 'OVERDUE')
                 AND i.due_date <= :WS-BUS-DATE::date
                 AND i.total_amount > i.paid_amount
               ORDER BY i.due_date, i.id
            END-EXEC

            EXEC SQL
               OPEN CARD-COL-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-COL-EOF
               PERFORM COLLECT-ONE-INVOICE UNTIL WS-COL-EOF = "Y"
               EXEC SQL
                  CLOSE CARD-COL-CUR
               END-EXEC
               DISPLAY "#Faturas debitadas : " WS-COLLECTED-COUNT
               DISPLAY "#Debitos recusados : " WS-REFUSED-COUNT
            END-IF.

         COLLECT-ONE-INVOICE.
            EXEC SQL
               FETCH CARD-COL-CUR
               INTO :WS-COL-INV-ID, :WS-COL-CA-ID, :WS-COL-ACCOUNT,
                    :WS-COL-BALANCE, :WS-COL-MIN-DUE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-COL-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-COL-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Primeiro o saldo inteiro; recusado, ao menos o que falta do
      *    minimo - o resto rola com juros no proximo fechamento.
               MOVE WS-COL-BALANCE TO WS-COL-CHARGE
               PERFORM TRY-DEBIT-INVOICE
               IF SQLCODE NOT = ZERO AND WS-COL-MIN-DUE > 0
                  AND WS-COL-MIN-DUE < WS-COL-BALANCE
                  MOVE WS-COL-MIN-DUE TO WS-COL-CHARGE
                  PERFORM TRY-DEBIT-INVOICE
               END-IF

               IF SQLCODE NOT = ZERO
                  ADD 1 TO WS-REFUSED-COUNT
                  MOVE WS-COL-BALANCE TO WS-AMOUNT-EDIT
                  MOVE SPACES TO REPORT-LINE
                  STRING "DEBITO RECUSADO fatura " WS-COL-INV-ID
                     " conta " WS-COL-ACCOUNT " saldo "
                     WS-AMOUNT-EDIT
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
               ELSE
                  ADD 1 TO WS-COLLECTED-COUNT
                  MOVE WS-COL-CHARGE TO WS-AMOUNT-EDIT
                  MOVE SPACES TO REPORT-LINE
                  STRING "DEBITADA fatura " WS-COL-INV-ID
                     " conta " WS-COL-ACCOUNT " valor "
                     WS-AMOUNT-EDIT " -> " WS-CPAY-STATUS
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
               END-IF
            END-IF
            END-IF.

         TRY-DEBIT-INVOICE.
      *    Debito na conta corrente e baixa na fatura na mesma
      *    transacao - recusado (saldo insuficiente e afins), nada
      *    fica alem do rollback.
            EXEC SQL
               SELECT post_transfer(:WS-COL-ACCOUNT,
                      :WS-RECEIVABLE-ACCOUNT, :WS-COL-CHARGE)
               INTO :WS-COL-RESULT
            END-EXEC

            IF SQLCODE = ZERO
               MOVE "INVOICE"      TO WS-CPAY-FUNC
               MOVE 0              TO WS-CPAY-BOLETO-ID
               MOVE WS-COL-INV-ID  TO WS-CPAY-INVOICE-ID
               MOVE WS-COL-CHARGE  TO WS-CPAY-AMOUNT
               MOVE "DEBIT"        TO WS-CPAY-SOURCE
               CALL "CARDPAYMT" USING WS-CPAY-DATA, WS-CPAY-DISP
               IF WS-CPAY-DISP NOT = "S"
                  MOVE -20 TO SQLCODE
                  MOVE "Falha no pagamento da fatura do cartao"
                     TO SQLERRMC
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE -1 TO SQLCODE
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         MARK-OVERDUE-INVOICES.
      *    Vencida sem o minimo pago vira OVERDUE - e o que cobra a
      *    multa no proximo fechamento.
            EXEC SQL
               UPDATE card_invoices
               SET status = 'OVERDUE'
               WHERE status = 'OPEN'
                 AND due_date < :WS-BUS-DATE::date
                 AND paid_amount < minimum_amount
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-OVERDUE-COUNT
               END-IF
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Faturas em atraso : " WS-OVERDUE-COUNT
            END-IF.

         CLOSE-DUE-CYCLES.
      *    Conta-cartao cujo dia de fechamento deste mes ja chegou e
      *    ainda nao fechou nele - o fechamento que caiu em dia sem
      *    movimento sai no primeiro movimento seguinte.
            EXEC SQL
               DECLARE CARD-CYC-CUR CURSOR FOR
               SELECT a.id, a.account, a.pay_method,
                      TO_CHAR(make_date(
                         EXTRACT(YEAR FROM :WS-BUS-DATE::date)::int,
                         EXTRACT(MONTH FROM :WS-BUS-DATE::date)::int,
                         a.closing_day), 'YYYY-MM-DD')
               FROM card_accounts a
               WHERE a.status = 'ACTIVE'
                 AND make_date(
                        EXTRACT(YEAR FROM :WS-BUS-DATE::date)::int,
                        EXTRACT(MONTH FROM :WS-BUS-DATE::date)::int,
                        a.closing_day) <= :WS-BUS-DATE::date
                 AND a.opened_date < make_date(
                        EXTRACT(YEAR FROM :WS-BUS-DATE::date)::int,
                        EXTRACT(MONTH FROM :WS-BUS-DATE::date)::int,
                        a.closing_day)
                 AND (a.last_close_date IS NULL OR
                      a.last_close_date < make_date(
                        EXTRACT(YEAR FROM :WS-BUS-DATE::date)::int,
                        EXTRACT(MONTH FROM :WS-BUS-DATE::date)::int,
                        a.closing_day))
               ORDER BY a.id
            END-EXEC

            EXEC SQL
               OPEN CARD-CYC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-CYC-EOF
               PERFORM CLOSE-ONE-CYCLE UNTIL WS-CYC-EOF = "Y"
               EXEC SQL
                  CLOSE CARD-CYC-CUR
               END-EXEC
               DISPLAY "#Faturas fechadas  : " WS-CLOSED-COUNT
               DISPLAY "#Fechamentos falhos: " WS-FAILED-COUNT
            END-IF.

         CLOSE-ONE-CYCLE.
            EXEC SQL
               FETCH CARD-CYC-CUR
               INTO :WS-CYC-CA-ID, :WS-CYC-ACCOUNT,
                    :WS-CYC-PAY-METHOD, :WS-CYC-CLOSE-DATE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CYC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CYC-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-CYC-OK
               MOVE 0 TO WS-INV-INTEREST
               MOVE 0 TO WS-INV-LATE-FEE
               MOVE 0 TO WS-BOL-ID
               PERFORM CHARGE-PREVIOUS-INVOICE
               IF WS-CYC-OK = "S"
                  PERFORM BUILD-NEW-INVOICE
               END-IF
               IF WS-CYC-OK = "S" AND WS-CYC-PAY-METHOD = "BOLETO"
                  AND WS-INV-TOTAL > 0
                  PERFORM ISSUE-INVOICE-BOLETO
               END-IF

               IF WS-CYC-OK NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  ADD 1 TO WS-FAILED-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING "FALHA no fechamento da conta-cartao "
                     WS-CYC-CA-ID " - nada gravado, refazer"
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-CLOSED-COUNT
                  PERFORM REPORT-CLOSED-INVOICE
                  PERFORM SPOOL-INVOICE-NOTICE
                  PERFORM LOG-INVOICE-CHARGES
               END-IF
            END-IF
            END-IF.

         CHARGE-PREVIOUS-INVOICE.
      *    O que ficou sem pagar da fatura anterior paga juros do
      *    rotativo; sem nem o minimo pago, paga tambem a multa. Os
      *    encargos entram como lancamentos sem fatura, e a anterior
      *    vira REVOLVED - o saldo dela rola para a nova.
            MOVE 0 TO WS-PRV-ID
            MOVE 0 TO WS-PRV-TOTAL
            MOVE 0 TO WS-PRV-MINIMUM
            MOVE 0 TO WS-PRV-PAID
            EXEC SQL
               SELECT id, total_amount, minimum_amount, paid_amount,
                      status
               INTO :WS-PRV-ID, :WS-PRV-TOTAL, :WS-PRV-MINIMUM,
                    :WS-PRV-PAID, :WS-PRV-STATUS
               FROM card_invoices
               WHERE card_account_id = :WS-CYC-CA-ID
               ORDER BY close_date DESC
               LIMIT 1
            END-EXEC

            IF SQLCODE = 100
               MOVE 0 TO SQLCODE
            ELSE IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CYC-OK
            ELSE IF WS-PRV-TOTAL > WS-PRV-PAID
               AND WS-PRV-STATUS NOT = "REVOLVED"
               COMPUTE WS-INV-INTEREST ROUNDED =
                  (WS-PRV-TOTAL - WS-PRV-PAID)
                  * WS-REVOLVING-RATE / 100
               IF WS-PRV-PAID < WS-PRV-MINIMUM
                  COMPUTE WS-INV-LATE-FEE ROUNDED =
                     (WS-PRV-TOTAL - WS-PRV-PAID)
                     * WS-LATE-FEE-PCT / 100
               END-IF

               IF WS-INV-INTEREST > 0
                  MOVE SPACES TO WS-INV-DESC
                  STRING "JUROS ROTATIVO FATURA " WS-PRV-ID
                     DELIMITED BY SIZE INTO WS-INV-DESC
                  END-STRING
                  EXEC SQL
                     INSERT INTO card_transactions
                        (card_account_id, txn_type, business_date,
                         amount, description)
                     VALUES (:WS-CYC-CA-ID, 'INTEREST',
                             :WS-BUS-DATE::date, :WS-INV-INTEREST,
                             :WS-INV-DESC)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE "N" TO WS-CYC-OK
                  END-IF
               END-IF

               IF WS-CYC-OK = "S" AND WS-INV-LATE-FEE > 0
                  MOVE SPACES TO WS-INV-DESC
                  STRING "MULTA ATRASO FATURA " WS-PRV-ID
                     DELIMITED BY SIZE INTO WS-INV-DESC
                  END-STRING
                  EXEC SQL
                     INSERT INTO card_transactions
                        (card_account_id, txn_type, business_date,
                         amount, description)
                     VALUES (:WS-CYC-CA-ID, 'LATE-FEE',
                             :WS-BUS-DATE::date, :WS-INV-LATE-FEE,
                             :WS-INV-DESC)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE "N" TO WS-CYC-OK
                  END-IF
               END-IF

               IF WS-CYC-OK = "S"
                  EXEC SQL
                     UPDATE card_invoices
                     SET status = 'REVOLVED'
                     WHERE id = :WS-PRV-ID
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE "N" TO WS-CYC-OK
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         BUILD-NEW-INVOICE.
      *    Fatura nova = saldo da anterior + tudo o que entrou na
      *    conta-cartao desde o ultimo fechamento (compras, encargos,
      *    pagamentos negativos e o que mais vier).
            MOVE WS-PRV-TOTAL TO WS-INV-PREVIOUS
            EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN txn_type = 'PURCHASE'
                                        THEN amount END), 0),
                      COALESCE(SUM(CASE WHEN txn_type = 'PAYMENT'
                                        THEN amount END), 0),
                      COALESCE(SUM(amount), 0)
               INTO :WS-INV-PURCHASES, :WS-INV-PAYMENTS,
                    :WS-INV-MOVEMENT
               FROM card_transactions
               WHERE card_account_id = :WS-CYC-CA-ID
                 AND invoice_id IS NULL
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CYC-OK
            ELSE
               COMPUTE WS-INV-CHARGES = WS-INV-MOVEMENT
                  - WS-INV-PURCHASES - WS-INV-PAYMENTS
               COMPUTE WS-INV-TOTAL = WS-INV-PREVIOUS
                  + WS-INV-MOVEMENT

      *    Minimo: percentual do total, com piso, nunca acima do
      *    total; fatura zerada ou credora nasce PAID.
               IF WS-INV-TOTAL NOT > 0
                  MOVE 0 TO WS-INV-MINIMUM
                  MOVE "PAID" TO WS-INV-STATUS
               ELSE
                  COMPUTE WS-INV-MINIMUM ROUNDED =
                     WS-INV-TOTAL * WS-MIN-PCT / 100
                  IF WS-INV-MINIMUM < WS-MIN-AMOUNT
                     MOVE WS-MIN-AMOUNT TO WS-INV-MINIMUM
                  END-IF
                  IF WS-INV-MINIMUM > WS-INV-TOTAL
                     MOVE WS-INV-TOTAL TO WS-INV-MINIMUM
                  END-IF
                  MOVE "OPEN" TO WS-INV-STATUS
               END-IF

               PERFORM RESOLVE-DUE-DATE
               PERFORM INSERT-INVOICE-ROW
            END-IF.

         RESOLVE-DUE-DATE.
      *    Vencimento CARD_DUE_DAYS dias corridos apos o fechamento,
      *    empurrado para o dia util seguinte quando cai fora.
            EXEC SQL
               SELECT TO_CHAR(:WS-CYC-CLOSE-DATE::date
                              + :WS-DUE-DAYS::int, 'YYYY-MM-DD')
               INTO :WS-INV-DUE-DATE
            END-EXEC

            MOVE "ISBD" TO WS-DS-FUNC
            MOVE WS-INV-DUE-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP NOT = "S"
               MOVE "NEXTBD" TO WS-DS-FUNC
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  MOVE WS-DS-OUT TO WS-INV-DUE-DATE
               END-IF
            END-IF.

         INSERT-INVOICE-ROW.
            EXEC SQL
               INSERT INTO card_invoices
                  (card_account_id, close_date, due_date,
                   previous_balance, purchases_amount,
                   charges_amount, payments_amount, total_amount,
                   minimum_amount, paid_amount, status)
               VALUES (:WS-CYC-CA-ID, :WS-CYC-CLOSE-DATE::date,
                       :WS-INV-DUE-DATE::date, :WS-INV-PREVIOUS,
                       :WS-INV-PURCHASES, :WS-INV-CHARGES,
                       :WS-INV-PAYMENTS, :WS-INV-TOTAL,
                       :WS-INV-MINIMUM, 0, :WS-INV-STATUS)
               RETURNING id INTO :WS-INV-ID
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE card_transactions
                  SET invoice_id = :WS-INV-ID
                  WHERE card_account_id = :WS-CYC-CA-ID
                    AND invoice_id IS NULL
               END-EXEC
               IF SQLCODE = 100
                  MOVE 0 TO SQLCODE
               END-IF
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE card_accounts
                  SET last_close_date = :WS-CYC-CLOSE-DATE::date
                  WHERE id = :WS-CYC-CA-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CYC-OK
            END-IF.

         ISSUE-INVOICE-BOLETO.
      *    Boleto da fatura pelo total, em favor da conta a receber do
      *    cartao - pago (no todo ou em parte) ele baixa a fatura pelo
      *    CARDPAYMT no BOLETO-RET ou no PAYABLES.
            MOVE SPACES TO WS-BOL-PAYER
            STRING "FATURA CARTAO " WS-CYC-CA-ID " CONTA "
               WS-CYC-ACCOUNT
               DELIMITED BY SIZE INTO WS-BOL-PAYER
            END-STRING
            MOVE WS-INV-TOTAL TO WS-BOL-AMOUNT

            EXEC SQL
               INSERT INTO boletos
                  (account, payer, amount, due_date, status)
               VALUES (:WS-RECEIVABLE-ACCOUNT, :WS-BOL-PAYER,
                       :WS-BOL-AMOUNT, :WS-INV-DUE-DATE::date,
                       'OPEN')
               RETURNING id INTO :WS-BOL-ID
            END-EXEC

            IF SQLCODE = ZERO
               PERFORM BUILD-BARCODE-LINE
               EXEC SQL
                  UPDATE boletos
                  SET barcode = :WS-BOL-BARCODE
                  WHERE id = :WS-BOL-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE card_invoices
                  SET boleto_id = :WS-BOL-ID
                  WHERE id = :WS-INV-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CYC-OK
            END-IF.

         BUILD-BARCODE-LINE.
      *    Linha digitavel: banco + numero + vencimento + valor, com o
      *    digito verificador mod-11 (pesos 2..9 do menos ao mais
      *    significativo; resto 0, 10 ou 11 vira digito 1).
            MOVE WS-BANK-CODE TO WS-BAR-BANK
            MOVE WS-BOL-ID    TO WS-BAR-ID
            MOVE WS-INV-DUE-DATE(1:4)  TO WS-BAR-DUE-NUM(1:4)
            MOVE WS-INV-DUE-DATE(6:2)  TO WS-BAR-DUE-NUM(5:2)
            MOVE WS-INV-DUE-DATE(9:2)  TO WS-BAR-DUE-NUM(7:2)
            MOVE WS-BAR-DUE-NUM TO WS-BAR-DUE
            MOVE WS-BOL-AMOUNT TO WS-BAR-AMOUNT

            MOVE 0 TO WS-BAR-SUM
            MOVE 2 TO WS-BAR-WEIGHT
            MOVE 32 TO WS-BAR-IX
            PERFORM SUM-ONE-BARCODE-DIGIT UNTIL WS-BAR-IX = 0

            DIVIDE WS-BAR-SUM BY 11 GIVING WS-BAR-SUM
               REMAINDER WS-BAR-REM
            COMPUTE WS-BAR-DV-CALC = 11 - WS-BAR-REM
            IF WS-BAR-DV-CALC = 0 OR WS-BAR-DV-CALC > 9
               MOVE 1 TO WS-BAR-DV
            ELSE
               MOVE WS-BAR-DV-CALC TO WS-BAR-DV
            END-IF

            MOVE SPACES TO WS-BOL-BARCODE
            STRING WS-BAR-BODY WS-BAR-DV DELIMITED BY SIZE
               INTO WS-BOL-BARCODE
            END-STRING.

         SUM-ONE-BARCODE-DIGIT.
            COMPUTE WS-BAR-SUM = WS-BAR-SUM +
               WS-BAR-DIGIT (WS-BAR-IX) * WS-BAR-WEIGHT
            ADD 1 TO WS-BAR-WEIGHT
            IF WS-BAR-WEIGHT > 9
               MOVE 2 TO WS-BAR-WEIGHT
            END-IF
            SUBTRACT 1 FROM WS-BAR-IX.

         REPORT-CLOSED-INVOICE.
            MOVE WS-INV-TOTAL TO WS-AMOUNT-EDIT
            MOVE WS-INV-MINIMUM TO WS-MIN-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "FECHADA fatura " WS-INV-ID " conta-cartao "
               WS-CYC-CA-ID " total " WS-AMOUNT-EDIT
               " minimo " WS-MIN-EDIT " vence " WS-INV-DUE-DATE
               " " WS-CYC-PAY-METHOD
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            IF WS-INV-INTEREST > 0 OR WS-INV-LATE-FEE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "        juros rotativo " WS-INV-INTEREST
                  " multa " WS-INV-LATE-FEE " da fatura " WS-PRV-ID
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         SPOOL-INVOICE-NOTICE.
      *    A fatura chega ao cliente pelo spool de notificacoes -
      *    total, vencimento e minimo; pagando por boleto, um segundo
      *    aviso leva a linha digitavel.
            MOVE "FATURA" TO WS-NOTIFY-EVENT
            MOVE WS-INV-TOTAL TO WS-NOTIFY-AMOUNT-EDIT
            MOVE WS-INV-MINIMUM TO WS-MIN-EDIT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING "VENC " WS-INV-DUE-DATE " MINIMO " WS-MIN-EDIT
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
            END-STRING
            PERFORM WRITE-NOTIFY-LINE

            IF WS-BOL-ID > 0
               MOVE "FATURA-BOLETO" TO WS-NOTIFY-EVENT
               MOVE WS-BOL-BARCODE TO WS-NOTIFY-DETAIL
               PERFORM WRITE-NOTIFY-LINE
            END-IF.

         WRITE-NOTIFY-LINE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3.
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME
            MOVE WS-CYC-ACCOUNT TO WS-NOTIFY-ACCOUNT

            OPEN EXTEND NOTIFY-FILE
            IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               MOVE SPACES TO NOTIFY-LINE
               STRING WS-NOTIFY-EVENT DELIMITED BY SPACE
                      "|"
                      WS-NOTIFY-DATE "|"
                      WS-NOTIFY-TIME "|"
                      "00000" "|"
                      WS-NOTIFY-ACCOUNT "|"
                      WS-NOTIFY-AMOUNT-EDIT "|"
                      WS-NOTIFY-DETAIL
                      DELIMITED BY SIZE INTO NOTIFY-LINE
               END-STRING
               WRITE NOTIFY-LINE
               CLOSE NOTIFY-FILE
            ELSE
               DISPLAY "#Falha ao gravar aviso - status "
                  WS-NOTIFY-STATUS
            END-IF.

         LOG-INVOICE-CHARGES.
      *    Uma linha de log por encargo, com acao propria - e por ela
      *    que GL-POST leva juros e multa do cartao para a receita.
            IF WS-INV-INTEREST > 0
               MOVE "CARD-INTEREST" TO WS-LOG-ACTION
               MOVE "OK"            TO WS-LOG-STATUS
               MOVE WS-INV-INTEREST TO WS-LOG-VALUE
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "conta-cartao " WS-CYC-CA-ID " fatura "
                  WS-PRV-ID " juros rotativo"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF

            IF WS-INV-LATE-FEE > 0
               MOVE "CARD-LATE-FEE" TO WS-LOG-ACTION
               MOVE "OK"            TO WS-LOG-STATUS
               MOVE WS-INV-LATE-FEE TO WS-LOG-VALUE
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "conta-cartao " WS-CYC-CA-ID " fatura "
                  WS-PRV-ID " multa por atraso"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            MOVE "CARD-CYCLE" TO WS-LOG-ACTION.

         LOG-RUN-SUMMARY.
            IF WS-FAILED-COUNT > 0
               MOVE "ERROR" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE "OK" TO WS-LOG-STATUS
            END-IF
            MOVE WS-CLOSED-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "faturas fechadas=" WS-CLOSED-COUNT
               " falhas=" WS-FAILED-COUNT
               " debitadas=" WS-COLLECTED-COUNT
               " recusadas=" WS-REFUSED-COUNT
               " atraso=" WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

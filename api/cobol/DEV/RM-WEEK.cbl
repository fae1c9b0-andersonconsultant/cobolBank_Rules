      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Weekly managed-portfolio report - one file per relationship
      *  manager with an ACTIVE portfolio in customer_managers (see
      *  RM-MAINT), covering the accounts of every customer assigned
      *  (get_holder_accounts() of the document):
      *    [1] balances and movement - saldo() of each account and the
      *        credits and debits of the week in get_transfer();
      *    [2] loans falling overdue - OPEN installments of ACTIVE
      *        contracts already due or due within the next 7 days;
      *    [3] CDBs maturing - OPEN term_deposits maturing within the
      *        next 30 days;
      *    [4] dormant accounts - flagged in dormant_accounts by
      *        DORMANT;
      *    [5] pre-approved offers - ACTIVE credit_offers still valid
      *        (CREDIT-OFFER).
      *  The week is the seven calendar days ending on the business
      *  date (RM_WEEK_END asks for another). Files go under
      *  RM_WEEK_DIR (default /tmp) as rm_semana_<login>_<date>.txt.
      *  Read only.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 RM-WEEK.
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
      *    Um arquivo por gerente - o nome e montado em WS-RMW-PATH
      *    antes de cada OPEN, como FEE-STMT faz por conta.
            SELECT RMW-FILE ASSIGN TO WS-RMW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMW-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  RMW-FILE.
         01  RMW-LINE                PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-WEEK-FROM            PIC X(10) VALUE SPACES.
         01  WS-WEEK-TO              PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Gerente corrente.
         01  WS-MGR-LOGIN            PIC X(20) VALUE SPACES.
         01  WS-MGR-NAME             PIC X(40) VALUE SPACES.
         01  WS-MGR-CUSTOMERS        PIC 9(7)  VALUE 0.

      *    Linha corrente dos cursores das secoes.
         01  WS-ROW-DOC              PIC X(14) VALUE SPACES.
         01  WS-ROW-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ROW-ID               PIC 9(9)  VALUE 0.
         01  WS-ROW-SEQ              PIC 9(3)  VALUE 0.
         01  WS-ROW-DATE             PIC X(10) VALUE SPACES.
         01  WS-ROW-DATE2            PIC X(10) VALUE SPACES.
         01  WS-ROW-DAYS             PIC S9(5) VALUE 0.
         01  WS-ROW-AMOUNT           PIC S9(13)V99 VALUE 0.
         01  WS-ROW-CREDITS          PIC S9(13)V99 VALUE 0.
         01  WS-ROW-DEBITS           PIC S9(13)V99 VALUE 0.
         01  WS-ROW-RATE             PIC 9(3)V9(6) VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-MGR-EOF              PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

         01  WS-MGR-COUNT            PIC 9(5)  VALUE 0.
         01  WS-SECTION-COUNT        PIC 9(7)  VALUE 0.
         01  WS-TOT-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-TOT-CREDITS          PIC S9(13)V99 VALUE 0.
         01  WS-TOT-DEBITS           PIC S9(13)V99 VALUE 0.

         01  WS-RMW-DIR              PIC X(60) VALUE SPACES.
         01  WS-RMW-PATH             PIC X(100) VALUE SPACES.
         01  WS-RMW-STATUS           PIC X(2)  VALUE SPACES.
         01  WS-WEEK-ENV             PIC X(10) VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-ACCOUNT           PIC Z(9)9.
         01  WS-ED-ID                PIC Z(8)9.
         01  WS-ED-SEQ               PIC ZZ9.
         01  WS-ED-DAYS              PIC -(4)9.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-AMOUNT            PIC -(12)9,99.
         01  WS-ED-CREDITS           PIC -(12)9,99.
         01  WS-ED-DEBITS            PIC -(12)9,99.
         01  WS-ED-RATE              PIC ZZ9,9999.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "RMWEEK".
             05  WS-LOG-ACTION         PIC X(20) VALUE "RM-WEEK".
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
               PERFORM SET-WEEK-WINDOW
            END-IF
            IF WS-DB-STARTED = "S" AND WS-RUN-HALTED = "N"
               PERFORM REPORT-ALL-MANAGERS
            END-IF
            IF WS-DB-STARTED = "S"
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
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) fecha a semana, a menos
      *    que RM_WEEK_END peca outra.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-WEEK-ENV FROM ENVIRONMENT "RM_WEEK_END"
            IF WS-WEEK-ENV = SPACES
               MOVE WS-BUS-DATE TO WS-WEEK-TO
            ELSE
               MOVE WS-WEEK-ENV TO WS-WEEK-TO
            END-IF

            MOVE "/tmp" TO WS-RMW-DIR
            ACCEPT WS-RMW-DIR FROM ENVIRONMENT "RM_WEEK_DIR"
            IF WS-RMW-DIR = SPACES
               MOVE "/tmp" TO WS-RMW-DIR
            END-IF.

         SET-WEEK-WINDOW.
      *    Sete dias corridos terminando no fim da semana, inclusive.
            EXEC SQL
               SELECT TO_CHAR(:WS-WEEK-TO::date - 6, 'YYYY-MM-DD')
               INTO :WS-WEEK-FROM
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Fim de semana invalido: " WS-WEEK-TO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               DISPLAY "#Carteiras da semana " WS-WEEK-FROM " a "
                  WS-WEEK-TO
            END-IF.

         REPORT-ALL-MANAGERS.
            EXEC SQL
               DECLARE RMW-MGR-CUR CURSOR FOR
               SELECT m.manager_login,
                      COALESCE(MAX(o.full_name), ' '),
                      COUNT(*)
               FROM customer_managers m
               LEFT JOIN operators o ON o.login = m.manager_login
               WHERE m.status = 'ACTIVE'
               GROUP BY m.manager_login
               ORDER BY m.manager_login
            END-EXEC

            EXEC SQL
               OPEN RMW-MGR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-MGR-EOF
               PERFORM REPORT-ONE-MANAGER UNTIL WS-MGR-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-MGR-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-MANAGER.
            EXEC SQL
               FETCH RMW-MGR-CUR
               INTO :WS-MGR-LOGIN, :WS-MGR-NAME, :WS-MGR-CUSTOMERS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-MGR-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-MGR-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE SPACES TO WS-RMW-PATH
               STRING WS-RMW-DIR DELIMITED BY SPACE
                      "/rm_semana_" DELIMITED BY SIZE
                      WS-MGR-LOGIN DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-WEEK-TO DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-RMW-PATH
               END-STRING

               OPEN OUTPUT RMW-FILE
               IF WS-RMW-STATUS NOT = "00"
                  DISPLAY "#Falha ao abrir relatorio do gerente "
                     WS-MGR-LOGIN " - status " WS-RMW-STATUS
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-MANAGER-HEADER
                  PERFORM REPORT-BALANCES
                  PERFORM REPORT-LOANS-DUE
                  PERFORM REPORT-CDB-MATURING
                  PERFORM REPORT-DORMANT
                  PERFORM REPORT-OFFERS
                  CLOSE RMW-FILE
                  ADD 1 TO WS-MGR-COUNT
               END-IF
            END-IF
            END-IF.

         WRITE-MANAGER-HEADER.
            MOVE SPACES TO RMW-LINE
            STRING "CARTEIRA DO GERENTE " WS-MGR-LOGIN " - "
               WS-MGR-NAME
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE
            MOVE WS-MGR-CUSTOMERS TO WS-ED-COUNT
            MOVE SPACES TO RMW-LINE
            STRING "SEMANA " WS-WEEK-FROM " A " WS-WEEK-TO " - "
               WS-ED-COUNT " CLIENTE(S)"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            WRITE RMW-LINE.

         WRITE-SECTION-END.
      *    Secao sem linha diz que nao ha nada, para o gerente nao
      *    achar que o relatorio veio cortado.
            IF WS-SECTION-COUNT = 0
               MOVE "    (nada na carteira)" TO RMW-LINE
               WRITE RMW-LINE
            END-IF
            MOVE SPACES TO RMW-LINE
            WRITE RMW-LINE.

         REPORT-BALANCES.
            MOVE "[1] SALDOS E MOVIMENTO DA SEMANA" TO RMW-LINE
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            STRING "    CLIENTE             CONTA           SALDO"
               "        CREDITOS         DEBITOS"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE

            MOVE 0 TO WS-SECTION-COUNT
            MOVE 0 TO WS-TOT-BALANCE
            MOVE 0 TO WS-TOT-CREDITS
            MOVE 0 TO WS-TOT-DEBITS

            EXEC SQL
               DECLARE RMW-BAL-CUR CURSOR FOR
               SELECT m.customer_doc, h.account_number,
                      COALESCE(saldo(h.account_number), 0),
                      COALESCE(w.credits, 0), COALESCE(w.debits, 0)
               FROM customer_managers m
               CROSS JOIN LATERAL
                    get_holder_accounts(m.customer_doc) h
               LEFT JOIN LATERAL
                    (SELECT SUM(CASE WHEN t.tr_valor > 0
                                     THEN t.tr_valor ELSE 0 END)
                               AS credits,
                            SUM(CASE WHEN t.tr_valor < 0
                                     THEN -t.tr_valor ELSE 0 END)
                               AS debits
                     FROM get_transfer(h.account_number,
                          :WS-WEEK-FROM, :WS-WEEK-TO) t) w ON TRUE
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
               ORDER BY m.customer_doc, h.account_number
            END-EXEC

            EXEC SQL
               OPEN RMW-BAL-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BALANCE-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-BAL-CUR
               END-EXEC
            END-IF

            IF WS-SECTION-COUNT > 0
               MOVE WS-TOT-BALANCE TO WS-ED-AMOUNT
               MOVE WS-TOT-CREDITS TO WS-ED-CREDITS
               MOVE WS-TOT-DEBITS  TO WS-ED-DEBITS
               MOVE SPACES TO RMW-LINE
               STRING "    TOTAL                     " WS-ED-AMOUNT
                  " " WS-ED-CREDITS " " WS-ED-DEBITS
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-BALANCE-ROW.
            EXEC SQL
               FETCH RMW-BAL-CUR
               INTO :WS-ROW-DOC, :WS-ROW-ACCOUNT, :WS-ROW-AMOUNT,
                    :WS-ROW-CREDITS, :WS-ROW-DEBITS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               ADD WS-ROW-AMOUNT  TO WS-TOT-BALANCE
               ADD WS-ROW-CREDITS TO WS-TOT-CREDITS
               ADD WS-ROW-DEBITS  TO WS-TOT-DEBITS
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE WS-ROW-CREDITS TO WS-ED-CREDITS
               MOVE WS-ROW-DEBITS  TO WS-ED-DEBITS
               MOVE SPACES TO RMW-LINE
               STRING "    " WS-ROW-DOC " " WS-ED-ACCOUNT " "
                  WS-ED-AMOUNT " " WS-ED-CREDITS " " WS-ED-DEBITS
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            END-IF.

         REPORT-LOANS-DUE.
      *    Parcela vencida (dias positivos) ou vencendo nos proximos
      *    sete dias (dias negativos = faltam).
            MOVE "[2] EMPRESTIMOS VENCIDOS OU VENCENDO EM 7 DIAS"
               TO RMW-LINE
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            STRING "    CLIENTE             CONTA  CONTRATO PARC."
               " VENCIMENTO  ATRASO           VALOR"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE

            MOVE 0 TO WS-SECTION-COUNT
            EXEC SQL
               DECLARE RMW-LOAN-CUR CURSOR FOR
               SELECT m.customer_doc, c.account, c.id, i.seq,
                      TO_CHAR(i.due_date, 'YYYY-MM-DD'),
                      :WS-WEEK-TO::date - i.due_date,
                      i.principal_amount + i.interest_amount
               FROM customer_managers m
               CROSS JOIN LATERAL
                    get_holder_accounts(m.customer_doc) h
               JOIN loan_contracts c
                 ON c.account = h.account_number
               JOIN loan_installments i ON i.contract_id = c.id
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
                 AND c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND i.due_date <= :WS-WEEK-TO::date + 7
               ORDER BY i.due_date, c.id, i.seq
            END-EXEC

            EXEC SQL
               OPEN RMW-LOAN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-LOAN-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-LOAN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-LOAN-ROW.
            EXEC SQL
               FETCH RMW-LOAN-CUR
               INTO :WS-ROW-DOC, :WS-ROW-ACCOUNT, :WS-ROW-ID,
                    :WS-ROW-SEQ, :WS-ROW-DATE, :WS-ROW-DAYS,
                    :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-ID      TO WS-ED-ID
               MOVE WS-ROW-SEQ     TO WS-ED-SEQ
               MOVE WS-ROW-DAYS    TO WS-ED-DAYS
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO RMW-LINE
               STRING "    " WS-ROW-DOC " " WS-ED-ACCOUNT " "
                  WS-ED-ID "  " WS-ED-SEQ " " WS-ROW-DATE "   "
                  WS-ED-DAYS " " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            END-IF.

         REPORT-CDB-MATURING.
            MOVE "[3] CDBS VENCENDO NOS PROXIMOS 30 DIAS" TO RMW-LINE
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            STRING "    CLIENTE             CONTA       CDB"
               " VENCIMENTO   TAXA A.A.       PRINCIPAL"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE

            MOVE 0 TO WS-SECTION-COUNT
            EXEC SQL
               DECLARE RMW-CDB-CUR CURSOR FOR
               SELECT m.customer_doc, d.account, d.id,
                      TO_CHAR(d.maturity_date, 'YYYY-MM-DD'),
                      d.yearly_rate, d.principal
               FROM customer_managers m
               CROSS JOIN LATERAL
                    get_holder_accounts(m.customer_doc) h
               JOIN term_deposits d ON d.account = h.account_number
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
                 AND d.status = 'OPEN'
                 AND d.maturity_date >= :WS-WEEK-TO::date
                 AND d.maturity_date <= :WS-WEEK-TO::date + 30
               ORDER BY d.maturity_date, d.id
            END-EXEC

            EXEC SQL
               OPEN RMW-CDB-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-CDB-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-CDB-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-CDB-ROW.
            EXEC SQL
               FETCH RMW-CDB-CUR
               INTO :WS-ROW-DOC, :WS-ROW-ACCOUNT, :WS-ROW-ID,
                    :WS-ROW-DATE, :WS-ROW-RATE, :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-ID      TO WS-ED-ID
               MOVE WS-ROW-RATE    TO WS-ED-RATE
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO RMW-LINE
               STRING "    " WS-ROW-DOC " " WS-ED-ACCOUNT " "
                  WS-ED-ID " " WS-ROW-DATE "    " WS-ED-RATE " "
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            END-IF.

         REPORT-DORMANT.
            MOVE "[4] CONTAS DORMENTES" TO RMW-LINE
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            STRING "    CLIENTE             CONTA ULT.MOVTO  "
               " MARCADA EM           SALDO"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE

            MOVE 0 TO WS-SECTION-COUNT
            EXEC SQL
               DECLARE RMW-DORM-CUR CURSOR FOR
               SELECT m.customer_doc, d.account,
                      COALESCE(TRIM(d.last_movement::text), ' '),
                      TO_CHAR(d.marked_date, 'YYYY-MM-DD'),
                      COALESCE(saldo(d.account), 0)
               FROM customer_managers m
               CROSS JOIN LATERAL
                    get_holder_accounts(m.customer_doc) h
               JOIN dormant_accounts d ON d.account = h.account_number
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
               ORDER BY m.customer_doc, d.account
            END-EXEC

            EXEC SQL
               OPEN RMW-DORM-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-DORMANT-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-DORM-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-DORMANT-ROW.
            EXEC SQL
               FETCH RMW-DORM-CUR
               INTO :WS-ROW-DOC, :WS-ROW-ACCOUNT, :WS-ROW-DATE,
                    :WS-ROW-DATE2, :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO RMW-LINE
               STRING "    " WS-ROW-DOC " " WS-ED-ACCOUNT " "
                  WS-ROW-DATE " " WS-ROW-DATE2 " " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            END-IF.

         REPORT-OFFERS.
            MOVE "[5] OFERTAS PRE-APROVADAS VIGENTES" TO RMW-LINE
            WRITE RMW-LINE
            MOVE SPACES TO RMW-LINE
            STRING "    CLIENTE             CONTA    OFERTA"
               "   VALIDADE  TAXA A.M.           VALOR"
               DELIMITED BY SIZE INTO RMW-LINE
            END-STRING
            WRITE RMW-LINE

            MOVE 0 TO WS-SECTION-COUNT
            EXEC SQL
               DECLARE RMW-OFR-CUR CURSOR FOR
               SELECT m.customer_doc, o.account, o.id,
                      TO_CHAR(o.expiry_date, 'YYYY-MM-DD'),
                      o.monthly_rate, o.amount
               FROM customer_managers m
               CROSS JOIN LATERAL
                    get_holder_accounts(m.customer_doc) h
               JOIN credit_offers o ON o.account = h.account_number
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
                 AND o.status = 'ACTIVE'
                 AND o.expiry_date >= :WS-WEEK-TO::date
               ORDER BY o.amount DESC, o.id
            END-EXEC

            EXEC SQL
               OPEN RMW-OFR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-OFFER-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE RMW-OFR-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-OFFER-ROW.
            EXEC SQL
               FETCH RMW-OFR-CUR
               INTO :WS-ROW-DOC, :WS-ROW-ACCOUNT, :WS-ROW-ID,
                    :WS-ROW-DATE, :WS-ROW-RATE, :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-ID      TO WS-ED-ID
               MOVE WS-ROW-RATE    TO WS-ED-RATE
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO RMW-LINE
               STRING "    " WS-ROW-DOC " " WS-ED-ACCOUNT " "
                  WS-ED-ID " " WS-ROW-DATE " " WS-ED-RATE " "
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RMW-LINE
               END-STRING
               WRITE RMW-LINE
            END-IF
            END-IF.

         NOTE-SQL-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-RUN-SUMMARY.
            DISPLAY "#Relatorios de carteira gerados: " WS-MGR-COUNT
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "semana " WS-WEEK-FROM " a " WS-WEEK-TO
               " gerentes " WS-MGR-COUNT
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

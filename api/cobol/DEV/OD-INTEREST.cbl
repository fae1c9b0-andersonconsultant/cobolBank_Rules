      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly overdraft interest (cheque especial) - reads the daily
      *  closing balances SNAPSHOT stores in balance_history for the
      *  closed month, sums each account's negative balances and
      *  charges interest at the monthly rate contracted on the
      *  account's overdraft line (OD-MAINT), pro rata per day over 30
      *  days. An account that went negative without a line pays the
      *  OVERDRAFT rate in force in the rate table. The charge posts
      *  through post_fee() but logs under its own OD-INTEREST action
      *  so GL-POST books overdraft income apart. A charge ledger row
      *  per account and period (overdraft_charges) makes the rerun
      *  idempotent - no account pays the month twice.
      *
      *  After charging, every ACTIVE line is checked and the customer
      *  is warned through the notification spool: CHEQUE-LIMITE when
      *  the used part reaches OD_ALERT_PCT of the limit (default 80)
      *  and CHEQUE-REVISAO when the line's review date falls within
      *  OD_REVIEW_DAYS of the business date (default 30).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OD-INTEREST.
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
            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
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

      *    Periodo apurado - o mes calendario anterior, fechado.
         01  WS-OD-PERIOD            PIC X(7)  VALUE SPACES.
         01  WS-PER-START            PIC X(10) VALUE SPACES.
         01  WS-PER-END              PIC X(10) VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-REVIEW-LIMIT-DATE    PIC X(10) VALUE SPACES.
         01  WS-REVIEW-DAYS          PIC 9(3)  VALUE 30.

      *    Conta corrente do cursor de devedores do mes.
         01  WS-ODI-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ODI-NEG-DAYS         PIC 9(3)  VALUE 0.
         01  WS-ODI-NEG-SUM          PIC 9(13)V99 VALUE 0.
         01  WS-ODI-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-ODI-CHARGE           PIC 9(13)V99 VALUE 0.
         01  WS-ODI-DONE             PIC 9(5)  VALUE 0.
         01  WS-ODI-STATUS           PIC X(20) VALUE SPACES.

      *    Limite corrente do cursor de avisos.
         01  WS-ODW-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ODW-LIMIT            PIC 9(10)V99 VALUE 0.
         01  WS-ODW-REVIEW           PIC X(10) VALUE SPACES.
         01  WS-ODW-SALDO            PIC S9(10)V99 VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Taxa vigente na tabela de taxas (RATE-MAINT) - para a conta
      *    que ficou negativa sem limite contratado.
         01  WS-RT-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-RT-TERM             PIC 9(5)  VALUE 0.
         01  WS-RT-DATE             PIC X(10) VALUE SPACES.
         01  WS-RT-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-RT-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ACC-EOF             PIC X(1)  VALUE "N".
         01  WS-WARN-EOF            PIC X(1)  VALUE "N".
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-PERIOD-ENV          PIC X(7)  VALUE SPACES.
         01  WS-CHARGED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-SKIPPED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-WARNED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-GRAND-TOTAL         PIC 9(13)V99 VALUE 0.

      *    Aviso de limite perto do fim - percentual usado do limite e
      *    antecedencia do aviso de revisao, do ambiente com padrao.
         01  WS-ALERT-PCT           PIC 9(3)  VALUE 80.
         01  WS-ALERT-PCT-ENV       PIC X(3)  VALUE SPACES.
         01  WS-REVIEW-DAYS-ENV     PIC X(3)  VALUE SPACES.
         01  WS-ODW-USED            PIC 9(10)V99 VALUE 0.
         01  WS-ODW-USED-PCT        PIC 9(5)  VALUE 0.

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

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ODINTEREST".
             05  WS-LOG-ACTION         PIC X(20) VALUE "OD-INT-RUN".
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
               PERFORM RESOLVE-PERIOD
               IF WS-OD-PERIOD NOT = SPACES
                  PERFORM CHARGE-ALL-ACCOUNTS
               END-IF
               PERFORM WARN-ALL-LINES
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "OD_INTEREST_MONTH"
            IF WS-PERIOD-ENV NOT = SPACES
               MOVE WS-PERIOD-ENV TO WS-OD-PERIOD
            END-IF

            ACCEPT WS-ALERT-PCT-ENV FROM ENVIRONMENT "OD_ALERT_PCT"
            IF WS-ALERT-PCT-ENV IS NUMERIC
               AND WS-ALERT-PCT-ENV NOT = SPACES
               MOVE WS-ALERT-PCT-ENV TO WS-ALERT-PCT
            END-IF

            ACCEPT WS-REVIEW-DAYS-ENV FROM ENVIRONMENT "OD_REVIEW_DAYS"
            IF WS-REVIEW-DAYS-ENV IS NUMERIC
               AND WS-REVIEW-DAYS-ENV NOT = SPACES
               MOVE WS-REVIEW-DAYS-ENV TO WS-REVIEW-DAYS
            END-IF

            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
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

         RESOLVE-PERIOD.
      *    Sem OD_INTEREST_MONTH no ambiente o apurado e o mes anterior
      *    - o mes fechado, como no IOF sobre o mesmo saldo devedor.
            IF WS-OD-PERIOD = SPACES
               EXEC SQL
                  SELECT TO_CHAR(date_trunc('month', CURRENT_DATE)
                            - interval '1 month', 'YYYY-MM')
                  INTO :WS-OD-PERIOD
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-OD-PERIOD
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF

            IF WS-OD-PERIOD NOT = SPACES
               MOVE SPACES TO WS-PER-START
               STRING WS-OD-PERIOD "-01" DELIMITED BY SIZE
                  INTO WS-PER-START
               END-STRING
               EXEC SQL
                  SELECT TO_CHAR((:WS-PER-START::date
                            + interval '1 month')
                            - interval '1 day', 'YYYY-MM-DD')
                  INTO :WS-PER-END
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-OD-PERIOD
               ELSE
                  DISPLAY "#Juros de cheque especial do periodo "
                     WS-OD-PERIOD
               END-IF
            END-IF.

         CHARGE-ALL-ACCOUNTS.
      *    Um agregado por conta com dia devedor no mes, com a taxa do
      *    limite contratado - o mais recente, vigente ou nao, ja que o
      *    saldo usado no mes continua sob aquele contrato.
            EXEC SQL
               DECLARE ODI-ACC-CUR CURSOR FOR
               SELECT h.account, COUNT(*),
                      COALESCE(SUM(-h.balance), 0),
                      COALESCE((SELECT o.monthly_rate
                                FROM overdraft_lines o
                                WHERE o.account = h.account
                                ORDER BY o.opened_date DESC
                                LIMIT 1), 0)
               FROM balance_history h
               WHERE h.balance < 0
                 AND h.business_date >= :WS-PER-START::date
                 AND h.business_date <= :WS-PER-END::date
               GROUP BY h.account
               ORDER BY h.account
            END-EXEC

            EXEC SQL
               OPEN ODI-ACC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ACC-EOF
               PERFORM CHARGE-ONE-ACCOUNT UNTIL WS-ACC-EOF = "Y"
               EXEC SQL
                  CLOSE ODI-ACC-CUR
               END-EXEC
            END-IF

            DISPLAY "#Contas cobradas de juros: " WS-CHARGED-COUNT
            DISPLAY "#Ja cobradas no periodo (puladas): "
               WS-SKIPPED-COUNT
            DISPLAY "#Juros total do periodo: " WS-GRAND-TOTAL

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-GRAND-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "juros cheque especial " WS-OD-PERIOD ": "
               WS-CHARGED-COUNT " conta(s), total " WS-GRAND-TOTAL
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CHARGE-ONE-ACCOUNT.
            EXEC SQL
               FETCH ODI-ACC-CUR
               INTO :WS-ODI-ACCOUNT, :WS-ODI-NEG-DAYS,
                    :WS-ODI-NEG-SUM, :WS-ODI-RATE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM CHECK-ALREADY-CHARGED
               IF WS-ODI-DONE > 0
                  ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                  PERFORM POST-OD-INTEREST
               END-IF
            END-IF.

         CHECK-ALREADY-CHARGED.
            MOVE 0 TO WS-ODI-DONE
            EXEC SQL
               SELECT COUNT(*) INTO :WS-ODI-DONE
               FROM overdraft_charges
               WHERE account = :WS-ODI-ACCOUNT
                 AND period = :WS-OD-PERIOD
            END-EXEC
            IF SQLCODE NOT = ZERO
      *        Na duvida trata como ja cobrada - cobrar os juros duas
      *        vezes e o erro pior; a falha fica no log via util.
               MOVE 1 TO WS-ODI-DONE
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         POST-OD-INTEREST.
      *    Conta sem limite contratado paga a taxa OVERDRAFT da tabela
      *    vigente no fim do mes apurado.
            IF WS-ODI-RATE = 0
               MOVE "OVERDRAFT" TO WS-RT-PRODUCT
               MOVE 0 TO WS-RT-TERM
               MOVE WS-PER-END TO WS-RT-DATE
               CALL "GETRATE" USING WS-RT-PRODUCT, WS-RT-TERM,
                  WS-RT-DATE, WS-RT-RATE, WS-RT-DISP
               IF WS-RT-DISP = "S"
                  MOVE WS-RT-RATE TO WS-ODI-RATE
               END-IF
            END-IF

      *    Taxa mensal pro rata dia (mes de 30) sobre a soma dos saldos
      *    devedores diarios; posta e marca na MESMA transacao.
            COMPUTE WS-ODI-CHARGE ROUNDED =
               WS-ODI-NEG-SUM * WS-ODI-RATE / 30

            IF WS-ODI-CHARGE = 0
               CONTINUE
            ELSE
               EXEC SQL
                  SELECT post_fee(:WS-ODI-ACCOUNT, :WS-ODI-CHARGE)
                  INTO :WS-ODI-STATUS
               END-EXEC

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "Y" TO WS-ACC-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  EXEC SQL
                     INSERT INTO overdraft_charges
                        (account, period, neg_days, neg_sum,
                         monthly_rate, amount)
                     VALUES (:WS-ODI-ACCOUNT, :WS-OD-PERIOD,
                             :WS-ODI-NEG-DAYS, :WS-ODI-NEG-SUM,
                             :WS-ODI-RATE, :WS-ODI-CHARGE)
                  END-EXEC

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
                        ROLLBACK
                     END-EXEC
                     MOVE "Y" TO WS-ACC-EOF
                     MOVE "S" TO WS-RUN-HALTED
                     MOVE SQLCODE TO SQLCODE-PASS
                     MOVE SQLSTATE TO SQLSTATE-PASS
                     MOVE SQLERRMC TO SQLERRMC-PASS
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  ELSE
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     ADD 1 TO WS-CHARGED-COUNT
                     ADD WS-ODI-CHARGE TO WS-GRAND-TOTAL

                     DISPLAY "#Conta " WS-ODI-ACCOUNT ": "
                        WS-ODI-NEG-DAYS " dia(s) devedor(es), taxa "
                        WS-ODI-RATE " juros " WS-ODI-CHARGE

      *    Uma linha de log por cobranca, com acao propria - e por ela
      *    que GL-POST lanca os juros do cheque especial no razao.
                     MOVE "OD-INTEREST"  TO WS-LOG-ACTION
                     MOVE "OK"           TO WS-LOG-STATUS
                     MOVE WS-ODI-CHARGE  TO WS-LOG-VALUE
                     MOVE SPACES         TO WS-LOG-MESSAGE
                     STRING "conta " WS-ODI-ACCOUNT " periodo "
                        WS-OD-PERIOD " dias " WS-ODI-NEG-DAYS
                        " taxa " WS-ODI-RATE
                        DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                     END-STRING
                     CALL "LOGINSERT" USING WS-LOG-DATA
                     MOVE "OD-INT-RUN" TO WS-LOG-ACTION

                     MOVE "CHEQUE-JUROS"  TO WS-NOTIFY-EVENT
                     MOVE WS-ODI-ACCOUNT  TO WS-NOTIFY-ACCOUNT
                     MOVE WS-ODI-CHARGE   TO WS-NOTIFY-AMOUNT-EDIT
                     MOVE SPACES          TO WS-NOTIFY-DETAIL
                     STRING "juros cheque especial " WS-OD-PERIOD
                        DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                     END-STRING
                     PERFORM WRITE-NOTIFY-LINE
                  END-IF
               END-IF
            END-IF.

         WARN-ALL-LINES.
      *    Limites ativos com o uso de hoje - aviso ao cliente quando o
      *    usado chega ao percentual de alerta ou a revisao se aproxima.
            EXEC SQL
               SELECT TO_CHAR(:WS-BUS-DATE::date
                              + :WS-REVIEW-DAYS, 'YYYY-MM-DD')
               INTO :WS-REVIEW-LIMIT-DATE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE WS-BUS-DATE TO WS-REVIEW-LIMIT-DATE
            END-IF

            EXEC SQL
               DECLARE ODW-LINE-CUR CURSOR FOR
               SELECT account, limit_amount,
                      TO_CHAR(review_date, 'YYYY-MM-DD'),
                      saldo(account)
               FROM overdraft_lines
               WHERE status = 'ACTIVE'
               ORDER BY account
            END-EXEC

            EXEC SQL
               OPEN ODW-LINE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-WARN-EOF
               PERFORM WARN-ONE-LINE UNTIL WS-WARN-EOF = "Y"
               EXEC SQL
                  CLOSE ODW-LINE-CUR
               END-EXEC
               DISPLAY "#Avisos de limite/revisao: " WS-WARNED-COUNT
            END-IF.

         WARN-ONE-LINE.
            EXEC SQL
               FETCH ODW-LINE-CUR
               INTO :WS-ODW-ACCOUNT, :WS-ODW-LIMIT, :WS-ODW-REVIEW,
                    :WS-ODW-SALDO
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-WARN-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-WARN-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-ODW-USED
               MOVE 0 TO WS-ODW-USED-PCT
               IF WS-ODW-SALDO < 0
                  COMPUTE WS-ODW-USED = 0 - WS-ODW-SALDO
               END-IF
               IF WS-ODW-LIMIT > 0
                  COMPUTE WS-ODW-USED-PCT =
                     WS-ODW-USED * 100 / WS-ODW-LIMIT
               END-IF

               IF WS-ODW-USED > 0 AND WS-ODW-USED-PCT >= WS-ALERT-PCT
                  ADD 1 TO WS-WARNED-COUNT
                  MOVE "CHEQUE-LIMITE" TO WS-NOTIFY-EVENT
                  MOVE WS-ODW-ACCOUNT  TO WS-NOTIFY-ACCOUNT
                  MOVE WS-ODW-USED     TO WS-NOTIFY-AMOUNT-EDIT
                  MOVE SPACES          TO WS-NOTIFY-DETAIL
                  STRING "usado " WS-ODW-USED-PCT "% do limite"
                     DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                  END-STRING
                  PERFORM WRITE-NOTIFY-LINE
               END-IF

               IF WS-ODW-REVIEW <= WS-REVIEW-LIMIT-DATE
                  ADD 1 TO WS-WARNED-COUNT
                  MOVE "CHEQUE-REVISAO" TO WS-NOTIFY-EVENT
                  MOVE WS-ODW-ACCOUNT   TO WS-NOTIFY-ACCOUNT
                  MOVE WS-ODW-LIMIT     TO WS-NOTIFY-AMOUNT-EDIT
                  MOVE SPACES           TO WS-NOTIFY-DETAIL
                  STRING "revisao do limite em " WS-ODW-REVIEW
                     DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                  END-STRING
                  PERFORM WRITE-NOTIFY-LINE
               END-IF
            END-IF.

         WRITE-NOTIFY-LINE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3.
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME

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

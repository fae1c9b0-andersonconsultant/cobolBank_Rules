      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Daily cash order for booked withdrawals - run after EOD-CLOSE,
      *  on the new business date. First the bookings of past dates
      *  that were never drawn (cash_bookings BOOKED with pickup_date
      *  before the business date, see CASH-BOOK) are listed in
      *  section [1] and closed as EXPIRED. Then section [2] gives,
      *  per pickup date and branch, the open bookings from the
      *  business date on - how many and how much cash the branch
      *  must order from the carrier - with the branch vault balance
      *  (vault_balance, see VAULT-MGMT) for reference. The same lines
      *  go to a feed file for the vault desk and the replenishment
      *  planning (ATM-REPLEN), one per date and branch:
      *  date;branch;bookings;amount. Report to CASH_BOOK_RPT_FILE
      *  (default /tmp/cash_book_rpt_<date>.txt), feed to
      *  CASH_BOOK_FEED (default /tmp/cash_book_feed_<date>.txt).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CASH-BOOK-RPT.
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
            SELECT FEED-FILE ASSIGN TO WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(132).
         FD  FEED-FILE.
         01  FEED-LINE               PIC X(80).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente dos cursores.
         01  WS-ROW-ID               PIC 9(9)  VALUE 0.
         01  WS-ROW-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ROW-DATE             PIC X(10) VALUE SPACES.
         01  WS-ROW-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-ROW-COUNT            PIC 9(7)  VALUE 0.
         01  WS-ROW-AMOUNT           PIC 9(12)V99 VALUE 0.
         01  WS-ROW-VAULT            PIC S9(12)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

      *    Totais da execucao.
         01  WS-EXP-COUNT            PIC 9(7)  VALUE 0.
         01  WS-EXP-AMOUNT           PIC 9(12)V99 VALUE 0.
         01  WS-ORD-COUNT            PIC 9(7)  VALUE 0.
         01  WS-ORD-AMOUNT           PIC 9(12)V99 VALUE 0.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-FEED-PATH            PIC X(100) VALUE SPACES.
         01  WS-FEED-STATUS          PIC X(2)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-AMOUNT            PIC Z(11)9,99.
         01  WS-ED-VAULT             PIC -(12)9,99.
         01  WS-FD-AMOUNT            PIC 9(12),99.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CASHBKRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CASH-BOOK-RPT".
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
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  OPEN OUTPUT FEED-FILE
                  IF WS-FEED-STATUS NOT = "00"
                     DISPLAY "#Arquivo de pedido nao aberto ("
                        WS-FEED-STATUS ")"
                     MOVE "S" TO WS-RUN-HALTED
                  ELSE
                     PERFORM WRITE-REPORT-HEADER
                     PERFORM EXPIRE-STALE-BOOKINGS
                     PERFORM REPORT-CASH-ORDER
                     CLOSE FEED-FILE
                  END-IF
                  CLOSE REPORT-FILE
               END-IF
               PERFORM LOG-REPORT-SUMMARY
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
      *    Data do movimento oficial (DATESRV) - o que vence antes
      *    dela expira, o que vence nela em diante entra no pedido.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CASH_BOOK_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/cash_book_rpt_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF

            ACCEPT WS-FEED-PATH FROM ENVIRONMENT "CASH_BOOK_FEED"
            IF WS-FEED-PATH = SPACES
               STRING "/tmp/cash_book_feed_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-FEED-PATH
               END-STRING
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "PEDIDO DE NUMERARIO - SAQUES AGENDADOS - MOVIMENTO "
               WS-BUS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         EXPIRE-STALE-BOOKINGS.
      *    Agendamento de data passada que nao foi sacado: lista e
      *    fecha como EXPIRED na mesma transacao - o numerario pedido
      *    para ele volta ao cofre pelo fluxo normal do VAULT-MGMT.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] AGENDAMENTOS EXPIRADOS (NAO SACADOS)"
               TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "     NUMERO DATA       AGENCIA CONTA     "
               "            VALOR"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CB-EXP-CUR CURSOR FOR
               SELECT id, TO_CHAR(pickup_date, 'YYYY-MM-DD'), branch,
                      account, amount
               FROM cash_bookings
               WHERE status = 'BOOKED'
                 AND pickup_date < :WS-BUS-DATE::date
               ORDER BY pickup_date, branch, id
            END-EXEC

            EXEC SQL
               OPEN CB-EXP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-EXPIRED-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE CB-EXP-CUR
               END-EXEC
            END-IF

            IF WS-RUN-HALTED = "N" AND WS-EXP-COUNT > 0
               EXEC SQL
                  UPDATE cash_bookings
                  SET status = 'EXPIRED',
                      closed_by = 'CASH-BOOK-RPT',
                      closed_at = now(),
                      close_reason = 'nao sacado na data agendada'
                  WHERE status = 'BOOKED'
                    AND pickup_date < :WS-BUS-DATE::date
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-CURSOR-FAILURE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF

            MOVE WS-EXP-COUNT  TO WS-ED-COUNT
            MOVE WS-EXP-AMOUNT TO WS-ED-AMOUNT
            MOVE SPACES TO REPORT-LINE
            STRING "TOTAL EXPIRADO " WS-ED-COUNT "          "
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-EXPIRED-ROW.
            EXEC SQL
               FETCH CB-EXP-CUR
               INTO :WS-ROW-ID, :WS-ROW-DATE, :WS-ROW-BRANCH,
                    :WS-ROW-ACCOUNT, :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               ADD 1 TO WS-EXP-COUNT
               ADD WS-ROW-AMOUNT TO WS-EXP-AMOUNT
               MOVE WS-ROW-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROW-ID "  " WS-ROW-DATE " " WS-ROW-BRANCH
                  "  " WS-ROW-ACCOUNT " " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-CASH-ORDER.
      *    Quanto cada agencia pede a transportadora, por data de
      *    saque - o saldo do cofre sai so como referencia, o pedido e
      *    o total agendado.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] PEDIDO POR DATA DE SAQUE E AGENCIA"
               TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DATA       AGENCIA  SAQUES        A PEDIR"
               "      SALDO COFRE"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CB-ORD-CUR CURSOR FOR
               SELECT TO_CHAR(b.pickup_date, 'YYYY-MM-DD'), b.branch,
                      COUNT(*), COALESCE(SUM(b.amount), 0),
                      COALESCE((SELECT v.balance FROM vault_balance v
                                WHERE v.branch = b.branch), 0)
               FROM cash_bookings b
               WHERE b.status = 'BOOKED'
                 AND b.pickup_date >= :WS-BUS-DATE::date
               GROUP BY b.pickup_date, b.branch
               ORDER BY b.pickup_date, b.branch
            END-EXEC

            EXEC SQL
               OPEN CB-ORD-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-ORDER-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE CB-ORD-CUR
               END-EXEC
            END-IF

            MOVE WS-ORD-COUNT  TO WS-ED-COUNT
            MOVE WS-ORD-AMOUNT TO WS-ED-AMOUNT
            MOVE SPACES TO REPORT-LINE
            STRING "TOTAL             " WS-ED-COUNT " " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         FETCH-ORDER-ROW.
            EXEC SQL
               FETCH CB-ORD-CUR
               INTO :WS-ROW-DATE, :WS-ROW-BRANCH, :WS-ROW-COUNT,
                    :WS-ROW-AMOUNT, :WS-ROW-VAULT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               ADD WS-ROW-COUNT  TO WS-ORD-COUNT
               ADD WS-ROW-AMOUNT TO WS-ORD-AMOUNT
               MOVE WS-ROW-COUNT  TO WS-ED-COUNT
               MOVE WS-ROW-AMOUNT TO WS-ED-AMOUNT
               MOVE WS-ROW-VAULT  TO WS-ED-VAULT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROW-DATE " " WS-ROW-BRANCH " " WS-ED-COUNT
                  " " WS-ED-AMOUNT " " WS-ED-VAULT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               MOVE WS-ROW-AMOUNT TO WS-FD-AMOUNT
               MOVE SPACES TO FEED-LINE
               STRING WS-ROW-DATE ";" WS-ROW-BRANCH ";" WS-ROW-COUNT
                  ";" WS-FD-AMOUNT
                  DELIMITED BY SIZE INTO FEED-LINE
               END-STRING
               WRITE FEED-LINE
            END-IF
            END-IF.

         NOTE-CURSOR-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-REPORT-SUMMARY.
            DISPLAY "#Pedido de numerario " WS-BUS-DATE ": "
               WS-ORD-COUNT " saque(s) agendado(s), "
               WS-EXP-COUNT " expirado(s)"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-ORD-AMOUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "movimento " WS-BUS-DATE " agendados "
               WS-ORD-COUNT " expirados " WS-EXP-COUNT
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

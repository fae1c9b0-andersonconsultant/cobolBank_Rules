      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  End-of-day foreign exchange position - for every currency
      *  the FX desk (FX-MAINT) deals in, the day's movement from the
      *  FX contracts of the business date: currency bought at the
      *  counter (BUY), sold at the counter or remitted abroad (SELL,
      *  REMIT), and remittances the correspondent returned on the
      *  date (back into the position). The open position carries
      *  from the previous date's row in fx_positions plus the day's
      *  net, and is valued in BRL at the day's buy rate (or the last
      *  one published). Each currency's row is written to
      *  fx_positions (a rerun for the date rewrites it - rerun the
      *  dates in order, as each one starts from the previous) and
      *  the position report goes to the treasury.
      *
      *  Date: FX_POSITION_DATE (YYYY-MM-DD) or, without it, the
      *  current business date at DATESRV.
      *  Report: FX_POSITION_REPORT_FILE (default /tmp/fx_position.txt)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FX-POSITION.
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

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-POS-DATE             PIC X(10) VALUE SPACES.

      *    Posicao corrente da moeda.
         01  WS-PS-CURRENCY          PIC X(3)  VALUE SPACES.
         01  WS-PS-BOUGHT            PIC 9(13)V99 VALUE 0.
         01  WS-PS-BOUGHT-BRL        PIC 9(13)V99 VALUE 0.
         01  WS-PS-SOLD              PIC 9(13)V99 VALUE 0.
         01  WS-PS-SOLD-BRL          PIC 9(13)V99 VALUE 0.
         01  WS-PS-RETURNED          PIC 9(13)V99 VALUE 0.
         01  WS-PS-PRIOR             PIC S9(13)V99 VALUE 0.
         01  WS-PS-NET               PIC S9(13)V99 VALUE 0.
         01  WS-PS-POSITION          PIC S9(13)V99 VALUE 0.
         01  WS-PS-RATE              PIC 9(4)V9(6) VALUE 0.
         01  WS-PS-POSITION-BRL      PIC S9(13)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-POS-EOF             PIC X(1)  VALUE "N".
         01  WS-RUN-FAILED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-REPORT-OPEN         PIC X(1)  VALUE "N".

      *    Totais da corrida.
         01  WS-CURRENCY-COUNT      PIC 9(4)  VALUE 0.
         01  WS-TOTAL-BOUGHT-BRL    PIC 9(15)V99 VALUE 0.
         01  WS-TOTAL-SOLD-BRL      PIC 9(15)V99 VALUE 0.
         01  WS-TOTAL-POSITION-BRL  PIC S9(15)V99 VALUE 0.

      *    Campos editados do relatorio.
         01  WS-AMT-EDIT            PIC -(13)9,99.
         01  WS-AMT-EDIT-2          PIC -(13)9,99.
         01  WS-AMT-EDIT-3          PIC -(13)9,99.
         01  WS-AMT-EDIT-4          PIC -(13)9,99.
         01  WS-RATE-EDIT           PIC ZZZ9,999999.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FXPOSITION".
             05  WS-LOG-ACTION         PIC X(20) VALUE "FX-POSITION".
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
               PERFORM RESOLVE-POSITION-DATE
               PERFORM COMPUTE-POSITIONS
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-FAILED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-POS-DATE FROM ENVIRONMENT "FX_POSITION_DATE"

            MOVE "/tmp/fx_position.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "FX_POSITION_REPORT_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/fx_position.txt" TO WS-REPORT-PATH
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
               MOVE "S" TO WS-RUN-FAILED
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
            END-IF.

         RESOLVE-POSITION-DATE.
      *    Data informada no ambiente vence; sem ela, a data do
      *    movimento em vigor no DATESRV.
            IF WS-POS-DATE = SPACES
               MOVE "CURRBD" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-OUT TO WS-POS-DATE
            END-IF.

         COMPUTE-POSITIONS.
      *    Toda moeda com contrato ou com posicao anterior - a que nao
      *    mexeu no dia ainda carrega a posicao aberta para frente.
            EXEC SQL
               DECLARE FX-POS-CUR CURSOR FOR
               SELECT c.currency,
                  COALESCE((SELECT SUM(f.fx_amount)
                            FROM fx_contracts f
                            WHERE f.currency = c.currency
                              AND f.deal_type = 'BUY'
                              AND f.business_date =
                                  :WS-POS-DATE::date), 0),
                  COALESCE((SELECT SUM(f.brl_amount)
                            FROM fx_contracts f
                            WHERE f.currency = c.currency
                              AND f.deal_type = 'BUY'
                              AND f.business_date =
                                  :WS-POS-DATE::date), 0),
                  COALESCE((SELECT SUM(f.fx_amount)
                            FROM fx_contracts f
                            WHERE f.currency = c.currency
                              AND f.deal_type IN ('SELL', 'REMIT')
                              AND f.business_date =
                                  :WS-POS-DATE::date), 0),
                  COALESCE((SELECT SUM(f.brl_amount)
                            FROM fx_contracts f
                            WHERE f.currency = c.currency
                              AND f.deal_type IN ('SELL', 'REMIT')
                              AND f.business_date =
                                  :WS-POS-DATE::date), 0),
                  COALESCE((SELECT SUM(f.fx_amount)
                            FROM fx_contracts f
                            WHERE f.currency = c.currency
                              AND f.status = 'RETURNED'
                              AND f.returned_date =
                                  :WS-POS-DATE::date), 0),
                  COALESCE((SELECT p.position
                            FROM fx_positions p
                            WHERE p.currency = c.currency
                              AND p.business_date <
                                  :WS-POS-DATE::date
                            ORDER BY p.business_date DESC
                            LIMIT 1), 0),
                  COALESCE((SELECT r.buy_rate
                            FROM fx_rates r
                            WHERE r.currency = c.currency
                              AND r.business_date <=
                                  :WS-POS-DATE::date
                            ORDER BY r.business_date DESC
                            LIMIT 1), 0)
               FROM (SELECT currency FROM fx_contracts
                     WHERE business_date <= :WS-POS-DATE::date
                     UNION
                     SELECT currency FROM fx_positions
                     WHERE business_date < :WS-POS-DATE::date) c
               ORDER BY c.currency
            END-EXEC

            EXEC SQL
               OPEN FX-POS-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM OPEN-POSITION-REPORT
               MOVE "N" TO WS-POS-EOF
               PERFORM POSITION-ONE-CURRENCY UNTIL WS-POS-EOF = "Y"
               EXEC SQL
                  CLOSE FX-POS-CUR
               END-EXEC
               PERFORM CLOSE-POSITION-REPORT
               PERFORM FINISH-POSITIONS
            END-IF.

         POSITION-ONE-CURRENCY.
            EXEC SQL
               FETCH FX-POS-CUR
               INTO :WS-PS-CURRENCY, :WS-PS-BOUGHT, :WS-PS-BOUGHT-BRL,
                    :WS-PS-SOLD, :WS-PS-SOLD-BRL, :WS-PS-RETURNED,
                    :WS-PS-PRIOR, :WS-PS-RATE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-POS-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-POS-EOF
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               COMPUTE WS-PS-NET =
                  WS-PS-BOUGHT - WS-PS-SOLD + WS-PS-RETURNED
               COMPUTE WS-PS-POSITION = WS-PS-PRIOR + WS-PS-NET
               COMPUTE WS-PS-POSITION-BRL ROUNDED =
                  WS-PS-POSITION * WS-PS-RATE
               PERFORM STORE-ONE-POSITION
            END-IF
            END-IF.

         STORE-ONE-POSITION.
      *    Uma linha por moeda e data - a reexecucao da data regrava.
            EXEC SQL
               INSERT INTO fx_positions
                  (currency, business_date, bought, bought_brl, sold,
                   sold_brl, returned, net, position, rate,
                   position_brl, computed_at)
               VALUES (:WS-PS-CURRENCY, :WS-POS-DATE::date,
                       :WS-PS-BOUGHT, :WS-PS-BOUGHT-BRL, :WS-PS-SOLD,
                       :WS-PS-SOLD-BRL, :WS-PS-RETURNED, :WS-PS-NET,
                       :WS-PS-POSITION, :WS-PS-RATE,
                       :WS-PS-POSITION-BRL, now())
               ON CONFLICT (currency, business_date) DO UPDATE
               SET bought = EXCLUDED.bought,
                   bought_brl = EXCLUDED.bought_brl,
                   sold = EXCLUDED.sold,
                   sold_brl = EXCLUDED.sold_brl,
                   returned = EXCLUDED.returned,
                   net = EXCLUDED.net,
                   position = EXCLUDED.position,
                   rate = EXCLUDED.rate,
                   position_brl = EXCLUDED.position_brl,
                   computed_at = EXCLUDED.computed_at
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-POS-EOF
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-CURRENCY-COUNT
               ADD WS-PS-BOUGHT-BRL TO WS-TOTAL-BOUGHT-BRL
               ADD WS-PS-SOLD-BRL TO WS-TOTAL-SOLD-BRL
               ADD WS-PS-POSITION-BRL TO WS-TOTAL-POSITION-BRL
               PERFORM WRITE-CURRENCY-LINES
               DISPLAY "#" WS-PS-CURRENCY ": comprado " WS-PS-BOUGHT
                  " vendido " WS-PS-SOLD " devolvido " WS-PS-RETURNED
                  " posicao " WS-PS-POSITION
            END-IF.

         FINISH-POSITIONS.
      *    Todas as moedas gravadas ou nenhuma.
            IF WS-RUN-FAILED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Posicao de cambio de " WS-POS-DATE
                  " nao gravada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Posicao de cambio de " WS-POS-DATE ": "
                  WS-CURRENCY-COUNT " moeda(s)"

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-TOTAL-POSITION-BRL TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "posicao de cambio " WS-POS-DATE " moedas "
                  WS-CURRENCY-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         OPEN-POSITION-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de posicao - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE "S" TO WS-REPORT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "POSICAO DE CAMBIO - DATA " WS-POS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "MOEDA   POSICAO ANTERIOR          COMPRADO"
                  "            VENDIDO          DEVOLVIDO"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "        POSICAO ATUAL          TAXA COMPRA"
                  "  POSICAO EM REAIS"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         WRITE-CURRENCY-LINES.
            IF WS-REPORT-OPEN = "S"
               MOVE WS-PS-PRIOR TO WS-AMT-EDIT
               MOVE WS-PS-BOUGHT TO WS-AMT-EDIT-2
               MOVE WS-PS-SOLD TO WS-AMT-EDIT-3
               MOVE WS-PS-RETURNED TO WS-AMT-EDIT-4
               MOVE SPACES TO REPORT-LINE
               STRING WS-PS-CURRENCY "  " WS-AMT-EDIT " "
                  WS-AMT-EDIT-2 " " WS-AMT-EDIT-3 " " WS-AMT-EDIT-4
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               MOVE WS-PS-POSITION TO WS-AMT-EDIT
               MOVE WS-PS-RATE TO WS-RATE-EDIT
               MOVE WS-PS-POSITION-BRL TO WS-AMT-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "     " WS-AMT-EDIT "   " WS-RATE-EDIT " "
                  WS-AMT-EDIT-2
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         CLOSE-POSITION-REPORT.
            IF WS-REPORT-OPEN = "S"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOTAL-BOUGHT-BRL TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "COMPRAS DO DIA EM REAIS   " WS-AMT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-SOLD-BRL TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "VENDAS DO DIA EM REAIS    " WS-AMT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-POSITION-BRL TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "POSICAO TOTAL EM REAIS    " WS-AMT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

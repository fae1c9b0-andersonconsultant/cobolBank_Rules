      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Daily suspense aging - lists every OPEN suspense item grouped
      *  by the reconciliation job that opened it (source), oldest
      *  first, with its age in business days since opening and a
      *  subtotal per source by age band (0-1, 2-5, 6-30 and over 30
      *  days), so the back office works the items about to go stale
      *  instead of discovering them at the month-end audit. The
      *  amount shown is the money parked in suspense: received
      *  without an owner ("C") counts positive, paid out without one
      *  ("D") negative, items with nothing moved ("N") count zero.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SUSP-AGING.
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
            SELECT AGE-REPORT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  AGE-REPORT.
         01  AGE-REPORT-LINE         PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-ITEM-ID              PIC 9(9)  VALUE 0.
         01  WS-ITEM-SOURCE          PIC X(12) VALUE SPACES.
         01  WS-ITEM-REF             PIC X(40) VALUE SPACES.
         01  WS-ITEM-DIRECTION       PIC X(1)  VALUE SPACE.
         01  WS-ITEM-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-ITEM-ASSIGNED        PIC X(20) VALUE SPACES.
         01  WS-ITEM-OPENED          PIC X(10) VALUE SPACES.
         01  WS-ITEM-AGE             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ITEM-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-BAND                PIC X(5)  VALUE SPACES.
         01  WS-SIGNED-AMOUNT       PIC S9(10)V99 VALUE 0.

      *    Quebra por origem - subtotais da origem corrente.
         01  WS-BREAK-SOURCE        PIC X(12) VALUE SPACES.
         01  WS-SRC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-SRC-NET             PIC S9(12)V99 VALUE 0.
         01  WS-SRC-BAND-1          PIC 9(6)  VALUE 0.
         01  WS-SRC-BAND-5          PIC 9(6)  VALUE 0.
         01  WS-SRC-BAND-30         PIC 9(6)  VALUE 0.
         01  WS-SRC-BAND-OVER       PIC 9(6)  VALUE 0.

      *    Totais gerais.
         01  WS-ITEM-COUNT          PIC 9(6)  VALUE 0.
         01  WS-STALE-COUNT         PIC 9(6)  VALUE 0.
         01  WS-TOTAL-NET           PIC S9(12)V99 VALUE 0.
         01  WS-NET-EDIT            PIC -(12)9,99.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SUSPAGING".
             05  WS-LOG-ACTION         PIC X(20) VALUE "SUSP-AGING".
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
            PERFORM LOAD-PATH
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM WRITE-AGING
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-PATH.
            MOVE "/tmp/suspense_aging.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "SUSPENSE_AGING_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/suspense_aging.txt" TO WS-REPORT-PATH
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
               PERFORM LOAD-BUSINESS-DATE
            END-IF.

         LOAD-BUSINESS-DATE.
      *    Idade em dias do movimento - depois do EOD-CLOSE ja conta o
      *    dia seguinte, nao o relogio do servidor.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE
            DISPLAY "#Data do movimento: " WS-BUS-DATE.

         WRITE-AGING.
            OPEN OUTPUT AGE-REPORT
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de suspense - status "
                  WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO AGE-REPORT-LINE
               STRING "PENDENCIAS EM SUSPENSE POR ORIGEM E IDADE - "
                  "MOVIMENTO " WS-BUS-DATE
                  DELIMITED BY SIZE INTO AGE-REPORT-LINE
               END-STRING
               WRITE AGE-REPORT-LINE

               EXEC SQL
                  DECLARE SUSP-AGE-CUR CURSOR FOR
                  SELECT id, source, ref, direction, amount,
                         COALESCE(assigned_to, ''),
                         TO_CHAR(opened_date, 'YYYY-MM-DD'),
                         GREATEST(COALESCE(NULLIF(TRIM(:WS-BUS-DATE),
                            '')::date, CURRENT_DATE) - opened_date, 0)
                  FROM suspense_items
                  WHERE status = 'OPEN'
                  ORDER BY source, opened_date, id
               END-EXEC

               EXEC SQL
                  OPEN SUSP-AGE-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE SPACES TO WS-BREAK-SOURCE
                  MOVE "N" TO WS-ITEM-EOF
                  PERFORM WRITE-ONE-ITEM UNTIL WS-ITEM-EOF = "Y"
                  EXEC SQL
                     CLOSE SUSP-AGE-CUR
                  END-EXEC
                  IF WS-BREAK-SOURCE NOT = SPACES
                     PERFORM WRITE-SOURCE-TOTALS
                  END-IF
               END-IF

               MOVE WS-TOTAL-NET TO WS-NET-EDIT
               MOVE SPACES TO AGE-REPORT-LINE
               STRING "TOTAIS: abertas=" WS-ITEM-COUNT
                  " acima de 30 dias=" WS-STALE-COUNT
                  " saldo em suspense=" WS-NET-EDIT
                  DELIMITED BY SIZE INTO AGE-REPORT-LINE
               END-STRING
               WRITE AGE-REPORT-LINE
               CLOSE AGE-REPORT

               DISPLAY "#Pendencias abertas=" WS-ITEM-COUNT
                  " acima de 30 dias=" WS-STALE-COUNT
                  " saldo=" WS-NET-EDIT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-ITEM-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "suspense aberta=" WS-ITEM-COUNT
                  " acima de 30 dias=" WS-STALE-COUNT
                  " saldo=" WS-NET-EDIT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         WRITE-ONE-ITEM.
            EXEC SQL
               FETCH SUSP-AGE-CUR
               INTO :WS-ITEM-ID, :WS-ITEM-SOURCE, :WS-ITEM-REF,
                    :WS-ITEM-DIRECTION, :WS-ITEM-AMOUNT,
                    :WS-ITEM-ASSIGNED, :WS-ITEM-OPENED, :WS-ITEM-AGE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ITEM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ITEM-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF WS-ITEM-SOURCE NOT = WS-BREAK-SOURCE
                  IF WS-BREAK-SOURCE NOT = SPACES
                     PERFORM WRITE-SOURCE-TOTALS
                  END-IF
                  PERFORM START-SOURCE
               END-IF
               PERFORM AGE-ONE-ITEM
            END-IF
            END-IF.

         START-SOURCE.
            MOVE WS-ITEM-SOURCE TO WS-BREAK-SOURCE
            MOVE 0 TO WS-SRC-COUNT
            MOVE 0 TO WS-SRC-NET
            MOVE 0 TO WS-SRC-BAND-1
            MOVE 0 TO WS-SRC-BAND-5
            MOVE 0 TO WS-SRC-BAND-30
            MOVE 0 TO WS-SRC-BAND-OVER
            MOVE SPACES TO AGE-REPORT-LINE
            WRITE AGE-REPORT-LINE
            MOVE SPACES TO AGE-REPORT-LINE
            STRING "ORIGEM " WS-BREAK-SOURCE
               DELIMITED BY SIZE INTO AGE-REPORT-LINE
            END-STRING
            WRITE AGE-REPORT-LINE.

         AGE-ONE-ITEM.
            ADD 1 TO WS-ITEM-COUNT
            ADD 1 TO WS-SRC-COUNT
            EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 1
                  MOVE "0-1" TO WS-BAND
                  ADD 1 TO WS-SRC-BAND-1
               WHEN WS-ITEM-AGE <= 5
                  MOVE "2-5" TO WS-BAND
                  ADD 1 TO WS-SRC-BAND-5
               WHEN WS-ITEM-AGE <= 30
                  MOVE "6-30" TO WS-BAND
                  ADD 1 TO WS-SRC-BAND-30
               WHEN OTHER
                  MOVE ">30" TO WS-BAND
                  ADD 1 TO WS-SRC-BAND-OVER
                  ADD 1 TO WS-STALE-COUNT
            END-EVALUATE

            EVALUATE WS-ITEM-DIRECTION
               WHEN "C"
                  MOVE WS-ITEM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "D"
                  COMPUTE WS-SIGNED-AMOUNT = 0 - WS-ITEM-AMOUNT
               WHEN OTHER
                  MOVE 0 TO WS-SIGNED-AMOUNT
            END-EVALUATE
            ADD WS-SIGNED-AMOUNT TO WS-SRC-NET
            ADD WS-SIGNED-AMOUNT TO WS-TOTAL-NET

            MOVE SPACES TO AGE-REPORT-LINE
            STRING "  " WS-BAND " " WS-ITEM-AGE " dia(s) pendencia "
               WS-ITEM-ID " " WS-ITEM-DIRECTION " " WS-ITEM-AMOUNT
               " aberta " WS-ITEM-OPENED " " WS-ITEM-ASSIGNED
               " " WS-ITEM-REF
               DELIMITED BY SIZE INTO AGE-REPORT-LINE
            END-STRING
            WRITE AGE-REPORT-LINE.

         WRITE-SOURCE-TOTALS.
            MOVE WS-SRC-NET TO WS-NET-EDIT
            MOVE SPACES TO AGE-REPORT-LINE
            STRING "  SUBTOTAL " WS-BREAK-SOURCE ": " WS-SRC-COUNT
               " | 0-1=" WS-SRC-BAND-1 " 2-5=" WS-SRC-BAND-5
               " 6-30=" WS-SRC-BAND-30 " >30=" WS-SRC-BAND-OVER
               " | saldo " WS-NET-EDIT
               DELIMITED BY SIZE INTO AGE-REPORT-LINE
            END-STRING
            WRITE AGE-REPORT-LINE
            DISPLAY "#" WS-BREAK-SOURCE ": " WS-SRC-COUNT
               " aberta(s), " WS-SRC-BAND-OVER " acima de 30 dias".

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

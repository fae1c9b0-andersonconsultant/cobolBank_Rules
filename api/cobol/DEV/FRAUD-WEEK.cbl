      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Weekly fraud alert report - for the seven days ending on the
      *  business date (or FRAUD_WEEK_END, YYYY-MM-DD) and per
      *  FRAUD-MON rule: alerts opened, alerts disposed at FRAUD-DESK
      *  split into FALSE-POS / CONTACTED / FRAUD, the average time
      *  from alert to disposition in hours, the false-positive rate
      *  (FALSE-POS over disposed) and the backlog still OPEN or
      *  IN-REVIEW. Read only; the report goes to FRAUD_WEEK_FILE
      *  (default /tmp/fraud_week_<date>.txt).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FRAUD-WEEK.
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
         01  WS-WEEK-FROM            PIC X(10) VALUE SPACES.
         01  WS-WEEK-TO              PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente do cursor - uma por regra.
         01  WS-RULE                 PIC X(15) VALUE SPACES.
         01  WS-OPENED               PIC 9(7)  VALUE 0.
         01  WS-DISPOSED             PIC 9(7)  VALUE 0.
         01  WS-FALSE-POS            PIC 9(7)  VALUE 0.
         01  WS-CONTACTED            PIC 9(7)  VALUE 0.
         01  WS-CONFIRMED            PIC 9(7)  VALUE 0.
         01  WS-AVG-HOURS            PIC 9(5)V9 VALUE 0.
         01  WS-BACKLOG              PIC 9(7)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-RULE-EOF             PIC X(1)  VALUE "N".

         01  WS-FP-RATE              PIC 9(3)V9 VALUE 0.
         01  WS-HOURS-SUM            PIC 9(11)V9 VALUE 0.

      *    Totais da semana.
         01  WS-TOT-OPENED           PIC 9(7)  VALUE 0.
         01  WS-TOT-DISPOSED         PIC 9(7)  VALUE 0.
         01  WS-TOT-FALSE-POS        PIC 9(7)  VALUE 0.
         01  WS-TOT-CONTACTED        PIC 9(7)  VALUE 0.
         01  WS-TOT-CONFIRMED        PIC 9(7)  VALUE 0.
         01  WS-TOT-BACKLOG          PIC 9(7)  VALUE 0.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-WEEK-ENV             PIC X(10) VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-OPENED            PIC Z(6)9.
         01  WS-ED-DISPOSED          PIC Z(6)9.
         01  WS-ED-FALSE-POS         PIC Z(6)9.
         01  WS-ED-CONTACTED         PIC Z(6)9.
         01  WS-ED-CONFIRMED         PIC Z(6)9.
         01  WS-ED-BACKLOG           PIC Z(6)9.
         01  WS-ED-HOURS             PIC Z(4)9,9.
         01  WS-ED-RATE              PIC ZZ9,9.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FRAUDWEEK".
             05  WS-LOG-ACTION         PIC X(20) VALUE "FRAUD-WEEK".
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
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM REPORT-RULES
                  PERFORM WRITE-REPORT-TOTALS
                  CLOSE REPORT-FILE
               END-IF
            END-IF
            IF WS-DB-STARTED = "S"
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
      *    que FRAUD_WEEK_END peca outra.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-WEEK-ENV FROM ENVIRONMENT "FRAUD_WEEK_END"
            IF WS-WEEK-ENV = SPACES
               MOVE WS-BUS-DATE TO WS-WEEK-TO
            ELSE
               MOVE WS-WEEK-ENV TO WS-WEEK-TO
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "FRAUD_WEEK_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/fraud_week_" WS-WEEK-TO ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         SET-WEEK-WINDOW.
      *    Sete dias corridos terminando no fim da semana, inclusive.
            EXEC SQL
               SELECT TO_CHAR(:WS-WEEK-TO::date - 6, 'YYYY-MM-DD')
               INTO :WS-WEEK-FROM
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "#Fim de semana invalido: " WS-WEEK-TO
               MOVE "S" TO WS-RUN-HALTED
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "ALERTAS DE FRAUDE - SEMANA DE " WS-WEEK-FROM
               " A " WS-WEEK-TO
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "REGRA            ABERTOS ENCERRAD FALSO-PO "
               "CONTATAD   FRAUDE  HORAS MED  %FALSO  PENDENTES"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-RULES.
      *    Regra sem nada na semana e sem pendencia nao sai.
            EXEC SQL
               DECLARE FRAUD-WEEK-CUR CURSOR FOR
               SELECT rule,
                      COUNT(*) FILTER (WHERE created_at::date
                         BETWEEN :WS-WEEK-FROM::date
                             AND :WS-WEEK-TO::date),
                      COUNT(*) FILTER (WHERE disposed_at::date
                         BETWEEN :WS-WEEK-FROM::date
                             AND :WS-WEEK-TO::date),
                      COUNT(*) FILTER (WHERE disposed_at::date
                         BETWEEN :WS-WEEK-FROM::date
                             AND :WS-WEEK-TO::date
                         AND disposition = 'FALSE-POS'),
                      COUNT(*) FILTER (WHERE disposed_at::date
                         BETWEEN :WS-WEEK-FROM::date
                             AND :WS-WEEK-TO::date
                         AND disposition = 'CONTACTED'),
                      COUNT(*) FILTER (WHERE disposed_at::date
                         BETWEEN :WS-WEEK-FROM::date
                             AND :WS-WEEK-TO::date
                         AND disposition = 'FRAUD'),
                      COALESCE(ROUND(AVG(EXTRACT(EPOCH FROM
                         (disposed_at - created_at)) / 3600)
                         FILTER (WHERE disposed_at::date
                            BETWEEN :WS-WEEK-FROM::date
                                AND :WS-WEEK-TO::date))::numeric,
                         1), 0),
                      COUNT(*) FILTER (WHERE status <> 'CLOSED'
                         AND created_at::date <= :WS-WEEK-TO::date)
               FROM fraud_alerts
               WHERE created_at::date <= :WS-WEEK-TO::date
                 AND (created_at::date >= :WS-WEEK-FROM::date
                  OR  disposed_at::date >= :WS-WEEK-FROM::date
                  OR  status <> 'CLOSED')
               GROUP BY rule
               ORDER BY rule
            END-EXEC

            EXEC SQL
               OPEN FRAUD-WEEK-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "N" TO WS-RULE-EOF
               PERFORM REPORT-ONE-RULE UNTIL WS-RULE-EOF = "Y"
               EXEC SQL
                  CLOSE FRAUD-WEEK-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-RULE.
            EXEC SQL
               FETCH FRAUD-WEEK-CUR
               INTO :WS-RULE, :WS-OPENED, :WS-DISPOSED,
                    :WS-FALSE-POS, :WS-CONTACTED, :WS-CONFIRMED,
                    :WS-AVG-HOURS, :WS-BACKLOG
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RULE-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RULE-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD WS-OPENED    TO WS-TOT-OPENED
               ADD WS-DISPOSED  TO WS-TOT-DISPOSED
               ADD WS-FALSE-POS TO WS-TOT-FALSE-POS
               ADD WS-CONTACTED TO WS-TOT-CONTACTED
               ADD WS-CONFIRMED TO WS-TOT-CONFIRMED
               ADD WS-BACKLOG   TO WS-TOT-BACKLOG
               COMPUTE WS-HOURS-SUM = WS-HOURS-SUM +
                  WS-AVG-HOURS * WS-DISPOSED
               MOVE 0 TO WS-FP-RATE
               IF WS-DISPOSED > 0
                  COMPUTE WS-FP-RATE ROUNDED =
                     WS-FALSE-POS * 100 / WS-DISPOSED
               END-IF
               PERFORM WRITE-RULE-LINE
            END-IF
            END-IF.

         WRITE-RULE-LINE.
            MOVE WS-OPENED    TO WS-ED-OPENED
            MOVE WS-DISPOSED  TO WS-ED-DISPOSED
            MOVE WS-FALSE-POS TO WS-ED-FALSE-POS
            MOVE WS-CONTACTED TO WS-ED-CONTACTED
            MOVE WS-CONFIRMED TO WS-ED-CONFIRMED
            MOVE WS-BACKLOG   TO WS-ED-BACKLOG
            MOVE WS-AVG-HOURS TO WS-ED-HOURS
            MOVE WS-FP-RATE   TO WS-ED-RATE
            MOVE SPACES TO REPORT-LINE
            STRING WS-RULE "  " WS-ED-OPENED "  " WS-ED-DISPOSED "  "
               WS-ED-FALSE-POS "  " WS-ED-CONTACTED "  "
               WS-ED-CONFIRMED "  " WS-ED-HOURS "   " WS-ED-RATE
               "    " WS-ED-BACKLOG
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            DISPLAY "regra\" WS-RULE "\" WS-ED-OPENED "\"
               WS-ED-DISPOSED "\" WS-ED-HOURS "\" WS-ED-RATE "\"
               WS-ED-BACKLOG.

         WRITE-REPORT-TOTALS.
            MOVE "TOTAL"          TO WS-RULE
            MOVE WS-TOT-OPENED    TO WS-OPENED
            MOVE WS-TOT-DISPOSED  TO WS-DISPOSED
            MOVE WS-TOT-FALSE-POS TO WS-FALSE-POS
            MOVE WS-TOT-CONTACTED TO WS-CONTACTED
            MOVE WS-TOT-CONFIRMED TO WS-CONFIRMED
            MOVE WS-TOT-BACKLOG   TO WS-BACKLOG
            MOVE 0 TO WS-AVG-HOURS
            MOVE 0 TO WS-FP-RATE
            IF WS-TOT-DISPOSED > 0
               COMPUTE WS-AVG-HOURS ROUNDED =
                  WS-HOURS-SUM / WS-TOT-DISPOSED
               COMPUTE WS-FP-RATE ROUNDED =
                  WS-TOT-FALSE-POS * 100 / WS-TOT-DISPOSED
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-RULE-LINE
            DISPLAY "#Alertas na semana: " WS-TOT-OPENED
               " - encerrados: " WS-TOT-DISPOSED " - pendentes: "
               WS-TOT-BACKLOG

            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-OPENED TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "semana " WS-WEEK-FROM " a " WS-WEEK-TO
               " abertos " WS-TOT-OPENED " encerrados "
               WS-TOT-DISPOSED " falso-pos " WS-TOT-FALSE-POS
               " pendentes " WS-TOT-BACKLOG
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

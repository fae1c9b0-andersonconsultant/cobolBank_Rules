      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly privileged usage report of the SQLCommands console
      *  for IT audit, read from console_exec_log (see CONSOLE-GATE).
      *  Section [1] lists every PRIVILEGED call of the month with
      *  operator, approver, change ticket, arguments and result - a
      *  call still STARTED never got its result back; section [2]
      *  the refused attempts with the reason; section [3] the count
      *  by operator of read-only, privileged and refused calls.
      *  Month comes from CONSOLE_RPT_MONTH (AAAA-MM, default the
      *  month before the business date, the report being run at the
      *  turn of the month); the report goes to CONSOLE_RPT_FILE
      *  (default /tmp/console_priv_<month>.txt). Read only.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSOLE-RPT.
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

         01  WS-RPT-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente dos cursores.
         01  WS-EX-AT                PIC X(19) VALUE SPACES.
         01  WS-EX-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-EX-APPROVER          PIC X(20) VALUE SPACES.
         01  WS-EX-TICKET            PIC X(20) VALUE SPACES.
         01  WS-EX-FUNC              PIC X(30) VALUE SPACES.
         01  WS-EX-OUTCOME           PIC X(10) VALUE SPACES.
         01  WS-EX-ARGS              PIC X(100) VALUE SPACES.
         01  WS-EX-RESULT            PIC X(100) VALUE SPACES.
         01  WS-OP-READONLY          PIC 9(7)  VALUE 0.
         01  WS-OP-PRIVILEGED        PIC 9(7)  VALUE 0.
         01  WS-OP-REFUSED           PIC 9(7)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

      *    Totais do mes.
         01  WS-TOT-READONLY         PIC 9(7)  VALUE 0.
         01  WS-TOT-PRIVILEGED       PIC 9(7)  VALUE 0.
         01  WS-TOT-REFUSED          PIC 9(7)  VALUE 0.
         01  WS-TOT-OPEN             PIC 9(7)  VALUE 0.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-MONTH-ENV            PIC X(7)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-READONLY          PIC Z(6)9.
         01  WS-ED-PRIVILEGED        PIC Z(6)9.
         01  WS-ED-REFUSED           PIC Z(6)9.
         01  WS-ED-OPEN              PIC Z(6)9.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CONSOLE-RPT".
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
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM REPORT-PRIVILEGED-CALLS
                  PERFORM REPORT-REFUSED-CALLS
                  PERFORM REPORT-BY-OPERATOR
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
      *    Mes anterior ao movimento oficial (DATESRV), a menos que
      *    CONSOLE_RPT_MONTH peca outro.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "CONSOLE_RPT_MONTH"
            IF WS-MONTH-ENV = SPACES
               EXEC SQL
                  SELECT TO_CHAR(TO_DATE(:WS-BUS-DATE, 'YYYY-MM-DD')
                                 - INTERVAL '1 month', 'YYYY-MM')
                  INTO :WS-RPT-MONTH
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-CURSOR-FAILURE
                  MOVE WS-DS-OUT(1:7) TO WS-RPT-MONTH
               END-IF
            ELSE
               MOVE WS-MONTH-ENV TO WS-RPT-MONTH
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CONSOLE_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/console_priv_" WS-RPT-MONTH ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "CONSOLE SQLCOMMANDS - USO PRIVILEGIADO - MES "
               WS-RPT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         REPORT-PRIVILEGED-CALLS.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] CHAMADAS PRIVILEGIADAS" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DATA/HORA           OPERADOR             "
               "APROVADOR            CHAMADO              "
               "FUNCAO                         SITUACAO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CONS-PRIV-CUR CURSOR FOR
               SELECT TO_CHAR(exec_at, 'YYYY-MM-DD HH24:MI:SS'),
                      operator, COALESCE(approver, ' '),
                      COALESCE(ticket, ' '), func_name, outcome,
                      COALESCE(SUBSTR(args, 1, 100), ' '),
                      COALESCE(SUBSTR(result, 1, 100), ' ')
               FROM console_exec_log
               WHERE TO_CHAR(exec_at, 'YYYY-MM') = :WS-RPT-MONTH
                 AND kind = 'PRIVILEGED'
                 AND outcome <> 'REFUSED'
               ORDER BY exec_at, id
            END-EXEC

            EXEC SQL
               OPEN CONS-PRIV-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-PRIVILEGED-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE CONS-PRIV-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-PRIVILEGED-ROW.
            EXEC SQL
               FETCH CONS-PRIV-CUR
               INTO :WS-EX-AT, :WS-EX-OPERATOR, :WS-EX-APPROVER,
                    :WS-EX-TICKET, :WS-EX-FUNC, :WS-EX-OUTCOME,
                    :WS-EX-ARGS, :WS-EX-RESULT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               IF WS-EX-OUTCOME = "STARTED"
                  ADD 1 TO WS-TOT-OPEN
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING WS-EX-AT " " WS-EX-OPERATOR " " WS-EX-APPROVER
                  " " WS-EX-TICKET " " WS-EX-FUNC " " WS-EX-OUTCOME
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "   ARGS: " WS-EX-ARGS
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "   RESULTADO: " WS-EX-RESULT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-REFUSED-CALLS.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] TENTATIVAS RECUSADAS" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DATA/HORA           OPERADOR             "
               "APROVADOR            FUNCAO                         "
               "MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CONS-REF-CUR CURSOR FOR
               SELECT TO_CHAR(exec_at, 'YYYY-MM-DD HH24:MI:SS'),
                      operator, COALESCE(approver, ' '),
                      COALESCE(func_name, ' '),
                      COALESCE(SUBSTR(result, 1, 100), ' ')
               FROM console_exec_log
               WHERE TO_CHAR(exec_at, 'YYYY-MM') = :WS-RPT-MONTH
                 AND outcome = 'REFUSED'
               ORDER BY exec_at, id
            END-EXEC

            EXEC SQL
               OPEN CONS-REF-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-REFUSED-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE CONS-REF-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-REFUSED-ROW.
            EXEC SQL
               FETCH CONS-REF-CUR
               INTO :WS-EX-AT, :WS-EX-OPERATOR, :WS-EX-APPROVER,
                    :WS-EX-FUNC, :WS-EX-RESULT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING WS-EX-AT " " WS-EX-OPERATOR " " WS-EX-APPROVER
                  " " WS-EX-FUNC " " WS-EX-RESULT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-BY-OPERATOR.
            MOVE SPACES TO REPORT-LINE
            MOVE "[3] POR OPERADOR" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "OPERADOR                CONSULTA  PRIVILEG."
               "  RECUSADA"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CONS-OP-CUR CURSOR FOR
               SELECT operator,
                      SUM(CASE WHEN kind = 'READONLY'
                                AND outcome <> 'REFUSED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN kind = 'PRIVILEGED'
                                AND outcome <> 'REFUSED'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN outcome = 'REFUSED'
                               THEN 1 ELSE 0 END)
               FROM console_exec_log
               WHERE TO_CHAR(exec_at, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY operator
               ORDER BY operator
            END-EXEC

            EXEC SQL
               OPEN CONS-OP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-OPERATOR-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE CONS-OP-CUR
               END-EXEC
            END-IF

            MOVE "TOTAL"           TO WS-EX-OPERATOR
            MOVE WS-TOT-READONLY   TO WS-OP-READONLY
            MOVE WS-TOT-PRIVILEGED TO WS-OP-PRIVILEGED
            MOVE WS-TOT-REFUSED    TO WS-OP-REFUSED
            PERFORM WRITE-OPERATOR-LINE
            MOVE WS-TOT-OPEN TO WS-ED-OPEN
            MOVE SPACES TO REPORT-LINE
            STRING "PRIVILEGIADAS SEM RESULTADO (STARTED): "
               WS-ED-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         FETCH-OPERATOR-ROW.
            EXEC SQL
               FETCH CONS-OP-CUR
               INTO :WS-EX-OPERATOR, :WS-OP-READONLY,
                    :WS-OP-PRIVILEGED, :WS-OP-REFUSED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               ADD WS-OP-READONLY   TO WS-TOT-READONLY
               ADD WS-OP-PRIVILEGED TO WS-TOT-PRIVILEGED
               ADD WS-OP-REFUSED    TO WS-TOT-REFUSED
               PERFORM WRITE-OPERATOR-LINE
            END-IF
            END-IF.

         WRITE-OPERATOR-LINE.
            MOVE WS-OP-READONLY   TO WS-ED-READONLY
            MOVE WS-OP-PRIVILEGED TO WS-ED-PRIVILEGED
            MOVE WS-OP-REFUSED    TO WS-ED-REFUSED
            MOVE SPACES TO REPORT-LINE
            STRING WS-EX-OPERATOR "  " WS-ED-READONLY "   "
               WS-ED-PRIVILEGED "   " WS-ED-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         NOTE-CURSOR-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-REPORT-SUMMARY.
            DISPLAY "#Console do mes " WS-RPT-MONTH ": "
               WS-TOT-PRIVILEGED " privilegiada(s), " WS-TOT-REFUSED
               " recusada(s), " WS-TOT-OPEN " sem resultado"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-PRIVILEGED TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "mes " WS-RPT-MONTH " privilegiadas "
               WS-TOT-PRIVILEGED " recusadas " WS-TOT-REFUSED
               " sem resultado " WS-TOT-OPEN
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly operational loss report - the loss events of the
      *  month (loss_events by event date, see LOSS-OPEN) with gross
      *  loss, recoveries and net. Section [1] breaks them down by
      *  event type and branch; section [2] gives the regulatory
      *  totals by event type, all eight categories of CMN Res. 4.557
      *  in their order, a category without events printed at zero;
      *  section [3] the totals by business line. Month comes from
      *  LOSS_RPT_MONTH (AAAA-MM, default the month of the business
      *  date); the report goes to LOSS_RPT_FILE (default
      *  /tmp/loss_rpt_<month>.txt). Read only.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOSS-RPT.
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
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente dos cursores.
         01  WS-GRP-KEY              PIC X(12) VALUE SPACES.
         01  WS-GRP-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-GRP-COUNT            PIC 9(7)  VALUE 0.
         01  WS-GRP-GROSS            PIC S9(12)V99 VALUE 0.
         01  WS-GRP-RECOVERED        PIC S9(12)V99 VALUE 0.
         01  WS-GRP-NET              PIC S9(12)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

      *    Totais do mes (secao [2] - a soma das categorias).
         01  WS-TOT-COUNT            PIC 9(7)  VALUE 0.
         01  WS-TOT-GROSS            PIC S9(12)V99 VALUE 0.
         01  WS-TOT-RECOVERED        PIC S9(12)V99 VALUE 0.
         01  WS-TOT-NET              PIC S9(12)V99 VALUE 0.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-MONTH-ENV            PIC X(7)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-GROSS             PIC -(12)9,99.
         01  WS-ED-RECOVERED         PIC -(12)9,99.
         01  WS-ED-NET               PIC -(12)9,99.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOSSRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "LOSS-RPT".
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
                  PERFORM REPORT-BY-TYPE-BRANCH
                  PERFORM REPORT-REGULATORY-TOTALS
                  PERFORM REPORT-BY-BUSINESS-LINE
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
      *    Mes do movimento oficial (DATESRV), a menos que
      *    LOSS_RPT_MONTH peca outro.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

            ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "LOSS_RPT_MONTH"
            IF WS-MONTH-ENV = SPACES
               MOVE WS-DS-OUT(1:7) TO WS-RPT-MONTH
            ELSE
               MOVE WS-MONTH-ENV TO WS-RPT-MONTH
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "LOSS_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/loss_rpt_" WS-RPT-MONTH ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "PERDAS OPERACIONAIS - MES " WS-RPT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         WRITE-COLUMN-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "                       EVENTOS           BRUTO"
               "     RECUPERADO         LIQUIDO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-BY-TYPE-BRANCH.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] POR TIPO DE EVENTO E AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-COLUMN-HEADER

            EXEC SQL
               DECLARE LOSS-TB-CUR CURSOR FOR
               SELECT event_type, branch, COUNT(*),
                      COALESCE(SUM(gross_amount), 0),
                      COALESCE(SUM(recovered_amount), 0),
                      COALESCE(SUM(net_amount), 0)
               FROM loss_events
               WHERE TO_CHAR(event_date, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY event_type, branch
               ORDER BY event_type, branch
            END-EXEC

            EXEC SQL
               OPEN LOSS-TB-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-TYPE-BRANCH-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-TB-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-TYPE-BRANCH-ROW.
            EXEC SQL
               FETCH LOSS-TB-CUR
               INTO :WS-GRP-KEY, :WS-GRP-BRANCH, :WS-GRP-COUNT,
                    :WS-GRP-GROSS, :WS-GRP-RECOVERED, :WS-GRP-NET
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               PERFORM WRITE-GROUP-LINE
            END-IF
            END-IF.

         REPORT-REGULATORY-TOTALS.
      *    As oito categorias sempre, na ordem da norma - categoria
      *    sem evento no mes sai zerada.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] TOTAIS REGULATORIOS POR TIPO DE EVENTO"
               TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-COLUMN-HEADER

            EXEC SQL
               DECLARE LOSS-REG-CUR CURSOR FOR
               SELECT t.code, COUNT(e.id),
                      COALESCE(SUM(e.gross_amount), 0),
                      COALESCE(SUM(e.recovered_amount), 0),
                      COALESCE(SUM(e.net_amount), 0)
               FROM (VALUES (1, 'FRAUDE-INT'), (2, 'FRAUDE-EXT'),
                            (3, 'TRABALHISTA'), (4, 'CLIENTES'),
                            (5, 'DANOS'), (6, 'INTERRUPCAO'),
                            (7, 'SISTEMAS'), (8, 'EXECUCAO'))
                    AS t (seq, code)
               LEFT JOIN loss_events e
                      ON e.event_type = t.code
                     AND TO_CHAR(e.event_date, 'YYYY-MM')
                         = :WS-RPT-MONTH
               GROUP BY t.seq, t.code
               ORDER BY t.seq
            END-EXEC

            EXEC SQL
               OPEN LOSS-REG-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-REGULATORY-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-REG-CUR
               END-EXEC
            END-IF

            MOVE "TOTAL"          TO WS-GRP-KEY
            MOVE SPACES           TO WS-GRP-BRANCH
            MOVE WS-TOT-COUNT     TO WS-GRP-COUNT
            MOVE WS-TOT-GROSS     TO WS-GRP-GROSS
            MOVE WS-TOT-RECOVERED TO WS-GRP-RECOVERED
            MOVE WS-TOT-NET       TO WS-GRP-NET
            PERFORM WRITE-GROUP-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-REGULATORY-ROW.
            EXEC SQL
               FETCH LOSS-REG-CUR
               INTO :WS-GRP-KEY, :WS-GRP-COUNT, :WS-GRP-GROSS,
                    :WS-GRP-RECOVERED, :WS-GRP-NET
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE SPACES TO WS-GRP-BRANCH
               ADD WS-GRP-COUNT     TO WS-TOT-COUNT
               ADD WS-GRP-GROSS     TO WS-TOT-GROSS
               ADD WS-GRP-RECOVERED TO WS-TOT-RECOVERED
               ADD WS-GRP-NET       TO WS-TOT-NET
               PERFORM WRITE-GROUP-LINE
            END-IF
            END-IF.

         REPORT-BY-BUSINESS-LINE.
            MOVE SPACES TO REPORT-LINE
            MOVE "[3] POR LINHA DE NEGOCIO" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-COLUMN-HEADER

            EXEC SQL
               DECLARE LOSS-BL-CUR CURSOR FOR
               SELECT business_line, COUNT(*),
                      COALESCE(SUM(gross_amount), 0),
                      COALESCE(SUM(recovered_amount), 0),
                      COALESCE(SUM(net_amount), 0)
               FROM loss_events
               WHERE TO_CHAR(event_date, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY business_line
               ORDER BY business_line
            END-EXEC

            EXEC SQL
               OPEN LOSS-BL-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BUSINESS-LINE-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-BL-CUR
               END-EXEC
            END-IF.

         FETCH-BUSINESS-LINE-ROW.
            EXEC SQL
               FETCH LOSS-BL-CUR
               INTO :WS-GRP-KEY, :WS-GRP-COUNT, :WS-GRP-GROSS,
                    :WS-GRP-RECOVERED, :WS-GRP-NET
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE SPACES TO WS-GRP-BRANCH
               PERFORM WRITE-GROUP-LINE
            END-IF
            END-IF.

         WRITE-GROUP-LINE.
            MOVE WS-GRP-COUNT     TO WS-ED-COUNT
            MOVE WS-GRP-GROSS     TO WS-ED-GROSS
            MOVE WS-GRP-RECOVERED TO WS-ED-RECOVERED
            MOVE WS-GRP-NET       TO WS-ED-NET
            MOVE SPACES TO REPORT-LINE
            STRING WS-GRP-KEY " " WS-GRP-BRANCH "  " WS-ED-COUNT
               " " WS-ED-GROSS " " WS-ED-RECOVERED " " WS-ED-NET
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
            DISPLAY "#Perdas do mes " WS-RPT-MONTH ": " WS-TOT-COUNT
               " evento(s), liquido " WS-TOT-NET
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-NET TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "mes " WS-RPT-MONTH " eventos " WS-TOT-COUNT
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Daily interface pending report - lists every file in the
      *  interface registry (interface_files, kept by FILEREG) that is
      *  still waiting for someone: outbound files PRODUCED and not
      *  yet sent, outbound files SENT and not yet acknowledged by the
      *  partner, and inbound files left RECEIVED by a run that never
      *  finished. Grouped by situation, oldest first, with the age in
      *  days of business date since registration; files older than
      *  the tolerance (IFACE_OVERDUE_DAYS, default 1) are flagged
      *  ATRASO so the operators chase the partner the next morning
      *  instead of at the regulator's complaint. Worked at IFACE-MAINT.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 IFACE-PEND.
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
            SELECT PEND-REPORT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  PEND-REPORT.
         01  PEND-REPORT-LINE        PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-FILE-DIRECTION       PIC X(1)  VALUE SPACE.
         01  WS-FILE-INTERFACE       PIC X(14) VALUE SPACES.
         01  WS-FILE-PARTNER         PIC X(20) VALUE SPACES.
         01  WS-FILE-STATUS          PIC X(10) VALUE SPACES.
         01  WS-FILE-RECORDS         PIC 9(9)  VALUE 0.
         01  WS-FILE-BUS-DATE        PIC X(10) VALUE SPACES.
         01  WS-FILE-AGE             PIC 9(5)  VALUE 0.
         01  WS-FILE-NAME            PIC X(100) VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Tolerancia em dias antes de marcar ATRASO.
         01  WS-OVERDUE-ENV         PIC X(3)  VALUE SPACES.
         01  WS-OVERDUE-DAYS        PIC 9(3)  VALUE 1.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-FILE-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-FLAG                PIC X(6)  VALUE SPACES.

      *    Quebra por situacao - subtotais da situacao corrente.
         01  WS-BREAK-STATUS        PIC X(10) VALUE SPACES.
         01  WS-STS-COUNT           PIC 9(6)  VALUE 0.
         01  WS-STS-OVERDUE         PIC 9(6)  VALUE 0.

      *    Totais gerais.
         01  WS-FILE-COUNT          PIC 9(6)  VALUE 0.
         01  WS-OVERDUE-COUNT       PIC 9(6)  VALUE 0.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "IFACEPEND".
             05  WS-LOG-ACTION         PIC X(20) VALUE "IFACE-PEND".
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
               PERFORM WRITE-PENDING
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            MOVE "/tmp/iface_pending.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "IFACE_PENDING_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/iface_pending.txt" TO WS-REPORT-PATH
            END-IF
      *    Tolerancia configuravel; mantem o padrao se a variavel nao
      *    estiver definida ou vier invalida.
            ACCEPT WS-OVERDUE-ENV FROM ENVIRONMENT "IFACE_OVERDUE_DAYS"
            IF WS-OVERDUE-ENV IS NUMERIC AND
               WS-OVERDUE-ENV NOT = SPACES
               MOVE WS-OVERDUE-ENV TO WS-OVERDUE-DAYS
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

         WRITE-PENDING.
            OPEN OUTPUT PEND-REPORT
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de interfaces - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO PEND-REPORT-LINE
               STRING "ARQUIVOS DE INTERFACE PENDENTES POR SITUACAO - "
                  "MOVIMENTO " WS-BUS-DATE
                  DELIMITED BY SIZE INTO PEND-REPORT-LINE
               END-STRING
               WRITE PEND-REPORT-LINE

      *    Saida ainda nao enviada ou nao confirmada e entrada parada
      *    em RECEIVED; recusados e encerrados nao esperam ninguem.
               EXEC SQL
                  DECLARE IFACE-PEND-CUR CURSOR FOR
                  SELECT id, direction, interface,
                         COALESCE(partner, ''), status, record_count,
                         TO_CHAR(business_date, 'YYYY-MM-DD'),
                         GREATEST(COALESCE(NULLIF(TRIM(:WS-BUS-DATE),
                            '')::date, CURRENT_DATE) - business_date,
                            0),
                         file_name
                  FROM interface_files
                  WHERE (direction = 'O'
                         AND status IN ('PRODUCED', 'SENT'))
                     OR (direction = 'I' AND status = 'RECEIVED')
                  ORDER BY status, business_date, id
               END-EXEC

               EXEC SQL
                  OPEN IFACE-PEND-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE SPACES TO WS-BREAK-STATUS
                  MOVE "N" TO WS-FILE-EOF
                  PERFORM WRITE-ONE-FILE UNTIL WS-FILE-EOF = "Y"
                  EXEC SQL
                     CLOSE IFACE-PEND-CUR
                  END-EXEC
                  IF WS-BREAK-STATUS NOT = SPACES
                     PERFORM WRITE-STATUS-TOTALS
                  END-IF
               END-IF

               MOVE SPACES TO PEND-REPORT-LINE
               STRING "TOTAIS: pendentes=" WS-FILE-COUNT
                  " em atraso (mais de " WS-OVERDUE-DAYS " dia(s))="
                  WS-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO PEND-REPORT-LINE
               END-STRING
               WRITE PEND-REPORT-LINE
               CLOSE PEND-REPORT

               DISPLAY "#Arquivos pendentes=" WS-FILE-COUNT
                  " em atraso=" WS-OVERDUE-COUNT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-FILE-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "interfaces pendentes=" WS-FILE-COUNT
                  " em atraso=" WS-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         WRITE-ONE-FILE.
            EXEC SQL
               FETCH IFACE-PEND-CUR
               INTO :WS-FILE-ID, :WS-FILE-DIRECTION,
                    :WS-FILE-INTERFACE, :WS-FILE-PARTNER,
                    :WS-FILE-STATUS, :WS-FILE-RECORDS,
                    :WS-FILE-BUS-DATE, :WS-FILE-AGE, :WS-FILE-NAME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-FILE-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-FILE-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF WS-FILE-STATUS NOT = WS-BREAK-STATUS
                  IF WS-BREAK-STATUS NOT = SPACES
                     PERFORM WRITE-STATUS-TOTALS
                  END-IF
                  PERFORM START-STATUS
               END-IF
               PERFORM AGE-ONE-FILE
            END-IF
            END-IF.

         START-STATUS.
            MOVE WS-FILE-STATUS TO WS-BREAK-STATUS
            MOVE 0 TO WS-STS-COUNT
            MOVE 0 TO WS-STS-OVERDUE
            MOVE SPACES TO PEND-REPORT-LINE
            WRITE PEND-REPORT-LINE
            MOVE SPACES TO PEND-REPORT-LINE
            STRING "SITUACAO " WS-BREAK-STATUS
               DELIMITED BY SIZE INTO PEND-REPORT-LINE
            END-STRING
            WRITE PEND-REPORT-LINE.

         AGE-ONE-FILE.
            ADD 1 TO WS-FILE-COUNT
            ADD 1 TO WS-STS-COUNT
            MOVE SPACES TO WS-FLAG
            IF WS-FILE-AGE > WS-OVERDUE-DAYS
               MOVE "ATRASO" TO WS-FLAG
               ADD 1 TO WS-STS-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
            END-IF

            MOVE SPACES TO PEND-REPORT-LINE
            STRING "  " WS-FLAG " " WS-FILE-AGE " dia(s) arquivo "
               WS-FILE-ID " " WS-FILE-DIRECTION " " WS-FILE-INTERFACE
               " " WS-FILE-PARTNER " mov " WS-FILE-BUS-DATE
               " reg " WS-FILE-RECORDS " " WS-FILE-NAME
               DELIMITED BY SIZE INTO PEND-REPORT-LINE
            END-STRING
            WRITE PEND-REPORT-LINE.

         WRITE-STATUS-TOTALS.
            MOVE SPACES TO PEND-REPORT-LINE
            STRING "  SUBTOTAL " WS-BREAK-STATUS ": " WS-STS-COUNT
               " | em atraso=" WS-STS-OVERDUE
               DELIMITED BY SIZE INTO PEND-REPORT-LINE
            END-STRING
            WRITE PEND-REPORT-LINE
            DISPLAY "#" WS-BREAK-STATUS ": " WS-STS-COUNT
               " pendente(s), " WS-STS-OVERDUE " em atraso".

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Ombudsman deadline escalation (ouvidoria) - runs every
      *  business day. Every complaint still OPEN in the register
      *  (OMBUD-MAINT), i.e. not yet answered to the customer, is
      *  measured in business days (DATESRV calendar) against its
      *  deadline:
      *    - level 1 when OMBUD_ESCALATE_DAYS (bank_params, default 3)
      *      business days or fewer are left;
      *    - level 2 when the deadline has already passed.
      *  A complaint that reaches a level above the one it had gets
      *  escalation_level/escalated_at updated and an ESCALATE line in
      *  its response history, in its own transaction - so a rerun on
      *  the same date escalates nothing twice. The escalation list
      *  (OMBUD_ESCALATION_FILE, default /tmp/ombud_escalation.txt)
      *  shows every open complaint, overdue first, and flags the ones
      *  escalated in this run for the ombudsman. A complaint that
      *  fails is rolled back and sets rc=1 for BATCH-ORCH.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OMBUD-ESCAL.
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
            SELECT ESCAL-REPORT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  ESCAL-REPORT.
         01  ESCAL-REPORT-LINE       PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Reclamacao em aberto lida do cursor.
         01  WS-OC-ID                PIC 9(9)  VALUE 0.
         01  WS-OC-PROTOCOL          PIC X(20) VALUE SPACES.
         01  WS-OC-CATEGORY          PIC X(2)  VALUE SPACES.
         01  WS-OC-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-OC-DOC               PIC X(14) VALUE SPACES.
         01  WS-OC-DEADLINE          PIC X(10) VALUE SPACES.
         01  WS-OC-LEVEL             PIC 9(1)  VALUE 0.
         01  WS-NEW-LEVEL            PIC 9(1)  VALUE 0.
         01  WS-ACT-NOTE             PIC X(200) VALUE SPACES.

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-RUN-USER             PIC X(20) VALUE "OMBUD-ESCAL".
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Antecedencia do primeiro nivel em dias uteis (catalogo).
         01  WS-ESCALATE-DAYS        PIC 9(3)  VALUE 3.
         01  WS-DAYS-LEFT            PIC 9(5)  VALUE 0.

      *    Parametros do catalogo (GETPARAM).
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-OC-EOF              PIC X(1)  VALUE "N".
         01  WS-OPEN-COUNT          PIC 9(6)  VALUE 0.
         01  WS-OVERDUE-COUNT       PIC 9(6)  VALUE 0.
         01  WS-NEAR-COUNT          PIC 9(6)  VALUE 0.
         01  WS-ESCALATED-COUNT     PIC 9(6)  VALUE 0.
         01  WS-ERROR-COUNT         PIC 9(6)  VALUE 0.
         01  WS-ESCALATED-MARK      PIC X(14) VALUE SPACES.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "OMBUDESCAL".
             05  WS-LOG-ACTION         PIC X(20) VALUE "OMBUD-ESCAL".
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
               PERFORM LOAD-DB-POLICY
               PERFORM WRITE-ESCALATION
               PERFORM REPORT-RUN
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-PATH.
            MOVE "/tmp/ombud_escalation.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "OMBUD_ESCALATION_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/ombud_escalation.txt" TO WS-REPORT-PATH
            END-IF.

         LOAD-DB-POLICY.
            MOVE "OMBUD_ESCALATE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-ESCALATE-DAYS
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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - o prazo corre em dias
      *    uteis do calendario, nao pelo relogio do servidor.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         WRITE-ESCALATION.
            OPEN OUTPUT ESCAL-REPORT
            IF WS-REPORT-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "#Falha ao abrir lista de escalonamento - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO ESCAL-REPORT-LINE
               STRING "OUVIDORIA - RECLAMACOES SEM RESPOSTA POR PRAZO"
                  " - MOVIMENTO " WS-BUS-DATE
                  DELIMITED BY SIZE INTO ESCAL-REPORT-LINE
               END-STRING
               WRITE ESCAL-REPORT-LINE

               EXEC SQL
                  DECLARE OUV-ESC-CUR CURSOR FOR
                  SELECT id, protocol, category, branch, cust_doc,
                         TO_CHAR(deadline_date, 'YYYY-MM-DD'),
                         escalation_level
                  FROM ombud_complaints
                  WHERE status = 'OPEN'
                  ORDER BY deadline_date, id
               END-EXEC

               EXEC SQL
                  OPEN OUV-ESC-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  ADD 1 TO WS-ERROR-COUNT
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-OC-EOF
                  PERFORM ESCALATE-ONE-COMPLAINT UNTIL WS-OC-EOF = "Y"
                  EXEC SQL
                     CLOSE OUV-ESC-CUR
                  END-EXEC
               END-IF

               MOVE SPACES TO ESCAL-REPORT-LINE
               STRING "TOTAIS: sem resposta=" WS-OPEN-COUNT
                  " vencidas=" WS-OVERDUE-COUNT
                  " perto do prazo=" WS-NEAR-COUNT
                  " escaladas hoje=" WS-ESCALATED-COUNT
                  DELIMITED BY SIZE INTO ESCAL-REPORT-LINE
               END-STRING
               WRITE ESCAL-REPORT-LINE
               CLOSE ESCAL-REPORT
            END-IF.

         ESCALATE-ONE-COMPLAINT.
            EXEC SQL
               FETCH OUV-ESC-CUR
               INTO :WS-OC-ID, :WS-OC-PROTOCOL, :WS-OC-CATEGORY,
                    :WS-OC-BRANCH, :WS-OC-DOC, :WS-OC-DEADLINE,
                    :WS-OC-LEVEL
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-OC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-OC-EOF
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-OPEN-COUNT
               PERFORM MEASURE-DEADLINE
               MOVE SPACES TO WS-ESCALATED-MARK
               IF WS-NEW-LEVEL > WS-OC-LEVEL
                  PERFORM RAISE-LEVEL
               END-IF
               PERFORM WRITE-COMPLAINT-LINE
            END-IF
            END-IF.

         MEASURE-DEADLINE.
      *    Vencida: prazo antes do movimento. Senao, dias uteis que
      *    faltam (o proprio dia do prazo conta) contra a antecedencia.
            MOVE 0 TO WS-NEW-LEVEL
            MOVE 0 TO WS-DAYS-LEFT
            IF WS-OC-DEADLINE < WS-BUS-DATE
               MOVE 2 TO WS-NEW-LEVEL
               ADD 1 TO WS-OVERDUE-COUNT
            ELSE
               MOVE "BDCOUNT" TO WS-DS-FUNC
               MOVE WS-BUS-DATE TO WS-DS-IN
               MOVE WS-OC-DEADLINE TO WS-DS-OUT
               MOVE 0 TO WS-DS-DAYS
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-DAYS TO WS-DAYS-LEFT
               IF WS-DAYS-LEFT NOT > WS-ESCALATE-DAYS
                  MOVE 1 TO WS-NEW-LEVEL
                  ADD 1 TO WS-NEAR-COUNT
               END-IF
            END-IF.

         RAISE-LEVEL.
      *    Nivel conferido no UPDATE: se a mesa respondeu depois da
      *    leitura, nada muda e a reclamacao sai da lista amanha.
            MOVE SPACES TO WS-ACT-NOTE
            IF WS-NEW-LEVEL = 2
               STRING "escalada nivel 2 - prazo " WS-OC-DEADLINE
                  " vencido sem resposta ao cliente"
                  DELIMITED BY SIZE INTO WS-ACT-NOTE
               END-STRING
            ELSE
               STRING "escalada nivel 1 - faltam " WS-DAYS-LEFT
                  " dia(s) util(eis) para o prazo " WS-OC-DEADLINE
                  DELIMITED BY SIZE INTO WS-ACT-NOTE
               END-STRING
            END-IF

            EXEC SQL
               UPDATE ombud_complaints
               SET escalation_level = :WS-NEW-LEVEL,
                   escalated_at = now()
               WHERE id = :WS-OC-ID
                 AND status = 'OPEN'
                 AND escalation_level < :WS-NEW-LEVEL
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO ombud_actions
                     (complaint_id, action_date, action_type, note,
                      created_by, created_at)
                  VALUES (:WS-OC-ID, :WS-BUS-DATE::date, 'ESCALATE',
                          :WS-ACT-NOTE, :WS-RUN-USER, now())
               END-EXEC
            END-IF

            IF SQLCODE = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "#Reclamacao " WS-OC-ID " nao escalada - fica "
                  "para a proxima rodada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE "ESCALADA HOJE" TO WS-ESCALATED-MARK
               DISPLAY "#Reclamacao " WS-OC-ID " " WS-OC-PROTOCOL
                  " escalada ao nivel " WS-NEW-LEVEL
            END-IF
            END-IF.

         WRITE-COMPLAINT-LINE.
            MOVE SPACES TO ESCAL-REPORT-LINE
            IF WS-NEW-LEVEL = 2
               STRING "VENCIDA " WS-OC-PROTOCOL
                  " categoria " WS-OC-CATEGORY
                  " agencia " WS-OC-BRANCH
                  " cliente " WS-OC-DOC
                  " prazo " WS-OC-DEADLINE
                  " nivel " WS-NEW-LEVEL " " WS-ESCALATED-MARK
                  DELIMITED BY SIZE INTO ESCAL-REPORT-LINE
               END-STRING
            ELSE
               STRING "faltam " WS-DAYS-LEFT " dia(s) util(eis) "
                  WS-OC-PROTOCOL
                  " categoria " WS-OC-CATEGORY
                  " agencia " WS-OC-BRANCH
                  " cliente " WS-OC-DOC
                  " nivel " WS-NEW-LEVEL " " WS-ESCALATED-MARK
                  DELIMITED BY SIZE INTO ESCAL-REPORT-LINE
               END-STRING
            END-IF
            WRITE ESCAL-REPORT-LINE.

         REPORT-RUN.
            DISPLAY "#Sem resposta=" WS-OPEN-COUNT
               " vencidas=" WS-OVERDUE-COUNT
               " perto do prazo=" WS-NEAR-COUNT
               " escaladas=" WS-ESCALATED-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-ERROR-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            MOVE WS-ESCALATED-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "ouvidoria " WS-BUS-DATE ": abertas="
               WS-OPEN-COUNT " vencidas=" WS-OVERDUE-COUNT
               " escaladas=" WS-ESCALATED-COUNT
               " erros=" WS-ERROR-COUNT
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

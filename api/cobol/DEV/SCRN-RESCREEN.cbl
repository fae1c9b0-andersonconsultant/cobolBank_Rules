      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly rescreen of the customer base - runs only when
      *  SCRN-LOAD has put a new list version in force (an ACTIVE
      *  screening_lists row with no rescreened_at); on any other
      *  night it ends at once. Every ACTIVE customer goes through the
      *  SCREEN service again (context RESCREEN): a possible hit puts
      *  the customer HELD with the hit id, committed customer by
      *  customer, for the compliance desk to clear or confirm in
      *  SCRN-MAINT - exactly as an onboarding hit. Customers already
      *  HELD or BLOCKED are not screened again, and a pair the desk
      *  already CLEARED does not hit again, so a rerun after an
      *  interruption is harmless. Only a run that reached the end
      *  stamps rescreened_at on the new versions; screening
      *  unavailable stops the run without stamping, and the next
      *  night tries again.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SCRN-RESCREEN.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Versoes novas em vigor ainda sem rescreen.
         01  WS-NEW-LISTS            PIC 9(5)  VALUE 0.
         01  WS-STAMPED-LISTS        PIC 9(5)  VALUE 0.

      *    Cliente corrente do cursor.
         01  WS-CUST-ID              PIC 9(9)  VALUE 0.
         01  WS-CUST-NAME            PIC X(60) VALUE SPACES.
         01  WS-CUST-DOC             PIC X(14) VALUE SPACES.
         01  WS-CUST-HIT-ID          PIC 9(9)  VALUE 0.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-CUST-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-SCREENED-COUNT      PIC 9(9)  VALUE 0.
         01  WS-HELD-COUNT          PIC 9(9)  VALUE 0.

      *    Triagem de sancoes/PEP (SCREEN) do cliente.
         01  WS-SCRN-DATA.
             05  WS-SC-FUNC            PIC X(8)  VALUE "CHECK".
             05  WS-SC-CONTEXT         PIC X(10) VALUE "RESCREEN".
             05  WS-SC-NAME            PIC X(60) VALUE SPACES.
             05  WS-SC-DOC             PIC X(14) VALUE SPACES.
             05  WS-SC-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-SC-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-SC-REF             PIC X(20) VALUE SPACES.
             05  WS-SC-OPERATOR        PIC X(20) VALUE "BATCH".
             05  WS-SC-SESSION         PIC X(10) VALUE SPACES.
             05  WS-SC-NORM-NAME       PIC X(60) VALUE SPACES.
             05  WS-SC-HIT-ID          PIC 9(9)  VALUE 0.
             05  WS-SC-SCORE           PIC 9(3)  VALUE 0.
             05  WS-SC-LIST-TYPE       PIC X(10) VALUE SPACES.
             05  WS-SC-MATCH-NAME      PIC X(60) VALUE SPACES.
         01  WS-SCRN-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SCRNRESCR".
             05  WS-LOG-ACTION         PIC X(20) VALUE "SCRN-RESCREEN".
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
               PERFORM COUNT-NEW-LISTS
               IF WS-NEW-LISTS > 0
                  PERFORM RESCREEN-ALL-CUSTOMERS
                  PERFORM STAMP-RESCREENED
               END-IF
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
               MOVE WS-CONN-PID TO WS-SC-SESSION
            END-IF.

         COUNT-NEW-LISTS.
            MOVE 0 TO WS-NEW-LISTS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-NEW-LISTS
               FROM screening_lists
               WHERE status = 'ACTIVE'
                 AND rescreened_at IS NULL
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-NEW-LISTS
               MOVE "S" TO WS-RUN-HALTED
            ELSE IF WS-NEW-LISTS = 0
               DISPLAY "#Nenhuma versao nova de lista - rescreen "
                  "dispensado"
            ELSE
               DISPLAY "#Versoes novas em vigor: " WS-NEW-LISTS
                  " - rescreen da base de clientes"
            END-IF
            END-IF.

         RESCREEN-ALL-CUSTOMERS.
            EXEC SQL
               DECLARE RESCR-CUST-CUR CURSOR FOR
               SELECT id, name, doc
               FROM customers
               WHERE status = 'ACTIVE'
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN RESCR-CUST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "N" TO WS-CUST-EOF
               PERFORM RESCREEN-ONE-CUSTOMER UNTIL WS-CUST-EOF = "Y"
               EXEC SQL
                  CLOSE RESCR-CUST-CUR
               END-EXEC
               DISPLAY "#Clientes triados: " WS-SCREENED-COUNT
               DISPLAY "#Clientes retidos: " WS-HELD-COUNT
            END-IF.

         RESCREEN-ONE-CUSTOMER.
            EXEC SQL
               FETCH RESCR-CUST-CUR
               INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-CUST-DOC
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CUST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CUST-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM SCREEN-ONE-CUSTOMER
            END-IF
            END-IF.

         SCREEN-ONE-CUSTOMER.
      *    Triagem indisponivel para a rodada inteira - rescreen pela
      *    metade nao pode carimbar a versao como triada.
            MOVE "CHECK"      TO WS-SC-FUNC
            MOVE WS-CUST-NAME TO WS-SC-NAME
            MOVE WS-CUST-DOC  TO WS-SC-DOC
            MOVE WS-CUST-DOC  TO WS-SC-REF
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            IF WS-SCRN-DISP = "F"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "Y" TO WS-CUST-EOF
               MOVE "S" TO WS-RUN-HALTED
               DISPLAY "#Triagem indisponivel no cliente " WS-CUST-ID
                  " - rescreen interrompido"
            ELSE IF WS-SCRN-DISP = "H"
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM HOLD-CUSTOMER
            ELSE
               ADD 1 TO WS-SCREENED-COUNT
            END-IF
            END-IF.

         HOLD-CUSTOMER.
      *    Ocorrencia e retencao do cliente no mesmo COMMIT.
            MOVE WS-SC-HIT-ID TO WS-CUST-HIT-ID
            EXEC SQL
               UPDATE customers
               SET status = 'HELD', screening_hit_id = :WS-CUST-HIT-ID
               WHERE id = :WS-CUST-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "Y" TO WS-CUST-EOF
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "#Cliente " WS-CUST-ID " retido - "
                  WS-SC-LIST-TYPE " score " WS-SC-SCORE " ocorrencia "
                  WS-CUST-HIT-ID

               MOVE "HELD" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "cliente " WS-CUST-ID " doc " WS-CUST-DOC
                  " ocorrencia " WS-CUST-HIT-ID
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         STAMP-RESCREENED.
      *    So rodada completa carimba as versoes - interrompida, a
      *    proxima noite refaz a base.
            IF WS-RUN-HALTED = "N"
               EXEC SQL
                  UPDATE screening_lists
                  SET rescreened_at = now()
                  WHERE status = 'ACTIVE'
                    AND rescreened_at IS NULL
               END-EXEC
               IF SQLCODE = ZERO OR SQLCODE = 100
                  MOVE SQLERRD(3) TO WS-STAMPED-LISTS
                  EXEC SQL
                     COMMIT
                  END-EXEC
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE "S" TO WS-RUN-HALTED
               END-IF
            END-IF

            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-HELD-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "triados " WS-SCREENED-COUNT " retidos "
               WS-HELD-COUNT " versoes " WS-STAMPED-LISTS
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

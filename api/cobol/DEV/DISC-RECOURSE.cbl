      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly recourse (regresso) on discounted receivables - a
      *  title discounted at DISC-MAINT that the payer has not paid by
      *  its due date plus the grace for the interbank return to
      *  arrive (DISC_RECOURSE_GRACE_DAYS, default 3 calendar days) is
      *  debited back to the company: its face value goes from the
      *  company account to the discount funding account
      *  (DISC_FUNDING_ACCOUNT) through post_transfer(), the title is
      *  marked RECOURSE and the operation SETTLED once no title is
      *  left open. The boleto itself stays open for the payer - paid
      *  late, the money simply stays with the company (COBRSETTLE only
      *  repays titles still OPEN). A debit the bank refuses
      *  (insufficient funds) leaves the title OPEN: it ages in the
      *  operation and LOAN-PROV rates it by the days past due, and
      *  the next run tries again. Each title is its own transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 DISC-RECOURSE.
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

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.
         01  WS-GRACE-DAYS           PIC 9(3)  VALUE 3.

      *    Titulo vencido corrente - lido um a um por id crescente, ja
      *    que cada titulo comita ou desfaz sozinho.
         01  WS-LAST-ID              PIC 9(9)  VALUE 0.
         01  WS-TTL-ID               PIC 9(9)  VALUE 0.
         01  WS-TTL-OPERATION        PIC 9(9)  VALUE 0.
         01  WS-TTL-BOLETO           PIC 9(9)  VALUE 0.
         01  WS-TTL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-TTL-FACE             PIC 9(10)V99 VALUE 0.
         01  WS-TTL-DUE              PIC X(10) VALUE SPACES.
         01  WS-TTL-RESULT           PIC X(20) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-TTL-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.

      *    Totais da corrida.
         01  WS-DEBITED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-REFUSED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-DEBITED-TOTAL       PIC 9(13)V99 VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "DISCRECOUR".
             05  WS-LOG-ACTION         PIC X(20) VALUE "DISC-RECOURSE".
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
               PERFORM LOAD-DB-POLICY
               IF WS-FUNDING-ACCOUNT = 0
                  DISPLAY "#DISC_FUNDING_ACCOUNT nao cadastrada - "
                     "regresso nao executado"
               ELSE
                  PERFORM CHARGE-BACK-TITLES
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-DB-POLICY.
            MOVE "DISC_FUNDING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FUNDING-ACCOUNT
            END-IF

            MOVE "DISC_RECOURSE_GRACE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-GRACE-DAYS
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         CHARGE-BACK-TITLES.
            MOVE 0 TO WS-LAST-ID
            MOVE "N" TO WS-TTL-EOF
            PERFORM CHARGE-BACK-NEXT-TITLE UNTIL WS-TTL-EOF = "Y"

            DISPLAY "#Titulos devolvidos a empresa: " WS-DEBITED-COUNT
               " valor " WS-DEBITED-TOTAL
            DISPLAY "#Debitos recusados          : " WS-REFUSED-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-DEBITED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "regresso " WS-BUS-DATE " titulos="
               WS-DEBITED-COUNT " recusados=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CHARGE-BACK-NEXT-TITLE.
      *    Titulo descontado ainda OPEN, vencido ha mais que a carencia
      *    e com o boleto nao pago.
            EXEC SQL
               SELECT t.id, t.operation_id, t.boleto_id, d.account,
                      t.face_amount, TO_CHAR(t.due_date, 'YYYY-MM-DD')
               INTO :WS-TTL-ID, :WS-TTL-OPERATION, :WS-TTL-BOLETO,
                    :WS-TTL-ACCOUNT, :WS-TTL-FACE, :WS-TTL-DUE
               FROM discount_titles t
               JOIN discount_operations d ON d.id = t.operation_id
               JOIN boletos b ON b.id = t.boleto_id
               WHERE t.status = 'OPEN'
                 AND t.id > :WS-LAST-ID
                 AND t.due_date + :WS-GRACE-DAYS::int
                     < :WS-BUS-DATE::date
                 AND b.status <> 'PAID'
               ORDER BY t.id
               LIMIT 1
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-TTL-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-TTL-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-TTL-ID TO WS-LAST-ID
               PERFORM TRY-CHARGE-BACK
            END-IF
            END-IF.

         TRY-CHARGE-BACK.
            EXEC SQL
               SELECT post_transfer(:WS-TTL-ACCOUNT,
                      :WS-FUNDING-ACCOUNT, :WS-TTL-FACE)
               INTO :WS-TTL-RESULT
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE discount_titles
                  SET status = 'RECOURSE', paid_amount = :WS-TTL-FACE,
                      settled_date = :WS-BUS-DATE::date
                  WHERE id = :WS-TTL-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE discount_operations
                  SET status = 'SETTLED',
                      settled_date = :WS-BUS-DATE::date
                  WHERE id = :WS-TTL-OPERATION
                    AND NOT EXISTS
                        (SELECT 1 FROM discount_titles t
                         WHERE t.operation_id = :WS-TTL-OPERATION
                           AND t.status = 'OPEN')
               END-EXEC
               IF SQLCODE = 100
                  MOVE 0 TO SQLCODE
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
      *        Saldo insuficiente e afins - o titulo fica OPEN,
      *        envelhece na operacao e volta na proxima corrida.
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "#Operacao " WS-TTL-OPERATION " boleto "
                  WS-TTL-BOLETO " - debito recusado na conta "
                  WS-TTL-ACCOUNT
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-DEBITED-COUNT
               ADD WS-TTL-FACE TO WS-DEBITED-TOTAL
               DISPLAY "#Operacao " WS-TTL-OPERATION " boleto "
                  WS-TTL-BOLETO " vencido " WS-TTL-DUE
                  " devolvido: " WS-TTL-FACE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

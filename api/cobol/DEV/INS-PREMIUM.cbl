      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly premium debit of the bancassurance policies sold at
      *  INS-MAINT. Runs every business day:
      *    - bills the month: every ACTIVE policy already in force gets
      *      its insurance_premiums row for the month (ref_month
      *      AAAA-MM) on its day of the month (the start_date day; 29,
      *      30 and 31 bill on the 28th), amount = the policy premium;
      *    - works the premium queue: each PENDING premium due by the
      *      business date is debited from the policy account into the
      *      insurer collection account (INS_COLLECTION_ACCOUNT in
      *      bank_params - no account, no run, rc=1) by post_transfer,
      *      with the canonical TRANSFER log line;
      *    - a debit refused for funds follows the DD-COLLECT retry
      *      ladder: next business day (DATESRV NEXTBD), up to
      *      DD_MAX_RETRIES retries (default 3), then the premium is
      *      MISSED and counts against the policy. A paid premium
      *      clears the count, so lapse_after is a run of consecutive
      *      missed premiums; when it is reached the policy is LAPSED
      *      (lapsed_on), its other PENDING premiums are CANCELLED and
      *      the customer is told through the notification spool
      *      (INS-ATRASO on each missed premium, INS-CADUCADA on the
      *      lapse).
      *  Each premium is its own transaction. A rerun on the same date
      *  bills nothing twice (one row per policy and month) and only
      *  works what is still PENDING. INS-REMIT pays the insurer out
      *  of the collection account.
      *
      *  insurance_premiums: id, policy_id, ref_month, amount, attempt
      *  (retries already scheduled), next_date, status (PENDING/PAID/
      *  MISSED/CANCELLED), paid_on, remit_id, created_at.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INS-PREMIUM.
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
            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

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
         01  WS-REF-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-COLLECTION-ACCOUNT   PIC 9(10) VALUE 0.
         01  WS-BILLED-ROWS          PIC 9(9)  VALUE 0.

      *    Premio corrente da fila e a apolice dele.
         01  WS-PRM-ID               PIC 9(9)  VALUE 0.
         01  WS-PRM-POLICY           PIC 9(9)  VALUE 0.
         01  WS-PRM-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-PRM-AMOUNT           PIC 9(8)V99 VALUE 0.
         01  WS-PRM-ATTEMPT          PIC 9(1)  VALUE 0.
         01  WS-PRM-NEXT             PIC X(10) VALUE SPACES.
         01  WS-POL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-POL-PRODUCT          PIC X(4)  VALUE SPACES.
         01  WS-POL-LAPSE-AFTER      PIC 9(2)  VALUE 0.
         01  WS-POL-MISSED           PIC 9(2)  VALUE 0.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
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
         01  WS-PRM-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-MAX-RETRIES         PIC 9(1)  VALUE 3.
         01  WS-MAX-RETRIES-ENV     PIC X(1)  VALUE SPACE.

      *    Totais da corrida.
         01  WS-PAID-COUNT          PIC 9(6)  VALUE 0.
         01  WS-PAID-TOTAL          PIC 9(13)V99 VALUE 0.
         01  WS-RETRY-COUNT         PIC 9(6)  VALUE 0.
         01  WS-MISSED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-LAPSED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-ERROR-COUNT         PIC 9(6)  VALUE 0.

      *    Aviso ao cliente no spool de notificacoes, no layout do
      *    WRITE-NOTIFICATION da Enginev3.
         01  WS-NOTIFY-PATH          PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-NOTIFY-EVENT         PIC X(14) VALUE SPACES.
         01  WS-NOTIFY-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-NOTIFY-DATE          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-TIME          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT   PIC -(9)9,99.
         01  WS-NOTIFY-DETAIL        PIC X(40) VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INSPREMIUM".
             05  WS-LOG-ACTION         PIC X(20) VALUE "INS-PREMIUM".
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
               PERFORM LOAD-DB-POLICY
               IF WS-COLLECTION-ACCOUNT = 0
                  DISPLAY "#Conta de arrecadacao de premios nao "
                     "cadastrada (INS_COLLECTION_ACCOUNT)"
                  MOVE 1 TO RETURN-CODE
               ELSE
                  PERFORM BILL-MONTH
                  PERFORM WORK-PREMIUM-QUEUE
                  PERFORM REPORT-RUN
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
      *    Mesma escada de retentativas do debito automatico.
            ACCEPT WS-MAX-RETRIES-ENV FROM ENVIRONMENT
               "DD_MAX_RETRIES"
            IF WS-MAX-RETRIES-ENV IS NUMERIC AND
               WS-MAX-RETRIES-ENV NOT = SPACES
               MOVE WS-MAX-RETRIES-ENV TO WS-MAX-RETRIES
            END-IF

            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF.

         LOAD-DB-POLICY.
            MOVE "INS_COLLECTION_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-COLLECTION-ACCOUNT
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
               MOVE WS-BUS-DATE(1:7) TO WS-REF-MONTH
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         BILL-MONTH.
      *    Premio do mes no dia da vigencia (do 29 em diante, no 28) -
      *    uma linha por apolice e mes, entao a reexecucao nao cobra
      *    duas vezes. Dia que cai em feriado e cobrado no primeiro
      *    movimento seguinte, que ja passou do dia.
            EXEC SQL
               INSERT INTO insurance_premiums
                  (policy_id, ref_month, amount, attempt, next_date,
                   status, created_at)
               SELECT p.id, :WS-REF-MONTH, p.premium, 0,
                      :WS-BUS-DATE::date, 'PENDING', now()
               FROM insurance_policies p
               WHERE p.status = 'ACTIVE'
                 AND p.start_date <= :WS-BUS-DATE::date
                 AND :WS-BUS-DATE::date >=
                     date_trunc('month', :WS-BUS-DATE::date)::date
                     + (LEAST(EXTRACT(DAY FROM p.start_date)::int,
                              28) - 1)
                 AND NOT EXISTS
                     (SELECT 1 FROM insurance_premiums q
                      WHERE q.policy_id = p.id
                        AND q.ref_month = :WS-REF-MONTH)
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-BILLED-ROWS
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-BILLED-ROWS
               END-IF
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Premios de " WS-REF-MONTH " lancados hoje: "
                  WS-BILLED-ROWS
            END-IF.

         WORK-PREMIUM-QUEUE.
      *    Fila unica: o premio do mes que acabou de nascer e as
      *    retentativas de dias anteriores, so de apolice ainda ativa.
            EXEC SQL
               DECLARE INS-PRM-CUR CURSOR FOR
               SELECT q.id, q.policy_id, q.ref_month, q.amount,
                      q.attempt, p.account, p.product, p.lapse_after
               FROM insurance_premiums q
               JOIN insurance_policies p ON p.id = q.policy_id
               WHERE q.status = 'PENDING'
                 AND q.next_date <= :WS-BUS-DATE::date
                 AND p.status = 'ACTIVE'
               ORDER BY q.id
            END-EXEC

            EXEC SQL
               OPEN INS-PRM-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-PRM-EOF
               PERFORM DEBIT-ONE-PREMIUM UNTIL WS-PRM-EOF = "Y"
               EXEC SQL
                  CLOSE INS-PRM-CUR
               END-EXEC
            END-IF.

         DEBIT-ONE-PREMIUM.
            EXEC SQL
               FETCH INS-PRM-CUR
               INTO :WS-PRM-ID, :WS-PRM-POLICY, :WS-PRM-MONTH,
                    :WS-PRM-AMOUNT, :WS-PRM-ATTEMPT, :WS-POL-ACCOUNT,
                    :WS-POL-PRODUCT, :WS-POL-LAPSE-AFTER
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-PRM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-PRM-EOF
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM ATTEMPT-PREMIUM-DEBIT
            END-IF
            END-IF.

         ATTEMPT-PREMIUM-DEBIT.
            EXEC SQL
               SELECT post_transfer(:WS-POL-ACCOUNT,
                      :WS-COLLECTION-ACCOUNT, :WS-PRM-AMOUNT)
               INTO :WS-POST-STATUS
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE insurance_premiums
                  SET status = 'PAID',
                      paid_on = :WS-BUS-DATE::date
                  WHERE id = :WS-PRM-ID
                    AND status = 'PENDING'
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE insurance_policies
                  SET missed_count = 0
                  WHERE id = :WS-PRM-POLICY
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PRM-AMOUNT TO WS-PAID-TOTAL
               PERFORM LOG-PAID-PREMIUM
            ELSE
      *        Sem saldo hoje nao e nao - entra na escada de
      *        retentativas pelo proximo dia util.
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF WS-PRM-ATTEMPT >= WS-MAX-RETRIES
                  PERFORM MISS-PREMIUM
               ELSE
                  PERFORM SCHEDULE-NEXT-RETRY
               END-IF
            END-IF.

         SCHEDULE-NEXT-RETRY.
      *    Proximo dia util pelo DATESRV - feriado nao cobra premio.
            MOVE "NEXTBD" TO WS-DS-FUNC
            MOVE WS-BUS-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-PRM-NEXT

            EXEC SQL
               UPDATE insurance_premiums
               SET attempt = attempt + 1,
                   next_date = :WS-PRM-NEXT::date
               WHERE id = :WS-PRM-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-RETRY-COUNT
               DISPLAY "#Apolice " WS-PRM-POLICY " conta "
                  WS-POL-ACCOUNT ": sem saldo, retentativa em "
                  WS-PRM-NEXT
            END-IF.

         MISS-PREMIUM.
      *    Esgotadas as retentativas o premio fica em atraso; na
      *    tolerancia contratada de atrasos seguidos a apolice caduca
      *    e o que ainda estava pendente dela deixa de ser cobrado.
            EXEC SQL
               UPDATE insurance_premiums
               SET status = 'MISSED'
               WHERE id = :WS-PRM-ID
                 AND status = 'PENDING'
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE insurance_policies
                  SET missed_count = missed_count + 1
                  WHERE id = :WS-PRM-POLICY
                  RETURNING missed_count INTO :WS-POL-MISSED
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               AND WS-POL-MISSED >= WS-POL-LAPSE-AFTER
               EXEC SQL
                  UPDATE insurance_policies
                  SET status = 'LAPSED',
                      lapsed_on = :WS-BUS-DATE::date,
                      close_reason = 'premios em atraso'
                  WHERE id = :WS-PRM-POLICY
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE insurance_premiums
                     SET status = 'CANCELLED'
                     WHERE policy_id = :WS-PRM-POLICY
                       AND status = 'PENDING'
                  END-EXEC
                  IF SQLCODE = 100
                     MOVE 0 TO SQLCODE
                  END-IF
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-MISSED-COUNT
               MOVE WS-POL-ACCOUNT TO WS-NOTIFY-ACCOUNT
               MOVE WS-PRM-AMOUNT TO WS-NOTIFY-AMOUNT-EDIT
               MOVE SPACES TO WS-NOTIFY-DETAIL
               IF WS-POL-MISSED >= WS-POL-LAPSE-AFTER
                  ADD 1 TO WS-LAPSED-COUNT
                  MOVE "INS-CADUCADA" TO WS-NOTIFY-EVENT
                  STRING "APOLICE " WS-PRM-POLICY " " WS-POL-PRODUCT
                     " CADUCADA"
                     DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                  END-STRING
                  DISPLAY "#Apolice " WS-PRM-POLICY " conta "
                     WS-POL-ACCOUNT ": " WS-POL-MISSED
                     " premio(s) em atraso - caducada"
                  MOVE "INS-LAPSE" TO WS-LOG-ACTION
               ELSE
                  MOVE "INS-ATRASO" TO WS-NOTIFY-EVENT
                  STRING "APOLICE " WS-PRM-POLICY " PREMIO "
                     WS-PRM-MONTH
                     DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                  END-STRING
                  DISPLAY "#Apolice " WS-PRM-POLICY " conta "
                     WS-POL-ACCOUNT ": premio " WS-PRM-MONTH
                     " em atraso (" WS-POL-MISSED " de "
                     WS-POL-LAPSE-AFTER ")"
                  MOVE "INS-MISSED" TO WS-LOG-ACTION
               END-IF
               PERFORM WRITE-NOTIFY-LINE

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-PRM-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "apolice " WS-PRM-POLICY " premio "
                  WS-PRM-MONTH " conta " WS-POL-ACCOUNT
                  " atrasos " WS-POL-MISSED
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE "INS-PREMIUM" TO WS-LOG-ACTION
            END-IF.

         LOG-PAID-PREMIUM.
      *    A linha canonica do movimento, como TRANSFER-SQL grava.
            MOVE "TRANSFER"     TO WS-LOG-ACTION
            MOVE "OK"           TO WS-LOG-STATUS
            MOVE WS-PRM-AMOUNT  TO WS-LOG-VALUE
            MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
            CALL "LOGINSERT" USING WS-LOG-DATA
            MOVE "INS-PREMIUM"  TO WS-LOG-ACTION.

         WRITE-NOTIFY-LINE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3.
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME

            OPEN EXTEND NOTIFY-FILE
            IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               MOVE SPACES TO NOTIFY-LINE
               STRING WS-NOTIFY-EVENT DELIMITED BY SPACE
                      "|"
                      WS-NOTIFY-DATE "|"
                      WS-NOTIFY-TIME "|"
                      "00000" "|"
                      WS-NOTIFY-ACCOUNT "|"
                      WS-NOTIFY-AMOUNT-EDIT "|"
                      WS-NOTIFY-DETAIL
                      DELIMITED BY SIZE INTO NOTIFY-LINE
               END-STRING
               WRITE NOTIFY-LINE
               CLOSE NOTIFY-FILE
            ELSE
               DISPLAY "#Falha ao gravar aviso - status "
                  WS-NOTIFY-STATUS
            END-IF.

         REPORT-RUN.
            DISPLAY "#Premios debitados: " WS-PAID-COUNT
               " total " WS-PAID-TOTAL
            DISPLAY "#Em retentativa: " WS-RETRY-COUNT
            DISPLAY "#Em atraso: " WS-MISSED-COUNT
               " apolices caducadas: " WS-LAPSED-COUNT

            MOVE "INS-PREMIUM" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-ERROR-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            MOVE WS-PAID-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "premios " WS-BUS-DATE ": " WS-PAID-COUNT
               " pago(s), " WS-RETRY-COUNT " em retentativa, "
               WS-MISSED-COUNT " atraso(s), " WS-LAPSED-COUNT
               " caducada(s)"
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly KYC cadastral review. Runs on the business date from
      *  DATESRV (CURRBD) in three steps:
      *   1. customers never rated (kyc_review_due null - base loaded
      *      before the rating existed) are rated through the KYC
      *      service (KYCRATE), which sets rating, score and due date;
      *   2. customers whose review falls due within KYC_REMIND_DAYS
      *      (default 30), or is already overdue, are listed in the
      *      report and get a REVISAO-KYC reminder in the notification
      *      spool - at most one per cycle (kyc_reminded_at);
      *   3. customers overdue by KYC_RESTRICT_DAYS (default 90) or
      *      more are marked kyc_status RESTRICTED: Enginev3 and the
      *      approval queue refuse debits on their accounts until the
      *      review is done at the desk (CUST-MAINT, command KYC),
      *      which sets the status back to CURRENT.
      *  Each customer is committed on its own, so a rerun after an
      *  interruption neither duplicates reminders nor re-restricts.
      *  Policy comes from the parameter catalogue (GETPARAM) over the
      *  environment; the report goes to KYC_RPT_FILE (default
      *  /tmp/kyc_review_<date>.txt).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 KYC-REVIEW.
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
      *    Spool de notificacoes ao cliente - o mesmo arquivo "|" que o
      *    mailer/SMS ja consome da Enginev3 e do BUREAU-FEED.
            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

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
         01  WS-REMIND-DAYS          PIC 9(3)  VALUE 30.
         01  WS-RESTRICT-DAYS        PIC 9(3)  VALUE 90.

      *    Cliente corrente dos cursores.
         01  WS-CUST-ID              PIC 9(9)  VALUE 0.
         01  WS-CUST-DOC             PIC X(14) VALUE SPACES.
         01  WS-CUST-NAME            PIC X(60) VALUE SPACES.
         01  WS-CUST-RATING          PIC X(6)  VALUE SPACES.
         01  WS-CUST-DUE             PIC X(10) VALUE SPACES.
         01  WS-CUST-KYC-STATUS      PIC X(10) VALUE SPACES.
         01  WS-CUST-OVERDUE         PIC S9(5) VALUE 0.
         01  WS-CUST-REMIND          PIC X(1)  VALUE SPACE.
         01  WS-CUST-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-CUST-EOF             PIC X(1)  VALUE "N".

      *    Politica - catalogo central, ambiente e padrao.
         01  WS-DAYS-ENV             PIC X(3)  VALUE SPACES.
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-RATED-COUNT          PIC 9(7)  VALUE 0.
         01  WS-DUE-COUNT            PIC 9(7)  VALUE 0.
         01  WS-REMINDED-COUNT       PIC 9(7)  VALUE 0.
         01  WS-RESTRICTED-COUNT     PIC 9(7)  VALUE 0.

      *    Classificacao de risco pelo servico KYC (KYCRATE).
         01  WS-KYC-DATA.
             05  WS-KY-DOC             PIC X(14) VALUE SPACES.
             05  WS-KY-BUS-DATE        PIC X(10) VALUE SPACES.
             05  WS-KY-SCORE           PIC 9(3)  VALUE 0.
             05  WS-KY-RATING          PIC X(6)  VALUE SPACES.
             05  WS-KY-REVIEW-DUE      PIC X(10) VALUE SPACES.
             05  WS-KY-FACTORS         PIC X(60) VALUE SPACES.
         01  WS-KYC-DISP             PIC X(1)  VALUE SPACE.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REPORT-OPEN          PIC X(1)  VALUE "N".
         01  WS-RP-ACTION            PIC X(12) VALUE SPACES.
         01  WS-ED-OVERDUE           PIC -(4)9.

      *    Escrita no spool de notificacao, no mesmo layout "|" da
      *    Enginev3 (WRITE-NOTIFICATION).
         01  WS-NOTIFY-PATH          PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-NOTIFY-DATE          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-TIME          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT   PIC -(9)9,99.
         01  WS-NOTIFY-EVENT         PIC X(14) VALUE SPACES.
         01  WS-NOTIFY-DETAIL        PIC X(40) VALUE SPACES.
         01  WS-NOTIFY-OK            PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "KYCREVIEW".
             05  WS-LOG-ACTION         PIC X(20) VALUE "KYC-REVIEW".
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
               PERFORM OPEN-REPORT
               PERFORM RATE-UNRATED-CUSTOMERS
               IF WS-RUN-HALTED = "N"
                  PERFORM REVIEW-DUE-CUSTOMERS
               END-IF
               PERFORM CLOSE-REPORT
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "KYC_REMIND_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-REMIND-DAYS
            END-IF

            MOVE SPACES TO WS-DAYS-ENV
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "KYC_RESTRICT_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-RESTRICT-DAYS
            END-IF

            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF.

         LOAD-DB-POLICY.
            MOVE "KYC_REMIND_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-REMIND-DAYS
            END-IF

            MOVE "KYC_RESTRICT_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-RESTRICT-DAYS
            END-IF

      *    Restricao nunca antes de o lembrete ter tido um ciclo para
      *    surtir efeito.
            IF WS-RESTRICT-DAYS < 30
               MOVE 30 TO WS-RESTRICT-DAYS
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
      *    Data do movimento oficial (DATESRV) - vencimento e atraso
      *    da revisao contam a partir dela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "KYC_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/kyc_review_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         OPEN-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS = "00"
               MOVE "S" TO WS-REPORT-OPEN
               MOVE SPACES TO REPORT-LINE
               STRING "REVISAO CADASTRAL KYC - MOVIMENTO " WS-BUS-DATE
                  " - LEMBRETE " WS-REMIND-DAYS " DIAS, RESTRICAO "
                  WS-RESTRICT-DAYS " DIAS DE ATRASO"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CLIENTE   DOCUMENTO      RISCO  REVISAO    "
                  "ATRASO ACAO         NOME"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            ELSE
               DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                  ") - segue so no console"
            END-IF.

         RATE-UNRATED-CUSTOMERS.
      *    Base anterior a classificacao - primeiro rating pelo mesmo
      *    servico do balcao, com a data do movimento.
            EXEC SQL
               DECLARE KYC-UNRATED-CUR CURSOR FOR
               SELECT id, doc
               FROM customers
               WHERE kyc_review_due IS NULL
                 AND status IN ('ACTIVE', 'HELD')
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN KYC-UNRATED-CUR
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
               PERFORM RATE-ONE-CUSTOMER UNTIL WS-CUST-EOF = "Y"
               EXEC SQL
                  CLOSE KYC-UNRATED-CUR
               END-EXEC
               DISPLAY "#Clientes classificados pela primeira vez: "
                  WS-RATED-COUNT
            END-IF.

         RATE-ONE-CUSTOMER.
            EXEC SQL
               FETCH KYC-UNRATED-CUR
               INTO :WS-CUST-ID, :WS-CUST-DOC
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
               MOVE WS-CUST-DOC TO WS-KY-DOC
               MOVE WS-BUS-DATE TO WS-KY-BUS-DATE
               CALL "KYCRATE" USING WS-KYC-DATA, WS-KYC-DISP
               IF WS-KYC-DISP = "S"
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-RATED-COUNT
               ELSE IF WS-KYC-DISP = "F"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "Y" TO WS-CUST-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  DISPLAY "#Falha na classificacao do cliente "
                     WS-CUST-ID " - revisao interrompida"
               END-IF
               END-IF
            END-IF
            END-IF.

         REVIEW-DUE-CUSTOMERS.
      *    Revisao vencida ou vencendo dentro da janela do lembrete;
      *    o atraso (negativo = ainda no prazo) vem do banco, contado
      *    da data do movimento.
            EXEC SQL
               DECLARE KYC-DUE-CUR CURSOR FOR
               SELECT c.id, c.doc, c.name,
                      COALESCE(c.kyc_rating, ' '),
                      TO_CHAR(c.kyc_review_due, 'YYYY-MM-DD'),
                      COALESCE(c.kyc_status, 'CURRENT'),
                      :WS-BUS-DATE::date - c.kyc_review_due,
                      CASE WHEN c.kyc_reminded_at IS NULL
                             OR c.kyc_reminded_at::date
                                <= :WS-BUS-DATE::date - 25
                           THEN 'S' ELSE 'N' END,
                      COALESCE((SELECT MIN(a.account_number)
                                FROM get_holder_accounts(c.doc) a),
                               0)
               FROM customers c
               WHERE c.kyc_review_due
                     <= :WS-BUS-DATE::date + :WS-REMIND-DAYS
                 AND c.status IN ('ACTIVE', 'HELD')
               ORDER BY c.kyc_review_due, c.id
            END-EXEC

            EXEC SQL
               OPEN KYC-DUE-CUR
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
               PERFORM REVIEW-ONE-CUSTOMER UNTIL WS-CUST-EOF = "Y"
               EXEC SQL
                  CLOSE KYC-DUE-CUR
               END-EXEC
            END-IF.

         REVIEW-ONE-CUSTOMER.
            EXEC SQL
               FETCH KYC-DUE-CUR
               INTO :WS-CUST-ID, :WS-CUST-DOC, :WS-CUST-NAME,
                    :WS-CUST-RATING, :WS-CUST-DUE,
                    :WS-CUST-KYC-STATUS, :WS-CUST-OVERDUE,
                    :WS-CUST-REMIND, :WS-CUST-ACCOUNT
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
               ADD 1 TO WS-DUE-COUNT
               MOVE "-" TO WS-RP-ACTION
               IF WS-CUST-OVERDUE >= WS-RESTRICT-DAYS
                  AND WS-CUST-KYC-STATUS NOT = "RESTRICTED"
                  PERFORM RESTRICT-CUSTOMER
               ELSE IF WS-CUST-REMIND = "S"
                  PERFORM REMIND-CUSTOMER
               END-IF
               END-IF
               PERFORM WRITE-DUE-LINE
            END-IF
            END-IF.

         REMIND-CUSTOMER.
      *    Aviso primeiro, carimbo depois - falha no spool deixa o
      *    cliente sem carimbo e a proxima rodada tenta de novo.
            MOVE "REVISAO-KYC" TO WS-NOTIFY-EVENT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING "REVISAO CADASTRAL ATE " WS-CUST-DUE
               DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
            END-STRING
            PERFORM SPOOL-NOTICE
            IF WS-NOTIFY-OK = "S"
               EXEC SQL
                  UPDATE customers
                  SET kyc_reminded_at = now()
                  WHERE id = :WS-CUST-ID
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
                  ADD 1 TO WS-REMINDED-COUNT
                  MOVE "LEMBRETE" TO WS-RP-ACTION
               END-IF
            END-IF.

         RESTRICT-CUSTOMER.
      *    Restricao vale mesmo sem aviso - o aviso vai depois do
      *    COMMIT e so informa o cliente.
            EXEC SQL
               UPDATE customers
               SET kyc_status = 'RESTRICTED', kyc_reminded_at = now()
               WHERE id = :WS-CUST-ID
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
               ADD 1 TO WS-RESTRICTED-COUNT
               MOVE "RESTRITO" TO WS-RP-ACTION
               DISPLAY "#Cliente " WS-CUST-ID " restrito - revisao "
                  "vencida em " WS-CUST-DUE

               MOVE "RESTRICTED" TO WS-LOG-STATUS
               MOVE WS-CUST-OVERDUE TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "cliente " WS-CUST-ID " doc " WS-CUST-DOC
                  " revisao vencida em " WS-CUST-DUE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA

               MOVE "RESTRICAO-KYC" TO WS-NOTIFY-EVENT
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "DEBITOS SUSPENSOS - REVISAO " WS-CUST-DUE
                  DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
               END-STRING
               PERFORM SPOOL-NOTICE
            END-IF.

         SPOOL-NOTICE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3; a conta e a primeira do titular.
            MOVE "N" TO WS-NOTIFY-OK
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME
            MOVE 0 TO WS-NOTIFY-AMOUNT-EDIT

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
                      WS-CONN-PID "|"
                      WS-CUST-ACCOUNT "|"
                      WS-NOTIFY-AMOUNT-EDIT "|"
                      WS-NOTIFY-DETAIL
                      DELIMITED BY SIZE INTO NOTIFY-LINE
               END-STRING
               WRITE NOTIFY-LINE
               CLOSE NOTIFY-FILE
               MOVE "S" TO WS-NOTIFY-OK
            ELSE
               DISPLAY "#Falha ao gravar aviso - status "
                  WS-NOTIFY-STATUS
            END-IF.

         WRITE-DUE-LINE.
            IF WS-CUST-KYC-STATUS = "RESTRICTED"
               AND WS-RP-ACTION = "-"
               MOVE "JA RESTRITO" TO WS-RP-ACTION
            END-IF
            MOVE WS-CUST-OVERDUE TO WS-ED-OVERDUE
            DISPLAY "kyc\" WS-CUST-ID "\" WS-CUST-DOC "\"
               WS-CUST-RATING "\" WS-CUST-DUE "\" WS-ED-OVERDUE "\"
               WS-RP-ACTION
            IF WS-REPORT-OPEN = "S"
               MOVE SPACES TO REPORT-LINE
               STRING WS-CUST-ID " " WS-CUST-DOC " " WS-CUST-RATING
                  " " WS-CUST-DUE " " WS-ED-OVERDUE " " WS-RP-ACTION
                  " " WS-CUST-NAME(1:40)
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         CLOSE-REPORT.
            DISPLAY "#Revisoes vencidas ou vencendo: " WS-DUE-COUNT
            DISPLAY "#Lembretes enviados: " WS-REMINDED-COUNT
            DISPLAY "#Clientes restritos: " WS-RESTRICTED-COUNT
            IF WS-REPORT-OPEN = "S"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CLASSIFICADOS " WS-RATED-COUNT
                  "  NA JANELA " WS-DUE-COUNT
                  "  LEMBRETES " WS-REMINDED-COUNT
                  "  RESTRITOS " WS-RESTRICTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
            END-IF

            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-RESTRICTED-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "classificados " WS-RATED-COUNT " janela "
               WS-DUE-COUNT " lembretes " WS-REMINDED-COUNT
               " restritos " WS-RESTRICTED-COUNT
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Credit bureau negative-listing feed - a loan seriously overdue
      *  goes to the bureaus, with the notice the law requires first,
      *  and comes out of them as soon as the debt is settled.
      *  Each run, in order:
      *  1. Settlement: a listing whose contract no longer has an
      *     installment OPEN past due (paid by LOAN-DUE or LOAN-MAINT),
      *     was renegotiated (COLLECT RENEG) or written off (LOAN-WOFF)
      *     is SETTLED with the date and the reason (PAID/RENEG/WOFF);
      *     a notice still running on a settled debt is CANCELLED and
      *     never reaches the bureau.
      *  2. Pre-notice: an ACTIVE contract whose oldest OPEN
      *     installment is BUREAU_LIST_DAYS past due (the 90+ bucket of
      *     COLLECT DUNNING by default) and is not yet in the registry
      *     gets the NEGATIVACAO notice in the notification spool the
      *     mailer/SMS already consumes and a NOTICED listing that may
      *     only be sent after BUREAU_NOTICE_DAYS calendar days.
      *  3. Bureau file: NOTICED listings whose notice period ran out
      *     become inclusion records (LISTED) and SETTLED listings
      *     become removal records (REMOVED), each committed with its
      *     file sequence. The file is registered (FILEREG) as
      *     PRODUCED; sending is marked at IFACE-MAINT.
      *  A removal still pending more than BUREAU_REMOVAL_DAYS business
      *  days (DATESRV BDCOUNT) after settlement is flagged in the
      *  report. Nothing in bureau_listings is ever deleted - each
      *  row keeps the notice, listing, settlement and removal dates
      *  and file sequences a complaint asks for.
      *
      *  File layout:
      *    header  : '0' + business date X(10)
      *    detail  : '1' + seq 9(6) + operation X(1)
      *              (I=inclusao E=exclusao) + holder document X(14)
      *              + holder name X(40) + contract 9(9)
      *              + account 9(10) + amount 9(10)V99
      *              + overdue since X(10) + reason X(5)
      *    trailer : '9' + record count 9(6) + amount total 9(13)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 BUREAU-FEED.
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
            SELECT BUREAU-OUT-FILE ASSIGN TO WS-BUREAU-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-OUT-STATUS.
      *    Spool de notificacoes ao cliente - o mesmo arquivo "|" que o
      *    mailer/SMS ja consome da Enginev3 e do COLLECT.
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
         FD  BUREAU-OUT-FILE.
         01  BUREAU-OUT-LINE         PIC X(120).

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
         01  WS-LIST-DAYS            PIC 9(3)  VALUE 90.
         01  WS-NOTICE-DAYS          PIC 9(3)  VALUE 10.

      *    Contrato candidato ao aviso previo.
         01  WS-NT-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-NT-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-NT-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-NT-DAYS-LATE         PIC 9(5)  VALUE 0.
         01  WS-NT-SINCE             PIC X(10) VALUE SPACES.
         01  WS-NT-DOC               PIC X(14) VALUE SPACES.
         01  WS-NT-LIST-AFTER        PIC X(10) VALUE SPACES.

      *    Registro de negativacao indo para o arquivo do bureau.
         01  WS-BL-ID                PIC 9(9)  VALUE 0.
         01  WS-BL-OPER              PIC X(1)  VALUE SPACE.
         01  WS-BL-DOC               PIC X(14) VALUE SPACES.
         01  WS-BL-NAME              PIC X(40) VALUE SPACES.
         01  WS-BL-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-BL-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-BL-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-BL-SINCE             PIC X(10) VALUE SPACES.
         01  WS-BL-REASON            PIC X(5)  VALUE SPACES.
         01  WS-BL-SEQ               PIC 9(6)  VALUE 0.

      *    Linha do relatorio.
         01  WS-RP-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-RP-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-RP-STATUS            PIC X(10) VALUE SPACES.
         01  WS-RP-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-RP-NOTICE            PIC X(10) VALUE SPACES.
         01  WS-RP-LISTED            PIC X(10) VALUE SPACES.
         01  WS-RP-SETTLED           PIC X(10) VALUE SPACES.
         01  WS-RP-REMOVED           PIC X(10) VALUE SPACES.
         01  WS-RP-REASON            PIC X(5)  VALUE SPACES.

         01  WS-SETTLED-COUNT        PIC 9(7)  VALUE 0.
         01  WS-CANCELLED-COUNT      PIC 9(7)  VALUE 0.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-NT-EOF               PIC X(1)  VALUE "N".
         01  WS-BL-EOF               PIC X(1)  VALUE "N".
         01  WS-RP-EOF               PIC X(1)  VALUE "N".

      *    Politica - catalogo central, ambiente e padrao.
         01  WS-REMOVAL-DAYS         PIC 9(3)  VALUE 5.
         01  WS-DAYS-ENV             PIC X(3)  VALUE SPACES.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-NOTICE-COUNT         PIC 9(7)  VALUE 0.
         01  WS-INCLUDE-COUNT        PIC 9(7)  VALUE 0.
         01  WS-REMOVE-COUNT         PIC 9(7)  VALUE 0.
         01  WS-LATE-COUNT           PIC 9(7)  VALUE 0.
         01  WS-FILE-TOTAL           PIC 9(13)V99 VALUE 0.

         01  WS-BUREAU-OUT-PATH      PIC X(100) VALUE SPACES.
         01  WS-BUREAU-OUT-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

      *    Escrita no spool de notificacao, no mesmo layout "|" da
      *    Enginev3 (WRITE-NOTIFICATION).
         01  WS-NOTIFY-PATH         PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-NOTIFY-DATE         PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-TIME         PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT  PIC -(9)9,99.
         01  WS-NOTIFY-DETAIL       PIC X(40) VALUE SPACES.
         01  WS-NOTIFY-OK           PIC X(1)  VALUE SPACE.

      *    Data do movimento e prazo de exclusao pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Registros no layout fixo.
         01  WS-BUREAU-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  BD-SEQ              PIC 9(6).
             05  BD-OPER             PIC X(1).
             05  BD-DOC              PIC X(14).
             05  BD-NAME             PIC X(40).
             05  BD-CONTRACT         PIC 9(9).
             05  BD-ACCOUNT          PIC 9(10).
             05  BD-AMOUNT           PIC 9(10)V99.
             05  BD-SINCE            PIC X(10).
             05  BD-REASON           PIC X(5).
             05  FILLER              PIC X(12) VALUE SPACES.
         01  WS-BUREAU-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  BT-COUNT            PIC 9(6).
             05  BT-TOTAL            PIC 9(13)V99.
             05  FILLER              PIC X(98) VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-AMOUNT            PIC Z(9)9,99.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "BUREAU-FEED".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CREDIT-BUREAU".
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "BUREAUFD".
             05  WS-LOG-ACTION         PIC X(20) VALUE "BUREAU-FEED".
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
               PERFORM SETTLE-LISTINGS
               IF WS-RUN-HALTED = "N"
                  PERFORM ISSUE-PRE-NOTICES
               END-IF
               IF WS-RUN-HALTED = "N"
                  PERFORM WRITE-BUREAU-FILE
               END-IF
               PERFORM BUILD-REPORT
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "BUREAU_LIST_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-LIST-DAYS
            END-IF

            MOVE SPACES TO WS-DAYS-ENV
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "BUREAU_NOTICE_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-NOTICE-DAYS
            END-IF

            MOVE SPACES TO WS-DAYS-ENV
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "BUREAU_REMOVAL_DAYS"
            IF WS-DAYS-ENV IS NUMERIC AND WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-REMOVAL-DAYS
            END-IF

            ACCEPT WS-BUREAU-OUT-PATH FROM ENVIRONMENT "BUREAU_OUT_FILE"
            IF WS-BUREAU-OUT-PATH = SPACES
               MOVE "/tmp/bureau_feed.dat" TO WS-BUREAU-OUT-PATH
            END-IF

            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF.

         LOAD-DB-POLICY.
            MOVE "BUREAU_LIST_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-LIST-DAYS
            END-IF

            MOVE "BUREAU_NOTICE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-NOTICE-DAYS
            END-IF

            MOVE "BUREAU_REMOVAL_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-REMOVAL-DAYS
            END-IF

      *    Aviso previo nunca abaixo de 10 dias - o prazo legal.
            IF WS-NOTICE-DAYS < 10
               MOVE 10 TO WS-NOTICE-DAYS
            END-IF
            IF WS-LIST-DAYS = 0
               MOVE 90 TO WS-LIST-DAYS
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
      *    Data do movimento oficial (DATESRV) - atraso, prazo do aviso
      *    e datas do registro contam a partir dela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "BUREAU_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/bureau_feed_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         SETTLE-LISTINGS.
      *    Divida quitada, renegociada ou baixada: a negativacao ativa
      *    passa a SETTLED (exclusao no arquivo de hoje) e o aviso
      *    ainda correndo e cancelado - nada disso chega ao bureau.
            EXEC SQL
               UPDATE bureau_listings b
               SET status = CASE WHEN b.status = 'LISTED'
                                 THEN 'SETTLED' ELSE 'CANCELLED' END,
                   settled_date = :WS-BUS-DATE::date,
                   settle_reason =
                      CASE c.status
                         WHEN 'RENEGOTIATED' THEN 'RENEG'
                         WHEN 'WRITTEN_OFF'  THEN 'WOFF'
                         ELSE 'PAID'
                      END
               FROM loan_contracts c
               WHERE c.id = b.contract_id
                 AND b.status IN ('NOTICED', 'LISTED')
                 AND (c.status IN ('RENEGOTIATED', 'WRITTEN_OFF')
                      OR NOT EXISTS
                         (SELECT 1 FROM loan_installments i
                          WHERE i.contract_id = b.contract_id
                            AND i.status = 'OPEN'
                            AND i.due_date < :WS-BUS-DATE::date))
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               EXEC SQL
                  SELECT COUNT(*) FILTER (WHERE status = 'SETTLED'),
                         COUNT(*) FILTER (WHERE status = 'CANCELLED')
                  INTO :WS-SETTLED-COUNT, :WS-CANCELLED-COUNT
                  FROM bureau_listings
                  WHERE settled_date = :WS-BUS-DATE::date
               END-EXEC
               DISPLAY "#Dividas regularizadas: " WS-SETTLED-COUNT
                  " negativada(s), " WS-CANCELLED-COUNT
                  " aviso(s) cancelado(s)"
            END-IF.

         ISSUE-PRE-NOTICES.
      *    Contrato ACTIVE com a parcela OPEN mais antiga no limite de
      *    atraso e ainda fora do registro recebe o aviso previo. O
      *    valor notificado e o vencido de hoje - e o que vai ao
      *    bureau.
            EXEC SQL
               DECLARE BUR-NOTICE-CUR CURSOR FOR
               SELECT c.id, c.account,
                      SUM(i.principal_amount + i.interest_amount),
                      :WS-BUS-DATE::date - MIN(i.due_date),
                      TO_CHAR(MIN(i.due_date), 'YYYY-MM-DD'),
                      COALESCE((SELECT MAX(h.holder_doc)
                                FROM get_account_holders() h
                                WHERE h.account_number = c.account),
                               ' '),
                      TO_CHAR(:WS-BUS-DATE::date + :WS-NOTICE-DAYS,
                              'YYYY-MM-DD')
               FROM loan_contracts c
               JOIN loan_installments i ON i.contract_id = c.id
               WHERE c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND i.due_date < :WS-BUS-DATE::date
                 AND NOT EXISTS
                     (SELECT 1 FROM bureau_listings b
                      WHERE b.contract_id = c.id
                        AND b.status IN ('NOTICED', 'LISTED',
                                         'SETTLED'))
               GROUP BY c.id, c.account
               HAVING :WS-BUS-DATE::date - MIN(i.due_date)
                      >= :WS-LIST-DAYS
               ORDER BY c.id
            END-EXEC

            EXEC SQL
               OPEN BUR-NOTICE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-NT-EOF
               PERFORM NOTICE-ONE-CONTRACT UNTIL WS-NT-EOF = "Y"
               EXEC SQL
                  CLOSE BUR-NOTICE-CUR
               END-EXEC
               DISPLAY "#Avisos previos de negativacao: "
                  WS-NOTICE-COUNT
            END-IF.

         NOTICE-ONE-CONTRACT.
            EXEC SQL
               FETCH BUR-NOTICE-CUR
               INTO :WS-NT-CONTRACT, :WS-NT-ACCOUNT, :WS-NT-AMOUNT,
                    :WS-NT-DAYS-LATE, :WS-NT-SINCE, :WS-NT-DOC,
                    :WS-NT-LIST-AFTER
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-NT-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-NT-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *        Sem aviso no spool nao ha prazo correndo - o contrato
      *        fica fora do registro e volta na proxima rodada.
               PERFORM SPOOL-PRE-NOTICE
               IF WS-NOTIFY-OK = "S"
                  PERFORM INSERT-NOTICED-LISTING
               END-IF
            END-IF
            END-IF.

         SPOOL-PRE-NOTICE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3, com o evento NEGATIVACAO e a data a partir da
      *    qual o contrato pode ser enviado ao bureau.
            MOVE "N" TO WS-NOTIFY-OK
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME
            MOVE WS-NT-AMOUNT TO WS-NOTIFY-AMOUNT-EDIT
            MOVE SPACES TO WS-NOTIFY-DETAIL
            STRING "CONTRATO " WS-NT-CONTRACT " APOS "
               WS-NT-LIST-AFTER DELIMITED BY SIZE
               INTO WS-NOTIFY-DETAIL
            END-STRING

            OPEN EXTEND NOTIFY-FILE
            IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               MOVE SPACES TO NOTIFY-LINE
               STRING "NEGATIVACAO" "|"
                      WS-NOTIFY-DATE "|"
                      WS-NOTIFY-TIME "|"
                      WS-CONN-PID "|"
                      WS-NT-ACCOUNT "|"
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

         INSERT-NOTICED-LISTING.
            EXEC SQL
               INSERT INTO bureau_listings
                  (contract_id, account, holder_doc, amount,
                   days_late, overdue_since, status, notice_date,
                   list_after)
               VALUES (:WS-NT-CONTRACT, :WS-NT-ACCOUNT,
                       TRIM(:WS-NT-DOC), :WS-NT-AMOUNT,
                       :WS-NT-DAYS-LATE, :WS-NT-SINCE::date,
                       'NOTICED', :WS-BUS-DATE::date,
                       :WS-NT-LIST-AFTER::date)
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "Y" TO WS-NT-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-NOTICE-COUNT
            END-IF.

         WRITE-BUREAU-FILE.
            OPEN OUTPUT BUREAU-OUT-FILE
            IF WS-BUREAU-OUT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo do bureau - status "
                  WS-BUREAU-OUT-STATUS
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE SPACES TO BUREAU-OUT-LINE
               STRING "0" WS-BUS-DATE DELIMITED BY SIZE
                  INTO BUREAU-OUT-LINE
               END-STRING
               WRITE BUREAU-OUT-LINE

      *    Exclusoes primeiro (prazo legal correndo), depois as
      *    inclusoes cujo aviso previo ja venceu.
               EXEC SQL
                  DECLARE BUR-FILE-CUR CURSOR FOR
                  SELECT b.id,
                         CASE WHEN b.status = 'SETTLED'
                              THEN 'E' ELSE 'I' END,
                         COALESCE(b.holder_doc, ' '),
                         COALESCE(SUBSTR(get_usr(b.account), 1, 40),
                                  ' '),
                         b.contract_id, b.account, b.amount,
                         TO_CHAR(b.overdue_since, 'YYYY-MM-DD'),
                         COALESCE(b.settle_reason, ' ')
                  FROM bureau_listings b
                  WHERE b.status = 'SETTLED'
                     OR (b.status = 'NOTICED'
                         AND b.list_after <= :WS-BUS-DATE::date)
                  ORDER BY 2, b.id
               END-EXEC

               EXEC SQL
                  OPEN BUR-FILE-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-BL-EOF
                  PERFORM SHIP-ONE-LISTING UNTIL WS-BL-EOF = "Y"
                  EXEC SQL
                     CLOSE BUR-FILE-CUR
                  END-EXEC
               END-IF

               MOVE WS-BL-SEQ TO BT-COUNT
               MOVE WS-FILE-TOTAL TO BT-TOTAL
               WRITE BUREAU-OUT-LINE FROM WS-BUREAU-TRAILER
               CLOSE BUREAU-OUT-FILE
               IF WS-RUN-HALTED = "N"
                  MOVE WS-BUREAU-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-BUS-DATE TO WS-FREG-HEADER-SEQ
                  MOVE WS-BL-SEQ TO WS-FREG-RECORDS
                  MOVE WS-FILE-TOTAL TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE
               END-IF

               DISPLAY "#Inclusoes: " WS-INCLUDE-COUNT
                  " exclusoes: " WS-REMOVE-COUNT
            END-IF.

         SHIP-ONE-LISTING.
            EXEC SQL
               FETCH BUR-FILE-CUR
               INTO :WS-BL-ID, :WS-BL-OPER, :WS-BL-DOC, :WS-BL-NAME,
                    :WS-BL-CONTRACT, :WS-BL-ACCOUNT, :WS-BL-AMOUNT,
                    :WS-BL-SINCE, :WS-BL-REASON
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-BL-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-BL-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-BL-SEQ
               MOVE WS-BL-SEQ            TO BD-SEQ
               MOVE WS-BL-OPER           TO BD-OPER
               MOVE WS-BL-DOC            TO BD-DOC
               MOVE WS-BL-NAME           TO BD-NAME
               MOVE WS-BL-CONTRACT       TO BD-CONTRACT
               MOVE WS-BL-ACCOUNT        TO BD-ACCOUNT
               MOVE WS-BL-AMOUNT         TO BD-AMOUNT
               MOVE WS-BL-SINCE          TO BD-SINCE
               MOVE WS-BL-REASON         TO BD-REASON
               WRITE BUREAU-OUT-LINE FROM WS-BUREAU-DETAIL
               ADD WS-BL-AMOUNT TO WS-FILE-TOTAL

      *    O registro expedido comita no proprio registro com a data e
      *    a sequencia do arquivo - a reclamacao do cliente responde
      *    com o dia exato da inclusao ou da exclusao.
               IF WS-BL-OPER = "E"
                  EXEC SQL
                     UPDATE bureau_listings
                     SET status = 'REMOVED',
                         removed_date = :WS-BUS-DATE::date,
                         remove_seq = :WS-BL-SEQ
                     WHERE id = :WS-BL-ID
                  END-EXEC
               ELSE
                  EXEC SQL
                     UPDATE bureau_listings
                     SET status = 'LISTED',
                         listed_date = :WS-BUS-DATE::date,
                         include_seq = :WS-BL-SEQ
                     WHERE id = :WS-BL-ID
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "Y" TO WS-BL-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  IF WS-BL-OPER = "E"
                     ADD 1 TO WS-REMOVE-COUNT
                  ELSE
                     ADD 1 TO WS-INCLUDE-COUNT
                  END-IF
               END-IF
            END-IF
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "conferir antes de enviar"
            END-IF
            END-IF.

         BUILD-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir o relatorio - status "
                  WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "NEGATIVACAO EM BUREAU DE CREDITO - " WS-BUS-DATE
                  " (ATRASO " WS-LIST-DAYS " DIAS, AVISO "
                  WS-NOTICE-DAYS " DIAS, EXCLUSAO ATE "
                  WS-REMOVAL-DAYS " DIAS UTEIS)"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM REPORT-DAY-MOVEMENTS
               PERFORM REPORT-LATE-REMOVALS

               MOVE SPACES TO REPORT-LINE
               STRING "AVISOS " WS-NOTICE-COUNT
                  "  INCLUSOES " WS-INCLUDE-COUNT
                  "  EXCLUSOES " WS-REMOVE-COUNT
                  "  AVISOS CANCELADOS " WS-CANCELLED-COUNT
                  "  EXCLUSOES FORA DO PRAZO " WS-LATE-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "#Relatorio gravado em " WS-REPORT-PATH
            END-IF

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            COMPUTE WS-LOG-VALUE = WS-INCLUDE-COUNT + WS-REMOVE-COUNT
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "bureau " WS-BUS-DATE ": " WS-NOTICE-COUNT
               " aviso(s), " WS-INCLUDE-COUNT " inclusao(oes), "
               WS-REMOVE-COUNT " exclusao(oes)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REPORT-DAY-MOVEMENTS.
      *    Tudo o que mudou hoje no registro, com o historico de datas
      *    de cada contrato.
            MOVE "[1] MOVIMENTO DO DIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CONTRATO  CONTA      SITUACAO           VALOR "
               "AVISO      INCLUSAO   REGULARIZ. EXCLUSAO   MOTIVO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE BUR-DAY-CUR CURSOR FOR
               SELECT contract_id, account, status, amount,
                      COALESCE(TO_CHAR(notice_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(TO_CHAR(listed_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(TO_CHAR(settled_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(TO_CHAR(removed_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(settle_reason, ' ')
               FROM bureau_listings
               WHERE notice_date = :WS-BUS-DATE::date
                  OR listed_date = :WS-BUS-DATE::date
                  OR settled_date = :WS-BUS-DATE::date
                  OR removed_date = :WS-BUS-DATE::date
               ORDER BY contract_id, id
            END-EXEC

            EXEC SQL
               OPEN BUR-DAY-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-RP-EOF
               PERFORM REPORT-ONE-MOVEMENT UNTIL WS-RP-EOF = "Y"
               EXEC SQL
                  CLOSE BUR-DAY-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-MOVEMENT.
            EXEC SQL
               FETCH BUR-DAY-CUR
               INTO :WS-RP-CONTRACT, :WS-RP-ACCOUNT, :WS-RP-STATUS,
                    :WS-RP-AMOUNT, :WS-RP-NOTICE, :WS-RP-LISTED,
                    :WS-RP-SETTLED, :WS-RP-REMOVED, :WS-RP-REASON
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RP-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RP-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM WRITE-LISTING-LINE
            END-IF
            END-IF.

         REPORT-LATE-REMOVALS.
      *    Divida regularizada com exclusao ainda nao expedida (rodada
      *    interrompida) - contada em dias uteis desde a regularizacao
      *    e marcada quando o prazo legal ja venceu.
            MOVE "[2] EXCLUSOES PENDENTES" TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE BUR-LATE-CUR CURSOR FOR
               SELECT contract_id, account, status, amount,
                      COALESCE(TO_CHAR(notice_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(TO_CHAR(listed_date, 'YYYY-MM-DD'),
                               ' '),
                      TO_CHAR(settled_date, 'YYYY-MM-DD'),
                      ' ',
                      COALESCE(settle_reason, ' ')
               FROM bureau_listings
               WHERE status = 'SETTLED'
               ORDER BY settled_date, contract_id
            END-EXEC

            EXEC SQL
               OPEN BUR-LATE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-RP-EOF
               PERFORM REPORT-ONE-PENDING UNTIL WS-RP-EOF = "Y"
               EXEC SQL
                  CLOSE BUR-LATE-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-PENDING.
            EXEC SQL
               FETCH BUR-LATE-CUR
               INTO :WS-RP-CONTRACT, :WS-RP-ACCOUNT, :WS-RP-STATUS,
                    :WS-RP-AMOUNT, :WS-RP-NOTICE, :WS-RP-LISTED,
                    :WS-RP-SETTLED, :WS-RP-REMOVED, :WS-RP-REASON
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RP-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RP-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "BDCOUNT" TO WS-DS-FUNC
               MOVE WS-RP-SETTLED TO WS-DS-IN
               MOVE WS-BUS-DATE TO WS-DS-OUT
               MOVE 0 TO WS-DS-DAYS
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               PERFORM WRITE-LISTING-LINE
               IF WS-DS-DAYS > WS-REMOVAL-DAYS
                  ADD 1 TO WS-LATE-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING "          *** PRAZO LEGAL VENCIDO - "
                     WS-DS-DAYS " DIAS UTEIS DESDE A REGULARIZACAO"
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
               END-IF
            END-IF
            END-IF.

         WRITE-LISTING-LINE.
            MOVE WS-RP-AMOUNT TO WS-ED-AMOUNT
            MOVE SPACES TO REPORT-LINE
            STRING WS-RP-CONTRACT " " WS-RP-ACCOUNT " " WS-RP-STATUS
               " " WS-ED-AMOUNT " " WS-RP-NOTICE " " WS-RP-LISTED
               " " WS-RP-SETTLED " " WS-RP-REMOVED " " WS-RP-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Data-subject access report (LGPD) - answers the ACCESS
      *  requests registered at LGPD-DESK with everything we keep on
      *  the holder's CPF, one file per request:
      *    [1] customer master - the customers row(s) of the document;
      *    [2] accounts - get_holder_accounts() with situation, branch
      *        and balance;
      *    [3] PIX keys - pix_keys in the holder's name and the CPF key;
      *    [4] payees - the holder's saved payees, and how many other
      *        customers keep the holder as a payee;
      *    [5] cards - cards of the accounts (number masked);
      *    [6] signers and attorneys - account_signers on the holder's
      *        accounts and those where the holder signs for others;
      *    [7] beneficial ownership - customer_ubos naming the holder;
      *    [8] archived receipts - receipt_archive of the accounts;
      *    [9] archived transcripts - the lines of those sessions in
      *        transcript_archive that mention an account or the CPF.
      *  Every OPEN ACCESS request is answered in one run (LGPD_
      *  REQUEST_ID restricts it to one); each report goes to
      *  LGPD_DIR (default /tmp) as lgpd_acesso_<id>.txt and the
      *  request becomes REPORTED with the file in report_path - the
      *  desk closes it once the holder has received it.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LGPD-ACCESS.
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
      *    Um arquivo por solicitacao - o nome e montado em WS-LGA-PATH
      *    antes de cada OPEN, como RM-WEEK faz por gerente.
            SELECT LGA-FILE ASSIGN TO WS-LGA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGA-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  LGA-FILE.
         01  LGA-LINE                PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-ONLY-ENV             PIC X(9)  VALUE SPACES.

      *    Solicitacao corrente.
         01  WS-LG-ID                PIC 9(9)  VALUE 0.
         01  WS-LG-DOC               PIC X(14) VALUE SPACES.
         01  WS-LG-REQUESTED         PIC X(10) VALUE SPACES.
         01  WS-LG-DEADLINE          PIC X(10) VALUE SPACES.
         01  WS-LG-CUST-COUNT        PIC 9(5)  VALUE 0.
         01  WS-LG-CUST-NAME         PIC X(60) VALUE SPACES.
         01  WS-LG-OTHERS            PIC 9(7)  VALUE 0.
         01  WS-LGA-PATH             PIC X(100) VALUE SPACES.

      *    Cadastro do titular.
         01  WS-CUS-ID               PIC 9(9)  VALUE 0.
         01  WS-CUS-NAME             PIC X(60) VALUE SPACES.
         01  WS-CUS-ADDRESS          PIC X(80) VALUE SPACES.
         01  WS-CUS-PHONE            PIC X(20) VALUE SPACES.
         01  WS-CUS-EMAIL            PIC X(60) VALUE SPACES.
         01  WS-CUS-OCCUPATION       PIC X(40) VALUE SPACES.
         01  WS-CUS-INCOME           PIC 9(10)V99 VALUE 0.
         01  WS-CUS-STATUS           PIC X(10) VALUE SPACES.
         01  WS-CUS-REGISTERED       PIC X(10) VALUE SPACES.
         01  WS-CUS-ACTIVITY         PIC X(10) VALUE SPACES.
         01  WS-CUS-COUNTRY          PIC X(2)  VALUE SPACES.
         01  WS-CUS-PEP              PIC X(1)  VALUE SPACE.
         01  WS-CUS-KYC-STATUS       PIC X(10) VALUE SPACES.

      *    Linha corrente dos cursores das secoes.
         01  WS-ROW-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ROW-ACCOUNT2         PIC 9(10) VALUE 0.
         01  WS-ROW-TEXT             PIC X(60) VALUE SPACES.
         01  WS-ROW-TEXT2            PIC X(60) VALUE SPACES.
         01  WS-ROW-KEY              PIC X(40) VALUE SPACES.
         01  WS-ROW-CODE             PIC X(10) VALUE SPACES.
         01  WS-ROW-CODE2            PIC X(10) VALUE SPACES.
         01  WS-ROW-DATE             PIC X(10) VALUE SPACES.
         01  WS-ROW-DATE2            PIC X(10) VALUE SPACES.
         01  WS-ROW-AMOUNT           PIC S9(13)V99 VALUE 0.
         01  WS-ROW-PCT              PIC 9(3)V99 VALUE 0.
         01  WS-ROW-COUNT            PIC 9(7)  VALUE 0.
         01  WS-ROW-SESSION          PIC 9(5)  VALUE 0.
         01  WS-ROW-SEQ              PIC 9(6)  VALUE 0.
         01  WS-ROW-NUM-DATE         PIC 9(8)  VALUE 0.
         01  WS-ROW-NUM-TIME         PIC 9(8)  VALUE 0.
         01  WS-ROW-LINE             PIC X(150) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-REQ-EOF              PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".
         01  WS-REQ-FAILED           PIC X(1)  VALUE "N".

         01  WS-REQ-COUNT            PIC 9(5)  VALUE 0.
         01  WS-FAILED-COUNT         PIC 9(5)  VALUE 0.
         01  WS-SECTION-COUNT        PIC 9(7)  VALUE 0.

         01  WS-LGA-DIR              PIC X(60) VALUE SPACES.
         01  WS-LGA-STATUS           PIC X(2)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-REQ               PIC Z(8)9.
         01  WS-ED-ID                PIC Z(8)9.
         01  WS-ED-ACCOUNT           PIC Z(9)9.
         01  WS-ED-ACCOUNT2          PIC Z(9)9.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-AMOUNT            PIC -(12)9,99.
         01  WS-ED-PCT               PIC ZZ9,99.
         01  WS-ED-SESSION           PIC Z(4)9.
         01  WS-ED-SEQ               PIC Z(5)9.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LGPDACC".
             05  WS-LOG-ACTION         PIC X(20) VALUE "LGPD-ACCESS".
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
               PERFORM REPORT-ALL-REQUESTS
               PERFORM LOG-RUN-SUMMARY
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
      *    Data do movimento oficial (DATESRV) no cabecalho, diretorio
      *    de saida e a solicitacao unica, se pedida.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            MOVE "/tmp" TO WS-LGA-DIR
            ACCEPT WS-LGA-DIR FROM ENVIRONMENT "LGPD_DIR"
            IF WS-LGA-DIR = SPACES
               MOVE "/tmp" TO WS-LGA-DIR
            END-IF

            ACCEPT WS-ONLY-ENV FROM ENVIRONMENT "LGPD_REQUEST_ID".

         REPORT-ALL-REQUESTS.
            EXEC SQL
               DECLARE LGA-REQ-CUR CURSOR FOR
               SELECT id, doc, TO_CHAR(requested_on, 'YYYY-MM-DD'),
                      TO_CHAR(deadline, 'YYYY-MM-DD')
               FROM lgpd_requests
               WHERE kind = 'ACCESS'
                 AND status = 'OPEN'
                 AND (TRIM(:WS-ONLY-ENV) = ''
                      OR id::text = TRIM(:WS-ONLY-ENV))
               ORDER BY deadline, id
            END-EXEC

            EXEC SQL
               OPEN LGA-REQ-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-REQ-EOF
               PERFORM REPORT-ONE-REQUEST UNTIL WS-REQ-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-REQ-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-REQUEST.
            EXEC SQL
               FETCH LGA-REQ-CUR
               INTO :WS-LG-ID, :WS-LG-DOC, :WS-LG-REQUESTED,
                    :WS-LG-DEADLINE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-REQ-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-REQ-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-REQ-FAILED
               MOVE WS-LG-ID TO WS-ED-REQ
               MOVE SPACES TO WS-LGA-PATH
               STRING WS-LGA-DIR DELIMITED BY SPACE
                      "/lgpd_acesso_" DELIMITED BY SIZE
                      WS-LG-ID DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-LGA-PATH
               END-STRING

               OPEN OUTPUT LGA-FILE
               IF WS-LGA-STATUS NOT = "00"
                  DISPLAY "#Falha ao abrir relatorio da solicitacao "
                     WS-ED-REQ " - status " WS-LGA-STATUS
                  MOVE "S" TO WS-REQ-FAILED
               ELSE
                  PERFORM WRITE-REQUEST-HEADER
                  PERFORM REPORT-CUSTOMER
                  PERFORM REPORT-ACCOUNTS
                  PERFORM REPORT-PIX-KEYS
                  PERFORM REPORT-PAYEES
                  PERFORM REPORT-CARDS
                  PERFORM REPORT-SIGNERS
                  PERFORM REPORT-OWNERSHIP
                  PERFORM REPORT-RECEIPTS
                  PERFORM REPORT-TRANSCRIPTS
                  MOVE "*** FIM DO RELATORIO ***" TO LGA-LINE
                  WRITE LGA-LINE
                  CLOSE LGA-FILE
               END-IF
               PERFORM MARK-REQUEST-REPORTED
            END-IF
            END-IF.

         MARK-REQUEST-REPORTED.
      *    Relatorio incompleto nao responde ao titular - a solicitacao
      *    fica OPEN para a proxima rodada.
            IF WS-REQ-FAILED = "N"
               EXEC SQL
                  UPDATE lgpd_requests
                  SET status = 'REPORTED', report_path = :WS-LGA-PATH
                  WHERE id = :WS-LG-ID
                    AND status = 'OPEN'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
                  MOVE "S" TO WS-REQ-FAILED
               END-IF
            END-IF

            IF WS-REQ-FAILED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "#Solicitacao " WS-ED-REQ
                  " nao respondida - fica OPEN"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-REQ-COUNT
               DISPLAY "#Solicitacao " WS-ED-REQ " -> " WS-LGA-PATH
            END-IF.

         WRITE-REQUEST-HEADER.
      *    Nome do cadastro, se o titular for cliente.
            MOVE 0 TO WS-LG-CUST-COUNT
            MOVE SPACES TO WS-LG-CUST-NAME
            EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(name), ' ')
               INTO :WS-LG-CUST-COUNT, :WS-LG-CUST-NAME
               FROM customers
               WHERE doc = :WS-LG-DOC
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            END-IF

            MOVE SPACES TO LGA-LINE
            STRING "RELATORIO DE DADOS PESSOAIS (LGPD) - SOLICITACAO "
               WS-ED-REQ
               DELIMITED BY SIZE INTO LGA-LINE
            END-STRING
            WRITE LGA-LINE
            MOVE SPACES TO LGA-LINE
            STRING "TITULAR CPF " WS-LG-DOC " " WS-LG-CUST-NAME
               DELIMITED BY SIZE INTO LGA-LINE
            END-STRING
            WRITE LGA-LINE
            MOVE SPACES TO LGA-LINE
            STRING "PEDIDO EM " WS-LG-REQUESTED "  PRAZO "
               WS-LG-DEADLINE "  GERADO EM " WS-BUS-DATE
               DELIMITED BY SIZE INTO LGA-LINE
            END-STRING
            WRITE LGA-LINE
            MOVE SPACES TO LGA-LINE
            WRITE LGA-LINE.

         WRITE-SECTION-END.
      *    Secao sem linha diz que nada consta, para o titular nao
      *    achar que o relatorio veio cortado.
            IF WS-SECTION-COUNT = 0
               MOVE "    (nada consta)" TO LGA-LINE
               WRITE LGA-LINE
            END-IF
            MOVE SPACES TO LGA-LINE
            WRITE LGA-LINE.

         REPORT-CUSTOMER.
            MOVE "[1] CADASTRO" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-CUS-CUR CURSOR FOR
               SELECT id, name, COALESCE(address, ' '),
                      COALESCE(phone, ' '), COALESCE(email, ' '),
                      COALESCE(occupation, ' '),
                      COALESCE(monthly_income, 0), status,
                      COALESCE(TO_CHAR(registered_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(activity_code, ' '),
                      COALESCE(country, ' '), COALESCE(pep_flag, ' '),
                      COALESCE(kyc_status, ' ')
               FROM customers
               WHERE doc = :WS-LG-DOC
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN LGA-CUS-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-CUSTOMER-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-CUS-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-CUSTOMER-ROW.
            EXEC SQL
               FETCH LGA-CUS-CUR
               INTO :WS-CUS-ID, :WS-CUS-NAME, :WS-CUS-ADDRESS,
                    :WS-CUS-PHONE, :WS-CUS-EMAIL, :WS-CUS-OCCUPATION,
                    :WS-CUS-INCOME, :WS-CUS-STATUS,
                    :WS-CUS-REGISTERED, :WS-CUS-ACTIVITY,
                    :WS-CUS-COUNTRY, :WS-CUS-PEP, :WS-CUS-KYC-STATUS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-CUS-ID TO WS-ED-ID
               MOVE WS-CUS-INCOME TO WS-ED-AMOUNT
               MOVE SPACES TO LGA-LINE
               STRING "    CLIENTE " WS-ED-ID "  SITUACAO "
                  WS-CUS-STATUS "  DESDE " WS-CUS-REGISTERED
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
               MOVE SPACES TO LGA-LINE
               STRING "    NOME      : " WS-CUS-NAME
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
               MOVE SPACES TO LGA-LINE
               STRING "    ENDERECO  : " WS-CUS-ADDRESS
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
               MOVE SPACES TO LGA-LINE
               STRING "    TELEFONE  : " WS-CUS-PHONE
                  "  E-MAIL: " WS-CUS-EMAIL
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
               MOVE SPACES TO LGA-LINE
               STRING "    OCUPACAO  : " WS-CUS-OCCUPATION
                  "  RENDA:" WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
               MOVE SPACES TO LGA-LINE
               STRING "    ATIVIDADE : " WS-CUS-ACTIVITY
                  "  PAIS: " WS-CUS-COUNTRY "  PEP: " WS-CUS-PEP
                  "  CADASTRO (KYC): " WS-CUS-KYC-STATUS
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-ACCOUNTS.
            MOVE "[2] CONTAS" TO LGA-LINE
            WRITE LGA-LINE
            MOVE SPACES TO LGA-LINE
            STRING "         CONTA SITUACAO   AGENCIA           SALDO"
               DELIMITED BY SIZE INTO LGA-LINE
            END-STRING
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-ACC-CUR CURSOR FOR
               SELECT h.account_number,
                      COALESCE(account_status(h.account_number), ' '),
                      COALESCE(account_branch(h.account_number), ' '),
                      COALESCE(saldo(h.account_number), 0)
               FROM get_holder_accounts(:WS-LG-DOC) h
               ORDER BY h.account_number
            END-EXEC

            EXEC SQL
               OPEN LGA-ACC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-ACCOUNT-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-ACC-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-ACCOUNT-ROW.
            EXEC SQL
               FETCH LGA-ACC-CUR
               INTO :WS-ROW-ACCOUNT, :WS-ROW-CODE, :WS-ROW-CODE2,
                    :WS-ROW-AMOUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ED-ACCOUNT " " WS-ROW-CODE " "
                  WS-ROW-CODE2 WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-PIX-KEYS.
      *    Chaves em nome do titular e a chave CPF, mesmo revogadas -
      *    o diretorio guarda o historico.
            MOVE "[3] CHAVES PIX" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-PIX-CUR CURSOR FOR
               SELECT pix_key, key_type, status,
                      COALESCE(TO_CHAR(registered_at, 'YYYY-MM-DD'),
                               ' ')
               FROM pix_keys
               WHERE (holder = :WS-LG-CUST-NAME
                      AND :WS-LG-CUST-COUNT > 0)
                  OR (key_type = 'CPF' AND pix_key = TRIM(:WS-LG-DOC))
               ORDER BY registered_at, pix_key
            END-EXEC

            EXEC SQL
               OPEN LGA-PIX-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-PIX-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-PIX-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-PIX-ROW.
            EXEC SQL
               FETCH LGA-PIX-CUR
               INTO :WS-ROW-KEY, :WS-ROW-CODE, :WS-ROW-CODE2,
                    :WS-ROW-DATE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ROW-KEY " " WS-ROW-CODE " "
                  WS-ROW-CODE2 " " WS-ROW-DATE
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-PAYEES.
      *    Favorecidos que o titular salvou; de terceiros que salvaram
      *    o titular so sai a quantidade - a agenda e dado de quem a
      *    montou.
            MOVE "[4] FAVORECIDOS" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-PYE-CUR CURSOR FOR
               SELECT p.owner_account, p.alias,
                      COALESCE(p.dest_account, 0),
                      COALESCE(p.dest_pix_key, ' '),
                      COALESCE(p.holder_name, ' '),
                      COALESCE(p.used_count, 0)
               FROM payees p
               WHERE p.owner_account IN
                     (SELECT h.account_number
                      FROM get_holder_accounts(:WS-LG-DOC) h)
               ORDER BY p.owner_account, p.alias
            END-EXEC

            EXEC SQL
               OPEN LGA-PYE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-PAYEE-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-PYE-CUR
               END-EXEC
            END-IF

            MOVE 0 TO WS-LG-OTHERS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-LG-OTHERS
               FROM payees p
               WHERE (p.dest_account IN
                      (SELECT h.account_number
                       FROM get_holder_accounts(:WS-LG-DOC) h)
                      OR p.dest_pix_key = TRIM(:WS-LG-DOC))
                 AND p.owner_account NOT IN
                      (SELECT h.account_number
                       FROM get_holder_accounts(:WS-LG-DOC) h)
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            END-IF
            IF WS-LG-OTHERS > 0
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-LG-OTHERS TO WS-ED-COUNT
               MOVE SPACES TO LGA-LINE
               STRING "    TITULAR CONSTA COMO FAVORECIDO EM "
                  WS-ED-COUNT " AGENDA(S) DE OUTROS CLIENTES"
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-PAYEE-ROW.
            EXEC SQL
               FETCH LGA-PYE-CUR
               INTO :WS-ROW-ACCOUNT, :WS-ROW-CODE, :WS-ROW-ACCOUNT2,
                    :WS-ROW-KEY, :WS-ROW-TEXT, :WS-ROW-COUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT  TO WS-ED-ACCOUNT
               MOVE WS-ROW-ACCOUNT2 TO WS-ED-ACCOUNT2
               MOVE WS-ROW-COUNT    TO WS-ED-COUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ED-ACCOUNT " " WS-ROW-CODE " "
                  WS-ED-ACCOUNT2 " " WS-ROW-KEY " " WS-ROW-TEXT(1:40)
                  WS-ED-COUNT
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-CARDS.
      *    Numero mascarado como no recibo - o titular reconhece o
      *    cartao pelo final.
            MOVE "[5] CARTOES" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-CRD-CUR CURSOR FOR
               SELECT LEFT(c.card_number, 4) || '********'
                         || RIGHT(c.card_number, 4),
                      c.account, COALESCE(c.card_type, ' '), c.status,
                      COALESCE(TO_CHAR(c.issue_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(TO_CHAR(c.expiry_date, 'YYYY-MM-DD'),
                               ' ')
               FROM cards c
               WHERE c.account IN
                     (SELECT h.account_number
                      FROM get_holder_accounts(:WS-LG-DOC) h)
               ORDER BY c.account, c.issue_date
            END-EXEC

            EXEC SQL
               OPEN LGA-CRD-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-CARD-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-CRD-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-CARD-ROW.
            EXEC SQL
               FETCH LGA-CRD-CUR
               INTO :WS-ROW-KEY, :WS-ROW-ACCOUNT, :WS-ROW-CODE,
                    :WS-ROW-CODE2, :WS-ROW-DATE, :WS-ROW-DATE2
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ROW-KEY(1:16) " " WS-ED-ACCOUNT " "
                  WS-ROW-CODE " " WS-ROW-CODE2 " EMITIDO "
                  WS-ROW-DATE " VALIDADE " WS-ROW-DATE2
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-SIGNERS.
      *    Quem assina pelas contas do titular e por quais contas o
      *    titular assina.
            MOVE "[6] ASSINANTES E PROCURADORES" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-SGN-CUR CURSOR FOR
               SELECT s.account, s.signer_doc, s.signer_name,
                      COALESCE(s.powers, ' '),
                      COALESCE(s.amount_limit, 0),
                      COALESCE(TO_CHAR(s.expiry_date, 'YYYY-MM-DD'),
                               ' '),
                      s.status
               FROM account_signers s
               WHERE s.signer_doc = :WS-LG-DOC
                  OR s.account IN
                     (SELECT h.account_number
                      FROM get_holder_accounts(:WS-LG-DOC) h)
               ORDER BY s.account, s.signer_doc
            END-EXEC

            EXEC SQL
               OPEN LGA-SGN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-SIGNER-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-SGN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-SIGNER-ROW.
            EXEC SQL
               FETCH LGA-SGN-CUR
               INTO :WS-ROW-ACCOUNT, :WS-ROW-KEY, :WS-ROW-TEXT,
                    :WS-ROW-TEXT2, :WS-ROW-AMOUNT, :WS-ROW-DATE,
                    :WS-ROW-CODE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ED-ACCOUNT " " WS-ROW-KEY(1:14) " "
                  WS-ROW-TEXT(1:40) " " WS-ROW-TEXT2(1:30)
                  WS-ED-AMOUNT " " WS-ROW-DATE " " WS-ROW-CODE
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-OWNERSHIP.
            MOVE "[7] BENEFICIARIO FINAL DE PESSOA JURIDICA" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-UBO-CUR CURSOR FOR
               SELECT u.customer_doc,
                      COALESCE((SELECT MIN(c.name) FROM customers c
                                WHERE c.doc = u.customer_doc), ' '),
                      u.ubo_name, COALESCE(u.ownership_pct, 0),
                      u.status
               FROM customer_ubos u
               WHERE u.ubo_doc = :WS-LG-DOC
               ORDER BY u.customer_doc
            END-EXEC

            EXEC SQL
               OPEN LGA-UBO-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-OWNERSHIP-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-UBO-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-OWNERSHIP-ROW.
            EXEC SQL
               FETCH LGA-UBO-CUR
               INTO :WS-ROW-KEY, :WS-ROW-TEXT, :WS-ROW-TEXT2,
                    :WS-ROW-PCT, :WS-ROW-CODE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-PCT TO WS-ED-PCT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ROW-KEY(1:14) " " WS-ROW-TEXT(1:40)
                  " " WS-ROW-TEXT2(1:40) " " WS-ED-PCT "% "
                  WS-ROW-CODE
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-RECEIPTS.
            MOVE "[8] COMPROVANTES ARQUIVADOS" TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-RCP-CUR CURSOR FOR
               SELECT r.session_id, r.receipt_seq, r.account,
                      r.rcp_date, r.rcp_time, r.operation, r.amount,
                      COALESCE(r.ref, ' ')
               FROM receipt_archive r
               WHERE r.account IN
                     (SELECT h.account_number
                      FROM get_holder_accounts(:WS-LG-DOC) h)
               ORDER BY r.rcp_date, r.rcp_time, r.session_id
            END-EXEC

            EXEC SQL
               OPEN LGA-RCP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-RECEIPT-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-RCP-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-RECEIPT-ROW.
            EXEC SQL
               FETCH LGA-RCP-CUR
               INTO :WS-ROW-SESSION, :WS-ROW-SEQ, :WS-ROW-ACCOUNT,
                    :WS-ROW-NUM-DATE, :WS-ROW-NUM-TIME, :WS-ROW-CODE,
                    :WS-ROW-AMOUNT, :WS-ROW-KEY
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-SESSION TO WS-ED-SESSION
               MOVE WS-ROW-SEQ     TO WS-ED-SEQ
               MOVE WS-ROW-ACCOUNT TO WS-ED-ACCOUNT
               MOVE WS-ROW-AMOUNT  TO WS-ED-AMOUNT
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ROW-NUM-DATE " " WS-ROW-NUM-TIME
                  " SESSAO " WS-ED-SESSION " RECIBO " WS-ED-SEQ " "
                  WS-ED-ACCOUNT " " WS-ROW-CODE WS-ED-AMOUNT " "
                  WS-ROW-KEY(1:20)
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         REPORT-TRANSCRIPTS.
      *    Das sessoes que atenderam o titular, so as linhas que citam
      *    uma conta dele ou o CPF - o resto da sessao e de outros
      *    clientes.
            MOVE "[9] TRANSCRICOES DE ATENDIMENTO ARQUIVADAS"
               TO LGA-LINE
            WRITE LGA-LINE
            MOVE 0 TO WS-SECTION-COUNT

            EXEC SQL
               DECLARE LGA-TRS-CUR CURSOR FOR
               SELECT t.session_id, t.line_seq, t.line_text
               FROM transcript_archive t
               WHERE t.session_id IN
                     (SELECT r.session_id FROM receipt_archive r
                      WHERE r.account IN
                            (SELECT h.account_number
                             FROM get_holder_accounts(:WS-LG-DOC) h))
                 AND (POSITION(TRIM(:WS-LG-DOC) IN t.line_text) > 0
                      OR EXISTS
                         (SELECT 1
                          FROM get_holder_accounts(:WS-LG-DOC) h
                          WHERE POSITION(h.account_number::text
                                         IN t.line_text) > 0))
               ORDER BY t.session_id, t.line_seq
            END-EXEC

            EXEC SQL
               OPEN LGA-TRS-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-TRANSCRIPT-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE LGA-TRS-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-END.

         FETCH-TRANSCRIPT-ROW.
            EXEC SQL
               FETCH LGA-TRS-CUR
               INTO :WS-ROW-SESSION, :WS-ROW-SEQ, :WS-ROW-LINE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-REQUEST-FAILURE
            ELSE
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-ROW-SESSION TO WS-ED-SESSION
               MOVE WS-ROW-SEQ     TO WS-ED-SEQ
               MOVE SPACES TO LGA-LINE
               STRING "    " WS-ED-SESSION " " WS-ED-SEQ " "
                  WS-ROW-LINE(1:110)
                  DELIMITED BY SIZE INTO LGA-LINE
               END-STRING
               WRITE LGA-LINE
            END-IF
            END-IF.

         NOTE-REQUEST-FAILURE.
      *    Falha numa secao invalida o relatorio da solicitacao, nao a
      *    rodada - as demais solicitacoes seguem.
            MOVE "S" TO WS-REQ-FAILED
            PERFORM NOTE-SQL-FAILURE.

         NOTE-SQL-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-RUN-SUMMARY.
            DISPLAY "#Solicitacoes de acesso respondidas: " WS-REQ-COUNT
               " - falhas: " WS-FAILED-COUNT
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "respondidas " WS-REQ-COUNT " falhas "
               WS-FAILED-COUNT
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

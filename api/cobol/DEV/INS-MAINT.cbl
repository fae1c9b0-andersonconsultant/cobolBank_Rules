      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Bancassurance policy desk - the life, home and card-protection
      *  policies the branches sell for the partner insurer, kept in
      *  insurance_policies instead of paper forms: id, account,
      *  cust_doc (holder document at the sale), product (LIFE/HOME/
      *  CARD), coverage_amount, premium (monthly), start_date, status
      *  (ACTIVE/LAPSED/CANCELLED), lapse_after (missed premiums the
      *  contract tolerates, INS_LAPSE_MISSED in bank_params at the
      *  sale, default 3), missed_count, sold_by, sold_branch, sold_at,
      *  lapsed_on, closed_by, closed_at, close_reason.
      *  NEW sells a policy on an ACTIVE account (one ACTIVE policy per
      *  product and account), SHOW lists one policy with its premium
      *  history, LIST the policies of an account, CANCEL ends an
      *  ACTIVE policy at the customer's request. INS-PREMIUM debits
      *  the monthly premiums and lapses the policy; INS-REMIT pays the
      *  insurer. Every policy changed goes to the change trail
      *  (CHGAUDIT) in its transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INS-MAINT.
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

      *    Apolice em manutencao.
         01  WS-POL-ID               PIC 9(9)  VALUE 0.
         01  WS-POL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-POL-DOC              PIC X(14) VALUE SPACES.
         01  WS-POL-PRODUCT          PIC X(4)  VALUE SPACES.
         01  WS-POL-COVERAGE         PIC 9(10)V99 VALUE 0.
         01  WS-POL-PREMIUM          PIC 9(8)V99 VALUE 0.
         01  WS-POL-START            PIC X(10) VALUE SPACES.
         01  WS-POL-STATUS           PIC X(10) VALUE SPACES.
         01  WS-POL-LAPSE-AFTER      PIC 9(2)  VALUE 0.
         01  WS-POL-MISSED           PIC 9(2)  VALUE 0.
         01  WS-POL-SOLD-BY          PIC X(20) VALUE SPACES.
         01  WS-POL-REASON           PIC X(40) VALUE SPACES.
         01  WS-POL-FOUND            PIC 9(5)  VALUE 0.
         01  WS-POL-DUP              PIC 9(5)  VALUE 0.

      *    Parcela do historico de premios.
         01  WS-PRM-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-PRM-STATUS           PIC X(10) VALUE SPACES.
         01  WS-PRM-ATTEMPT          PIC 9(1)  VALUE 0.
         01  WS-PRM-PAID-ON          PIC X(10) VALUE SPACES.

      *    Conta da apolice.
         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-LAPSE-MISSED         PIC 9(2)  VALUE 3.

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina as alteracoes feitas aqui.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

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
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(7)  VALUE 0.
         01  WS-ED-AMOUNT           PIC Z(9)9,99.
         01  WS-ED-PREMIUM          PIC Z(7)9,99.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "INS-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INSMAINT".
             05  WS-LOG-ACTION         PIC X(20) VALUE SPACES.
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
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         START-SQL.
      *    CONNECT - credenciais do vault, como a Enginev3, ja que este
      *    console tambem fica na mao de operador.
            MOVE "cobolbd"   TO   DBNAME
            CALL "GETCREDS" USING USERNAME, PASSWD

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
               PERFORM LOAD-POLICY-PARAMS
               PERFORM OPERATOR-SIGNON
            END-IF.

         LOAD-POLICY-PARAMS.
      *    Tolerancia de premios em atraso gravada na apolice vendida;
      *    sem linha vigente no catalogo fica o valor compilado.
            MOVE "INS_LAPSE_MISSED" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-LAPSE-MISSED
            END-IF.

         OPERATOR-SIGNON.
      *    Sem operador ativo no cadastro (OPERAUTH) o console nao
      *    abre; papel READONLY tambem nao, ja que aqui tudo altera.
            DISPLAY "#Usuario operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-USER
            DISPLAY "#Senha operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-PASSWD
            INSPECT WS-OPERATOR-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE "LOGIN" TO WS-AUTH-FUNC
            CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-OPERATOR-USER,
               WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
               WS-AUTH-DISP
            MOVE SPACES TO WS-OPERATOR-PASSWD
            IF WS-AUTH-DISP = "S" AND WS-AUTH-ROLE = "READONLY"
               MOVE "F" TO WS-AUTH-DISP
            END-IF

            MOVE "LOGIN" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "operador " WS-OPERATOR-USER " disp "
               WS-AUTH-DISP
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            IF WS-AUTH-DISP = "S"
               MOVE "OK" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "1\STATUS\ID:" WS-CONN-PID
               DISPLAY "#Seguros - digite HELP para ajuda"
            ELSE
               MOVE "DENIED" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "0\STATUS"
               DISPLAY "#Operador nao autorizado - console encerrado"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               MOVE "N" TO WS-DB-STARTED
            END-IF.

         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== SEGUROS ==="
            DISPLAY "NEW      : Vende uma apolice (LIFE/HOME/CARD)"
            DISPLAY "SHOW     : Detalhe da apolice e premios"
            DISPLAY "LIST     : Apolices de uma conta"
            DISPLAY "CANCEL   : Cancela uma apolice ativa"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
            DISPLAY "==============="
            DISPLAY SPACE.

         WAIT-CMD.
            DISPLAY "#Digite o comando: - Digite HELP para ajuda"
            ACCEPT WS-CMD-LINE
            MOVE SPACES TO WS-CMD-ARGS
            UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-CMD, WS-CMD-ARGS
            INSPECT WS-CMD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "NEW"      PERFORM NEW-POLICY
               WHEN "SHOW"     PERFORM SHOW-POLICY
               WHEN "LIST"     PERFORM LIST-POLICIES
               WHEN "CANCEL"   PERFORM CANCEL-POLICY
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-POLICY-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero da apolice: " NO ADVANCING
               ACCEPT WS-POL-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-POL-ID
            END-IF.

         NEW-POLICY.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-POL-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-POL-ACCOUNT
            END-IF
            DISPLAY "#Produto (LIFE/HOME/CARD): " NO ADVANCING
            MOVE SPACES TO WS-POL-PRODUCT
            ACCEPT WS-POL-PRODUCT
            INSPECT WS-POL-PRODUCT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Capital segurado: " NO ADVANCING
            MOVE 0 TO WS-POL-COVERAGE
            ACCEPT WS-POL-COVERAGE
            DISPLAY "#Premio mensal: " NO ADVANCING
            MOVE 0 TO WS-POL-PREMIUM
            ACCEPT WS-POL-PREMIUM
            DISPLAY "#Inicio de vigencia (AAAA-MM-DD, em branco = "
               "hoje): " NO ADVANCING
            MOVE SPACES TO WS-POL-START
            ACCEPT WS-POL-START
            IF WS-POL-START = SPACES
               MOVE WS-BUS-DATE TO WS-POL-START
            END-IF

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-POL-START TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

            MOVE SPACES TO WS-ACCT-STATUS
            MOVE SPACES TO WS-POL-DOC
            MOVE 0 TO WS-POL-DUP
            EXEC SQL
               SELECT COALESCE(account_status(:WS-POL-ACCOUNT), ' '),
                      COALESCE(account_holder_doc(:WS-POL-ACCOUNT),
                               ' '),
                      (SELECT COUNT(*) FROM insurance_policies
                       WHERE account = :WS-POL-ACCOUNT
                         AND product = :WS-POL-PRODUCT
                         AND status = 'ACTIVE')
               INTO :WS-ACCT-STATUS, :WS-POL-DOC, :WS-POL-DUP
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE IF WS-ACCT-STATUS NOT = "ACTIVE"
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta " WS-POL-ACCOUNT " inexistente ou nao "
                  "ativa (" WS-ACCT-STATUS ")"
            ELSE IF WS-POL-PRODUCT NOT = "LIFE"
               AND WS-POL-PRODUCT NOT = "HOME"
               AND WS-POL-PRODUCT NOT = "CARD"
               DISPLAY "0\INVALID"
               DISPLAY "#Produto invalido - LIFE, HOME ou CARD"
            ELSE IF WS-POL-COVERAGE = 0 OR WS-POL-PREMIUM = 0
               DISPLAY "0\INVALID"
               DISPLAY "#Capital e premio sao obrigatorios"
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Data invalida - use AAAA-MM-DD"
            ELSE IF WS-POL-START < WS-BUS-DATE
               DISPLAY "0\INVALID"
               DISPLAY "#Vigencia nao pode comecar antes do movimento "
                  WS-BUS-DATE
            ELSE IF WS-POL-DUP > 0
               DISPLAY "0\DUPLICATE"
               DISPLAY "#Conta ja tem apolice " WS-POL-PRODUCT
                  " ativa"
            ELSE
               PERFORM INSERT-POLICY
               MOVE "INS-NEW" TO WS-LOG-ACTION
               MOVE WS-POL-PREMIUM TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-POLICY.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO insurance_policies
                  (account, cust_doc, product, coverage_amount,
                   premium, start_date, status, lapse_after,
                   missed_count, sold_by, sold_branch, sold_at)
               VALUES (:WS-POL-ACCOUNT, :WS-POL-DOC, :WS-POL-PRODUCT,
                       :WS-POL-COVERAGE, :WS-POL-PREMIUM,
                       :WS-POL-START::date, 'ACTIVE',
                       :WS-LAPSE-MISSED, 0, :WS-OPERATOR-USER,
                       :WS-AUTH-BRANCH, now())
               RETURNING id INTO :WS-POL-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-POLICY-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         CANCEL-POLICY.
            PERFORM GET-POLICY-ARG
            DISPLAY "#Motivo: " NO ADVANCING
            MOVE SPACES TO WS-POL-REASON
            ACCEPT WS-POL-REASON
            PERFORM FETCH-POLICY

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-POL-FOUND = 0
               DISPLAY "0\POLICY"
               DISPLAY "#Apolice " WS-POL-ID " nao encontrada"
            ELSE IF WS-POL-STATUS NOT = "ACTIVE"
               DISPLAY "0\POLICY"
               DISPLAY "#Apolice " WS-POL-ID " ja esta "
                  WS-POL-STATUS
            ELSE IF WS-POL-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
      *    Premio em retentativa morre com a apolice - nao se cobra
      *    cobertura que o cliente pediu para encerrar.
               PERFORM READ-POLICY-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE insurance_policies
                  SET status = 'CANCELLED',
                      closed_by = :WS-OPERATOR-USER,
                      closed_at = now(), close_reason = :WS-POL-REASON
                  WHERE id = :WS-POL-ID
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-POLICY-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE insurance_premiums
                     SET status = 'CANCELLED'
                     WHERE policy_id = :WS-POL-ID
                       AND status = 'PENDING'
                  END-EXEC
                  IF SQLCODE = 100
                     MOVE 0 TO SQLCODE
                  END-IF
               END-IF
               MOVE "INS-CANCEL" TO WS-LOG-ACTION
               MOVE WS-POL-PREMIUM TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         FETCH-POLICY.
            MOVE 0 TO WS-POL-FOUND
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(account), 0),
                      COALESCE(MAX(cust_doc), ' '),
                      COALESCE(MAX(product), ' '),
                      COALESCE(MAX(coverage_amount), 0),
                      COALESCE(MAX(premium), 0),
                      COALESCE(MAX(TO_CHAR(start_date,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(lapse_after), 0),
                      COALESCE(MAX(missed_count), 0),
                      COALESCE(MAX(sold_by), ' ')
               INTO :WS-POL-FOUND, :WS-POL-ACCOUNT, :WS-POL-DOC,
                    :WS-POL-PRODUCT, :WS-POL-COVERAGE,
                    :WS-POL-PREMIUM, :WS-POL-START, :WS-POL-STATUS,
                    :WS-POL-LAPSE-AFTER, :WS-POL-MISSED,
                    :WS-POL-SOLD-BY
               FROM insurance_policies
               WHERE id = :WS-POL-ID
            END-EXEC.

         SHOW-POLICY.
            PERFORM GET-POLICY-ARG
            PERFORM FETCH-POLICY
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-POL-FOUND = 0
               DISPLAY "0\POLICY"
               DISPLAY "#Apolice " WS-POL-ID " nao encontrada"
            ELSE
               DISPLAY "1\INS-SHOW\" WS-POL-ID
               DISPLAY "#Conta    : " WS-POL-ACCOUNT " titular "
                  WS-POL-DOC
               DISPLAY "#Produto  : " WS-POL-PRODUCT
               MOVE WS-POL-COVERAGE TO WS-ED-AMOUNT
               DISPLAY "#Capital  : " WS-ED-AMOUNT
               MOVE WS-POL-PREMIUM TO WS-ED-PREMIUM
               DISPLAY "#Premio   : " WS-ED-PREMIUM
               DISPLAY "#Vigencia : " WS-POL-START
               DISPLAY "#Situacao : " WS-POL-STATUS
               DISPLAY "#Atrasos  : " WS-POL-MISSED " de "
                  WS-POL-LAPSE-AFTER " tolerado(s)"
               DISPLAY "#Vendedor : " WS-POL-SOLD-BY

               EXEC SQL
                  DECLARE PRM-LIST-CUR CURSOR FOR
                  SELECT ref_month, status, attempt,
                         COALESCE(TO_CHAR(paid_on, 'YYYY-MM-DD'),
                                  ' ')
                  FROM insurance_premiums
                  WHERE policy_id = :WS-POL-ID
                  ORDER BY ref_month
               END-EXEC
               EXEC SQL
                  OPEN PRM-LIST-CUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM FETCH-PREMIUM-ROW UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE PRM-LIST-CUR
                  END-EXEC
               END-IF
            END-IF
            END-IF.

         FETCH-PREMIUM-ROW.
            EXEC SQL
               FETCH PRM-LIST-CUR
               INTO :WS-PRM-MONTH, :WS-PRM-STATUS, :WS-PRM-ATTEMPT,
                    :WS-PRM-PAID-ON
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "premio\" WS-PRM-MONTH "\" WS-PRM-STATUS "\"
                  WS-PRM-ATTEMPT "\" WS-PRM-PAID-ON
            END-IF
            END-IF.

         LIST-POLICIES.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-POL-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-POL-ACCOUNT
            END-IF

            EXEC SQL
               DECLARE POL-LIST-CUR CURSOR FOR
               SELECT id, product, premium, status,
                      TO_CHAR(start_date, 'YYYY-MM-DD')
               FROM insurance_policies
               WHERE account = :WS-POL-ACCOUNT
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN POL-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\INS-LIST\" WS-POL-ACCOUNT
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-POLICY-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE POL-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " apolice(s)"
            END-IF.

         FETCH-POLICY-ROW.
            EXEC SQL
               FETCH POL-LIST-CUR
               INTO :WS-POL-ID, :WS-POL-PRODUCT, :WS-POL-PREMIUM,
                    :WS-POL-STATUS, :WS-POL-START
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-POL-PREMIUM TO WS-ED-PREMIUM
               DISPLAY "apolice\" WS-POL-ID "\" WS-POL-PRODUCT "\"
                  WS-ED-PREMIUM "\" WS-POL-STATUS "\" WS-POL-START
            END-IF
            END-IF.

         FINISH-CHANGE.
      *    Fecho comum das alteracoes: ROLLBACK com o erro, ou COMMIT,
      *    resposta ao balcao e log com a acao em WS-LOG-ACTION.
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-CHG-KEY
               DISPLAY "#" WS-CHG-TABLE " " WS-CHG-KEY " gravado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-CHG-TABLE " " WS-CHG-KEY " conta "
                  WS-POL-ACCOUNT " produto " WS-POL-PRODUCT
                  " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-POLICY-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM insurance_policies t
               WHERE id = :WS-POL-ID
            END-EXEC
            MOVE "insurance_policies" TO WS-CHG-TABLE
            MOVE WS-POL-ID TO WS-CHG-KEY
            MOVE WS-POL-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-POL-DOC TO WS-CHG-CUST-DOC.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK.
            MOVE WS-OPERATOR-USER TO WS-CHG-OPERATOR
            MOVE WS-CONN-PID TO WS-CHG-SESSION
            CALL "CHGAUDIT" USING WS-CHG-DATA, WS-CHG-BEFORE,
               WS-CHG-AFTER, WS-CHG-DISP
            IF WS-CHG-DISP = "S"
               MOVE 0 TO SQLCODE
               MOVE WS-CHG-ROWS TO SQLERRD(3)
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na trilha de alteracoes" TO SQLERRMC
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

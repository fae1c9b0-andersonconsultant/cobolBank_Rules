      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Operator registry desk - the operators master replaces the
      *  single OPERATOR_USER/OPERATOR_PASSWORD pair and the
      *  SESSION_ROLE variable of the launch script: each person who
      *  signs on to Enginev3 has a login, an md5 password hash, a
      *  branch, a role (TELLER/SUPERVISOR/READONLY/ADMIN), a status,
      *  a password expiry and a failed-attempt lockout that OPERAUTH
      *  enforces at sign-on. ENROLL registers, BLOCK/UNBLOCK suspend,
      *  RESET issues a new password (and clears a lockout), RECERT
      *  is the periodic manager confirmation that the access is
      *  still needed - overdue recertification stops the sign-on.
      *
      *  Only a registered SUPERVISOR or ADMIN opens this desk, and
      *  nobody maintains their own record. Only an ADMIN grants the
      *  ADMIN role or touches an ADMIN's record - a supervisor can
      *  never end up holding an ADMIN login. With the registry still
      *  empty the desk opens once in bootstrap to enroll the first
      *  ADMIN.
      *
      *  operators: login, full_name, pwd_hash, branch, role, status
      *  (ACTIVE/BLOCKED/LOCKED), pwd_expiry, recert_due, fail_count,
      *  blocked_reason, enrolled_by, enrolled_at, last_login,
      *  updated_by, updated_at.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OPER-MAINT.
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

      *    Operador em manutencao - a senha digitada so existe em
      *    memoria ate virar hash no INSERT/UPDATE.
         01  WS-OM-LOGIN             PIC X(20) VALUE SPACES.
         01  WS-OM-NAME              PIC X(40) VALUE SPACES.
         01  WS-OM-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-OM-ROLE              PIC X(10) VALUE SPACES.
         01  WS-OM-STATUS            PIC X(10) VALUE SPACES.
         01  WS-OM-PASSWD            PIC X(20) VALUE SPACES.
         01  WS-OM-REASON            PIC X(40) VALUE SPACES.
         01  WS-OM-PWD-EXPIRY        PIC X(10) VALUE SPACES.
         01  WS-OM-RECERT-DUE        PIC X(10) VALUE SPACES.
         01  WS-OM-LAST-LOGIN        PIC X(16) VALUE SPACES.
         01  WS-OM-FAILS             PIC 9(3)  VALUE 0.
         01  WS-OM-COUNT             PIC 9(5)  VALUE 0.
         01  WS-OM-PWD-DAYS          PIC 9(4)  VALUE 90.
         01  WS-OM-RECERT-DAYS       PIC 9(4)  VALUE 180.
         01  WS-OM-FILTER            PIC X(6)  VALUE SPACES.
         01  WS-ADMIN-USER           PIC X(20) VALUE SPACES.
         01  WS-OM-TARGET-ROLE       PIC X(10) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-ADMIN-OK            PIC X(1)  VALUE "N".
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-OM-CONFIRM          PIC X(20) VALUE SPACES.
         01  WS-OM-VALID            PIC X(1)  VALUE "N".
         01  WS-OM-REFUSAL          PIC X(20) VALUE SPACES.

      *    Credenciais de quem abre a mesa, conferidas pelo OPERAUTH.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-ADMIN-PASSWD        PIC X(20) VALUE SPACES.
         01  WS-ADMIN-ROLE          PIC X(10) VALUE SPACES.
         01  WS-ADMIN-BRANCH        PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "OPER-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "OPERMAINT".
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
               PERFORM LOAD-DB-POLICY
               PERFORM ADMIN-LOGIN
               IF WS-ADMIN-OK = "S"
                  PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         START-SQL.
      *    CONNECT - credenciais do vault, como a Enginev3.
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
               DISPLAY "1\STATUS\ID:" WS-CONN-PID
            END-IF.

         LOAD-DB-POLICY.
      *    Validade da senha e prazo de recertificacao vigentes no
      *    catalogo central; sem linha valem 90 e 180 dias.
            MOVE "OPER_PWD_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-OM-PWD-DAYS
            END-IF

            MOVE "OPER_RECERT_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-OM-RECERT-DAYS
            END-IF.

         ADMIN-LOGIN.
      *    A mesa so abre para SUPERVISOR/ADMIN do proprio cadastro.
      *    Cadastro vazio e a unica excecao: abre uma vez para o
      *    primeiro ADMIN ser registrado.
            MOVE "N" TO WS-ADMIN-OK
            MOVE 0 TO WS-OM-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-OM-COUNT FROM operators
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OM-COUNT = 0
               MOVE "S" TO WS-ADMIN-OK
               MOVE "BOOTSTRAP" TO WS-ADMIN-USER
               DISPLAY "#Cadastro de operadores vazio - cadastre o "
                  "primeiro ADMIN"
            ELSE
               DISPLAY "#Usuario supervisor: " NO ADVANCING
               ACCEPT WS-ADMIN-USER
               INSPECT WS-ADMIN-USER CONVERTING
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                  "abcdefghijklmnopqrstuvwxyz"
               DISPLAY "#Senha supervisor: " NO ADVANCING
               ACCEPT WS-ADMIN-PASSWD
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-ADMIN-USER,
                  WS-ADMIN-PASSWD, WS-ADMIN-ROLE, WS-ADMIN-BRANCH,
                  WS-AUTH-DISP
               MOVE SPACES TO WS-ADMIN-PASSWD

               MOVE "OPER-LOGIN" TO WS-LOG-ACTION
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               IF WS-AUTH-DISP = "S"
                  MOVE "S" TO WS-ADMIN-OK
                  DISPLAY "#Cadastro de operadores - digite HELP "
                     "para ajuda"
                  MOVE "OK" TO WS-LOG-STATUS
                  STRING "mesa de operadores aberta por "
                     WS-ADMIN-USER DELIMITED BY SIZE
                     INTO WS-LOG-MESSAGE
                  END-STRING
               ELSE
                  DISPLAY "0\STATUS"
                  DISPLAY "#Credenciais de supervisor invalidas"
                  MOVE "DENIED" TO WS-LOG-STATUS
                  STRING "mesa de operadores negada a "
                     WS-ADMIN-USER " motivo " WS-AUTH-DISP
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
               END-IF
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            END-IF.

         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== CADASTRO DE OPERADORES ==="
            DISPLAY "ENROLL  : Cadastra um operador"
            DISPLAY "BLOCK   : Suspende o acesso de um operador"
            DISPLAY "UNBLOCK : Reativa um operador suspenso"
            DISPLAY "RESET   : Nova senha (destrava tentativas)"
            DISPLAY "RECERT  : Recertifica o acesso (e o papel)"
            DISPLAY "STATUS  : Consulta um operador"
            DISPLAY "LIST    : Lista operadores (opcional: agencia)"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "=============================="
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

            EVALUATE WS-CMD
               WHEN "ENROLL"   PERFORM ENROLL-OPERATOR
               WHEN "BLOCK"    PERFORM BLOCK-OPERATOR
               WHEN "UNBLOCK"  PERFORM UNBLOCK-OPERATOR
               WHEN "RESET"    PERFORM RESET-OPERATOR
               WHEN "RECERT"   PERFORM RECERT-OPERATOR
               WHEN "STATUS"   PERFORM QUERY-OPERATOR
               WHEN "LIST"     PERFORM LIST-OPERATORS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-LOGIN-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Login do operador: " NO ADVANCING
               ACCEPT WS-OM-LOGIN
            ELSE
               MOVE WS-CMD-ARGS TO WS-OM-LOGIN
            END-IF
            INSPECT WS-OM-LOGIN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz".

         CHECK-NOT-SELF.
      *    Quatro olhos - ninguem bloqueia, reseta ou recertifica o
      *    proprio cadastro.
            IF WS-OM-LOGIN = WS-ADMIN-USER
               MOVE "N" TO WS-OM-VALID
               DISPLAY "0\OPERATOR"
               DISPLAY "#Ninguem mantem o proprio cadastro"
            ELSE
               MOVE "S" TO WS-OM-VALID
            END-IF.

         GET-NEW-PASSWORD.
      *    Senha nova com confirmacao - no minimo 6 caracteres.
            MOVE "N" TO WS-OM-VALID
            DISPLAY "#Senha nova (min 6 caracteres): " NO ADVANCING
            ACCEPT WS-OM-PASSWD
            DISPLAY "#Confirme a senha: " NO ADVANCING
            ACCEPT WS-OM-CONFIRM
            IF WS-OM-PASSWD(6:1) = SPACE
               DISPLAY "0\OPERATOR"
               DISPLAY "#Senha deve ter ao menos 6 caracteres"
            ELSE IF WS-OM-PASSWD NOT = WS-OM-CONFIRM
               DISPLAY "0\OPERATOR"
               DISPLAY "#Confirmacao nao confere com a senha"
            ELSE
               MOVE "S" TO WS-OM-VALID
            END-IF
            END-IF
            MOVE SPACES TO WS-OM-CONFIRM.

         GET-ROLE.
            DISPLAY "#Papel (TELLER/SUPERVISOR/READONLY/ADMIN): "
               NO ADVANCING
            ACCEPT WS-OM-ROLE
            INSPECT WS-OM-ROLE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-OM-ROLE = "TELLER" OR WS-OM-ROLE = "SUPERVISOR"
               OR WS-OM-ROLE = "READONLY" OR WS-OM-ROLE = "ADMIN"
               MOVE "S" TO WS-OM-VALID
            ELSE
               MOVE "N" TO WS-OM-VALID
               DISPLAY "0\OPERATOR"
               DISPLAY "#Papel invalido"
            END-IF
      *    Papel ADMIN so e concedido por um ADMIN (ou no bootstrap) -
      *    o supervisor nao cria nem promove um ADMIN que controla.
            IF WS-OM-VALID = "S" AND WS-OM-ROLE = "ADMIN"
               AND WS-ADMIN-ROLE NOT = "ADMIN"
               AND WS-ADMIN-USER NOT = "BOOTSTRAP"
               MOVE "N" TO WS-OM-VALID
               DISPLAY "0\ROLE"
               DISPLAY "#So um ADMIN concede o papel ADMIN"
               MOVE "concessao de ADMIN" TO WS-OM-REFUSAL
               PERFORM LOG-ROLE-REFUSED
            END-IF.

         CHECK-TARGET-ROLE.
      *    Cadastro de um ADMIN so e mantido por outro ADMIN - sem isso
      *    o supervisor resetaria a senha do ADMIN e entraria com ela.
      *    Login inexistente segue; o UPDATE nao acha linha.
            MOVE SPACES TO WS-OM-TARGET-ROLE
            EXEC SQL
               SELECT role INTO :WS-OM-TARGET-ROLE
               FROM operators
               WHERE login = :WS-OM-LOGIN
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "N" TO WS-OM-VALID
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OM-TARGET-ROLE = "ADMIN"
                    AND WS-ADMIN-ROLE NOT = "ADMIN"
               MOVE "N" TO WS-OM-VALID
               DISPLAY "0\ROLE"
               DISPLAY "#Cadastro de ADMIN so e mantido por um ADMIN"
               MOVE "alvo ADMIN" TO WS-OM-REFUSAL
               PERFORM LOG-ROLE-REFUSED
            END-IF
            END-IF.

         LOG-ROLE-REFUSED.
            MOVE "OPER-ROLE"   TO WS-LOG-ACTION
            MOVE "REFUSED"     TO WS-LOG-STATUS
            MOVE 0             TO WS-LOG-VALUE
            MOVE SPACES        TO WS-LOG-MESSAGE
            STRING WS-CMD DELIMITED BY SPACE
               " " WS-OM-LOGIN DELIMITED BY SPACE
               " por " WS-ADMIN-USER DELIMITED BY SPACE
               " (" WS-ADMIN-ROLE DELIMITED BY SPACE
               "): " WS-OM-REFUSAL DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         ENROLL-OPERATOR.
            PERFORM GET-LOGIN-ARG
            MOVE 0 TO WS-OM-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-OM-COUNT
               FROM operators
               WHERE login = :WS-OM-LOGIN
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OM-LOGIN = SPACES
               DISPLAY "0\OPERATOR"
               DISPLAY "#Login obrigatorio"
            ELSE IF WS-OM-COUNT > 0
               DISPLAY "0\OPERATOR"
               DISPLAY "#Login ja cadastrado"
            ELSE
               DISPLAY "#Nome completo: " NO ADVANCING
               ACCEPT WS-OM-NAME
               DISPLAY "#Agencia: " NO ADVANCING
               ACCEPT WS-OM-BRANCH
               IF WS-OM-BRANCH = SPACES
                  MOVE "HQ" TO WS-OM-BRANCH
               END-IF
               PERFORM GET-ROLE
      *        No bootstrap o primeiro cadastro e obrigatoriamente um
      *        ADMIN - senao ninguem mais abriria esta mesa.
               IF WS-OM-VALID = "S" AND WS-ADMIN-USER = "BOOTSTRAP"
                  AND WS-OM-ROLE NOT = "ADMIN"
                  MOVE "N" TO WS-OM-VALID
                  DISPLAY "0\OPERATOR"
                  DISPLAY "#O primeiro operador deve ser ADMIN"
               END-IF
               IF WS-OM-VALID = "S"
                  PERFORM GET-NEW-PASSWORD
               END-IF
               IF WS-OM-VALID = "S"
                  PERFORM INSERT-OPERATOR
               END-IF
            END-IF
            END-IF
            END-IF
            MOVE SPACES TO WS-OM-PASSWD.

         INSERT-OPERATOR.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO operators
                  (login, full_name, pwd_hash, branch, role, status,
                   pwd_expiry, recert_due, fail_count,
                   enrolled_by, enrolled_at, updated_by, updated_at)
               VALUES (:WS-OM-LOGIN, :WS-OM-NAME,
                       md5(TRIM(:WS-OM-LOGIN) ||
                           TRIM(:WS-OM-PASSWD)),
                       :WS-OM-BRANCH, :WS-OM-ROLE, 'ACTIVE',
                       CURRENT_DATE + :WS-OM-PWD-DAYS,
                       CURRENT_DATE + :WS-OM-RECERT-DAYS, 0,
                       :WS-ADMIN-USER, now(), :WS-ADMIN-USER, now())
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

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
               DISPLAY "1\OPER-ENROLL\" WS-OM-LOGIN
               DISPLAY "#Operador cadastrado - papel " WS-OM-ROLE
                  " agencia " WS-OM-BRANCH

               MOVE "OPER-ENROLL" TO WS-LOG-ACTION
               MOVE "OK"          TO WS-LOG-STATUS
               MOVE 0             TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "operador " WS-OM-LOGIN " papel " WS-OM-ROLE
                  " agencia " WS-OM-BRANCH " cadastrado por "
                  WS-ADMIN-USER DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
      *        Apos o primeiro ADMIN o bootstrap acabou - quem cadastrou
      *        sai e volta com o login novo.
               IF WS-ADMIN-USER = "BOOTSTRAP"
                  DISPLAY "#Primeiro ADMIN cadastrado - entre de novo "
                     "com o login criado"
                  MOVE "EXIT" TO WS-CMD
               END-IF
            END-IF.

         BLOCK-OPERATOR.
            PERFORM GET-LOGIN-ARG
            PERFORM CHECK-NOT-SELF
            IF WS-OM-VALID = "S"
               PERFORM CHECK-TARGET-ROLE
            END-IF
            IF WS-OM-VALID = "S"
               DISPLAY "#Motivo do bloqueio: " NO ADVANCING
               ACCEPT WS-OM-REASON
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE operators
                  SET status = 'BLOCKED',
                      blocked_reason = :WS-OM-REASON,
                      updated_by = :WS-ADMIN-USER, updated_at = now()
                  WHERE login = :WS-OM-LOGIN
                    AND status <> 'BLOCKED'
               END-EXEC
               MOVE "OPER-BLOCK" TO WS-LOG-ACTION
               PERFORM FINISH-STATUS-UPDATE
            END-IF.

         UNBLOCK-OPERATOR.
            PERFORM GET-LOGIN-ARG
            PERFORM CHECK-NOT-SELF
            IF WS-OM-VALID = "S"
               PERFORM CHECK-TARGET-ROLE
            END-IF
            IF WS-OM-VALID = "S"
               MOVE SPACES TO WS-OM-REASON
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE operators
                  SET status = 'ACTIVE', fail_count = 0,
                      blocked_reason = NULL,
                      updated_by = :WS-ADMIN-USER, updated_at = now()
                  WHERE login = :WS-OM-LOGIN
                    AND status = 'BLOCKED'
               END-EXEC
               MOVE "OPER-UNBLOCK" TO WS-LOG-ACTION
               PERFORM FINISH-STATUS-UPDATE
            END-IF.

         RESET-OPERATOR.
      *    Senha nova entregue pelo supervisor - destrava o LOCKED de
      *    tentativas, mas nao levanta um BLOCKED deliberado.
            PERFORM GET-LOGIN-ARG
            PERFORM CHECK-NOT-SELF
            IF WS-OM-VALID = "S"
               PERFORM CHECK-TARGET-ROLE
            END-IF
            IF WS-OM-VALID = "S"
               PERFORM GET-NEW-PASSWORD
            END-IF
            IF WS-OM-VALID = "S"
               MOVE SPACES TO WS-OM-REASON
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE operators
                  SET pwd_hash = md5(TRIM(login) ||
                                     TRIM(:WS-OM-PASSWD)),
                      pwd_expiry = CURRENT_DATE + :WS-OM-PWD-DAYS,
                      fail_count = 0,
                      status = CASE WHEN status = 'LOCKED'
                                    THEN 'ACTIVE' ELSE status END,
                      updated_by = :WS-ADMIN-USER, updated_at = now()
                  WHERE login = :WS-OM-LOGIN
                    AND status <> 'BLOCKED'
               END-EXEC
               MOVE "OPER-RESET" TO WS-LOG-ACTION
               PERFORM FINISH-STATUS-UPDATE
            END-IF
            MOVE SPACES TO WS-OM-PASSWD.

         RECERT-OPERATOR.
      *    Recertificacao periodica - o supervisor confirma que o
      *    acesso continua necessario e reafirma (ou troca) o papel.
            PERFORM GET-LOGIN-ARG
            PERFORM CHECK-NOT-SELF
            IF WS-OM-VALID = "S"
               PERFORM CHECK-TARGET-ROLE
            END-IF
            IF WS-OM-VALID = "S"
               PERFORM GET-ROLE
            END-IF
            IF WS-OM-VALID = "S"
               MOVE SPACES TO WS-OM-REASON
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE operators
                  SET role = :WS-OM-ROLE,
                      recert_due = CURRENT_DATE + :WS-OM-RECERT-DAYS,
                      updated_by = :WS-ADMIN-USER, updated_at = now()
                  WHERE login = :WS-OM-LOGIN
               END-EXEC
               MOVE "OPER-RECERT" TO WS-LOG-ACTION
               PERFORM FINISH-STATUS-UPDATE
            END-IF.

         READ-OPERATOR-IMAGE.
      *    Imagem do operador para a trilha de alteracoes - sem o hash
      *    da senha; a troca aparece na nova validade da senha.
            MOVE "operators" TO WS-CHG-TABLE
            MOVE WS-OM-LOGIN TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT (row_to_json(t)::jsonb - 'pwd_hash')::text
               INTO :WS-CHG-IMAGE
               FROM operators t
               WHERE login = :WS-OM-LOGIN
            END-EXEC.

         FINISH-STATUS-UPDATE.
      *    Desfecho comum dos UPDATEs da mesa - nenhuma linha tocada
      *    quer dizer login inexistente ou ja na situacao pedida.
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-OPERATOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF SQLERRD(3) = 0
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "0\OPERATOR"
               DISPLAY "#Operador inexistente ou ja nessa situacao"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\OPERATOR\" WS-OM-LOGIN
               DISPLAY "#Cadastro do operador atualizado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE 0      TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "operador " WS-OM-LOGIN " por "
                  WS-ADMIN-USER " " WS-OM-ROLE " " WS-OM-REASON
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            END-IF
            MOVE SPACES TO WS-OM-ROLE.

         QUERY-OPERATOR.
            PERFORM GET-LOGIN-ARG
            EXEC SQL
               SELECT full_name, branch, role, status, fail_count,
                      TO_CHAR(pwd_expiry, 'YYYY-MM-DD'),
                      TO_CHAR(recert_due, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(last_login,
                               'YYYY-MM-DD HH24:MI'), ' ')
               INTO :WS-OM-NAME, :WS-OM-BRANCH, :WS-OM-ROLE,
                    :WS-OM-STATUS, :WS-OM-FAILS,
                    :WS-OM-PWD-EXPIRY, :WS-OM-RECERT-DUE,
                    :WS-OM-LAST-LOGIN
               FROM operators
               WHERE login = :WS-OM-LOGIN
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\OPERATOR"
               DISPLAY "#Operador nao cadastrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\OPER-STATUS\" WS-OM-STATUS
               DISPLAY "#Nome         : " WS-OM-NAME
               DISPLAY "#Agencia/papel: " WS-OM-BRANCH " "
                  WS-OM-ROLE
               DISPLAY "#Situacao     : " WS-OM-STATUS
               DISPLAY "#Tentativas   : " WS-OM-FAILS
               DISPLAY "#Senha vence  : " WS-OM-PWD-EXPIRY
               DISPLAY "#Recertificar : " WS-OM-RECERT-DUE
               DISPLAY "#Ultimo acesso: " WS-OM-LAST-LOGIN
            END-IF
            END-IF
            MOVE SPACES TO WS-OM-ROLE.

         LIST-OPERATORS.
            MOVE WS-CMD-ARGS TO WS-OM-FILTER
            EXEC SQL
               DECLARE OPER-CUR CURSOR FOR
               SELECT login, branch, role, status,
                      TO_CHAR(pwd_expiry, 'YYYY-MM-DD'),
                      TO_CHAR(recert_due, 'YYYY-MM-DD')
               FROM operators
               WHERE (TRIM(:WS-OM-FILTER) = ''
                      OR branch = TRIM(:WS-OM-FILTER))
               ORDER BY branch, login
            END-EXEC

            EXEC SQL
               OPEN OPER-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-OPER-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OPER-CUR
               END-EXEC
               DISPLAY "1\LIST"
            END-IF
            MOVE SPACES TO WS-OM-ROLE.

         FETCH-OPER-ROW.
            EXEC SQL
               FETCH OPER-CUR
               INTO :WS-OM-LOGIN, :WS-OM-BRANCH, :WS-OM-ROLE,
                    :WS-OM-STATUS, :WS-OM-PWD-EXPIRY,
                    :WS-OM-RECERT-DUE
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
               DISPLAY "row\" WS-OM-LOGIN "\" WS-OM-BRANCH "\"
                  WS-OM-ROLE "\" WS-OM-STATUS "\"
                  WS-OM-PWD-EXPIRY "\" WS-OM-RECERT-DUE
            END-IF
            END-IF.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK.
            MOVE WS-ADMIN-USER TO WS-CHG-OPERATOR
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

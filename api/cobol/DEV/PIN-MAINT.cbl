      *  never in clear). Verification happens in Enginev3 before any
      *  TRANSFER/WITHDRAW/PIX debit posts; here live the enrollment,
      *  the change (old PIN required), the status inquiry and the
      *  supervisor unlock after the lockout, vouched by a registered
      *  SUPERVISOR/ADMIN through OPERAUTH exactly as Enginev3 does
      *  for its overrides - never by the operator at the console.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-PIN-STATUS-DB        PIC X(10) VALUE SPACES.

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
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
      *    O hash da senha nao entra na imagem; a troca aparece como o
      *    campo "pin" marcado na imagem depois.
         01  WS-PIN-IMG-MARK        PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-PIN-CONFIRM         PIC X(6)  VALUE SPACES.
         01  WS-PIN-TRIES-ENV       PIC X(1)  VALUE SPACE.

      *    Aval de supervisor para o destravamento - conferido no
      *    cadastro de operadores (OPERAUTH SUPERV), como nas
      *    liberacoes da Enginev3; papel e agencia do supervisor ficam
      *    a parte para nao trocar os do operador do console.
         01  WS-SUP-USER            PIC X(20) VALUE SPACES.
         01  WS-SUP-PASSWD          PIC X(20) VALUE SPACES.
         01  WS-SUP-ROLE            PIC X(10) VALUE SPACES.
         01  WS-SUP-BRANCH          PIC X(6)  VALUE SPACES.
         01  WS-SUP-DISP            PIC X(1)  VALUE SPACE.
         01  WS-SUP-OK              PIC X(1)  VALUE "N".

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "PIN-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PINMAINT".
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM OPERATOR-SIGNON
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
               DISPLAY "#Senhas de cliente - digite HELP para ajuda"
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
                  DISPLAY "0\PIN"
                  DISPLAY "#Conta ja tem senha - use CHANGE"
               ELSE
                  MOVE SPACES TO WS-CHG-BEFORE
                  EXEC SQL
                     INSERT INTO customer_pins
                        (account, pin_hash, fail_count, status,
                     VALUES (:WS-PIN-ACCOUNT, md5(:WS-PIN-IN),
                             0, 'ACTIVE', CURRENT_DATE)
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     MOVE "CADASTRADA" TO WS-PIN-IMG-MARK
                     PERFORM READ-PIN-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               ELSE
                  PERFORM READ-PIN-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE customer_pins
                     SET pin_hash = md5(:WS-PIN-NEW),
                         fail_count = 0
                     WHERE account = :WS-PIN-ACCOUNT
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     MOVE "TROCADA" TO WS-PIN-IMG-MARK
                     PERFORM READ-PIN-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
            MOVE SPACES TO WS-PIN-NEW
            MOVE SPACES TO WS-PIN-CONFIRM.

         READ-PIN-IMAGE.
      *    Imagem da senha da conta para a trilha de alteracoes - sem
      *    o pin_hash; a marca, quando ha, vale so para esta leitura.
            MOVE "customer_pins" TO WS-CHG-TABLE
            MOVE WS-PIN-ACCOUNT TO WS-CHG-KEY
            MOVE WS-PIN-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT ((row_to_json(t)::jsonb - 'pin_hash') ||
                       jsonb_strip_nulls(jsonb_build_object('pin',
                          NULLIF(TRIM(:WS-PIN-IMG-MARK), ''))))::text
               INTO :WS-CHG-IMAGE
               FROM customer_pins t
               WHERE account = :WS-PIN-ACCOUNT
            END-EXEC
            MOVE SPACES TO WS-PIN-IMG-MARK.

         QUERY-PIN-STATUS.
            PERFORM GET-ACCOUNT-ARG

            END-IF.

         UNLOCK-PIN.
      *    Destravamento so com o aval de um supervisor do cadastro
      *    (SUPERVISOR/ADMIN ativo, senha certa) que nao seja o
      *    proprio operador do console.
            PERFORM GET-ACCOUNT-ARG
            DISPLAY "#Usuario supervisor: " NO ADVANCING
            ACCEPT WS-SUP-USER
            DISPLAY "#Senha supervisor: " NO ADVANCING
            ACCEPT WS-SUP-PASSWD
            PERFORM VERIFY-SUPERVISOR
            IF WS-SUP-OK NOT = "S"
               DISPLAY "0\PIN"
               DISPLAY "#Credenciais de supervisor invalidas"

               MOVE "PIN-UNLOCK" TO WS-LOG-ACTION
               MOVE "DENIED"     TO WS-LOG-STATUS
               MOVE 0            TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE
               STRING "destravamento negado a " WS-SUP-USER
                  " conta " WS-PIN-ACCOUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               PERFORM READ-PIN-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE customer_pins
                  SET status = 'ACTIVE', fail_count = 0
                  WHERE account = :WS-PIN-ACCOUNT
                    AND status = 'LOCKED'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-PIN-IMAGE
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
               ELSE
                  IF SQLERRD(3) = 0
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     DISPLAY "0\PIN"
                     DISPLAY "#Conta sem senha travada"
                  ELSE
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     DISPLAY "1\PIN-UNLOCK\" WS-PIN-ACCOUNT
                     DISPLAY "#Senha destravada pelo supervisor"

                     MOVE "PIN-UNLOCK" TO WS-LOG-ACTION
                     MOVE "OK"         TO WS-LOG-STATUS
                     MOVE 0            TO WS-LOG-VALUE
                     MOVE SPACES       TO WS-LOG-MESSAGE
                     STRING "supervisor " WS-SUP-USER
                        " destravou a conta " WS-PIN-ACCOUNT
                        DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                     END-STRING
                     CALL "LOGINSERT" USING WS-LOG-DATA
                  END-IF
               END-IF
            END-IF.

         VERIFY-SUPERVISOR.
      *    Aval de supervisor - WS-SUP-USER e WS-SUP-PASSWD ja
      *    digitados. Vale o cadastro de operadores e nunca o proprio
      *    operador do console.
            MOVE "N" TO WS-SUP-OK
            INSPECT WS-SUP-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            IF WS-SUP-USER NOT = SPACES
               AND WS-SUP-USER NOT = WS-OPERATOR-USER
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-SUP-USER,
                  WS-SUP-PASSWD, WS-SUP-ROLE, WS-SUP-BRANCH,
                  WS-SUP-DISP
               IF WS-SUP-DISP = "S"
                  MOVE "S" TO WS-SUP-OK
               END-IF
            END-IF
            MOVE SPACES TO WS-SUP-PASSWD.

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

         FIM-PROGRAMA.

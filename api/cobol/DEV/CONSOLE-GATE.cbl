      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Gate of the SQLCommands console (api/cobol/dev) in front of
      *  the ad-hoc stored function call (option 3). The console runs
      *  the function over ODBC; this program keeps its own Ocesql
      *  connection, signs the operator on and decides what may run:
      *
      *  console_functions : func_name, kind, status, description
      *    kind READONLY   - consulta, roda so com o operador logado
      *         PRIVILEGED - altera dados, exige chamado de mudanca e
      *                      aval de um segundo operador (SUPERVISOR/
      *                      ADMIN, nunca o proprio operador)
      *         BLOCKED    - nunca roda pelo console
      *    Only ACTIVE rows count. A function of the application
      *    schema that is not in the catalog is PRIVILEGED; names that
      *    are not an application function (pg_catalog included) are
      *    refused.
      *
      *  console_exec_log : id, exec_at, operator, approver, ticket,
      *    func_name, kind, args, outcome, result, finished_at,
      *    conn_pid
      *    outcome STARTED  - gravado antes da execucao; fica assim se
      *                       o console cair no meio
      *            EXECUTED / FAILED - resultado devolvido pelo ODBC
      *            REFUSED  - barrado aqui (motivo em result)
      *    Read monthly by CONSOLE-RPT.
      *
      *  CALL "CONSGATE" USING funcao, login, senha, chamado,
      *                        nome-funcao, argumentos, tipo,
      *                        resultado, disp
      *    funcao  X(8)  : "SIGNON  " login/senha do operador
      *                    "CHECK   " nome-funcao -> tipo
      *                    "APPROVE " login/senha do aprovador,
      *                               chamado, argumentos
      *                    "START   " argumentos -> abre o registro
      *                    "FINISH  " tipo = EXECUTED/FAILED,
      *                               resultado -> fecha o registro
      *                    "END     " desconecta
      *    login X(20), senha X(20), chamado X(20),
      *    nome-funcao X(30), argumentos X(400), tipo X(10),
      *    resultado X(200)
      *    disp X(1) : "S" ok          "N" nao autorizado/invalido
      *                "U" funcao desconhecida
      *                "X" funcao bloqueada no catalogo
      *                "T" chamado nao informado
      *                "A" aprovador igual ao operador
      *                "D" erro de banco
      *                ou a disposicao do OPERAUTH (B/L/E/R/F)
      *
      *  The approval is good for one execution only - FINISH and a
      *  new CHECK both drop it.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSOLE-GATE.
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

      *    Estado da sessao do console - operador logado, funcao
      *    conferida pelo ultimo CHECK e o aval pendente.
         01  WS-CG-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-CG-APPROVER          PIC X(20) VALUE SPACES.
         01  WS-CG-TICKET            PIC X(20) VALUE SPACES.
         01  WS-CG-FUNC              PIC X(30) VALUE SPACES.
         01  WS-CG-KIND              PIC X(10) VALUE SPACES.
         01  WS-CG-ARGS              PIC X(400) VALUE SPACES.
         01  WS-CG-OUTCOME           PIC X(10) VALUE SPACES.
         01  WS-CG-RESULT            PIC X(200) VALUE SPACES.
         01  WS-CG-EXEC-ID           PIC 9(9)  VALUE 0.
         01  WS-CG-PROC-COUNT        PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CG-APPROVED          PIC X(1)  VALUE "N".

         01  WS-AUTH-FUNC            PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE            PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH          PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP            PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSGATE".
             05  WS-LOG-ACTION         PIC X(20) VALUE SPACES.
             05  WS-LOG-STATUS         PIC X(10) VALUE SPACES.
             05  WS-LOG-RESPONSE-TIME  PIC 9(6)  VALUE 0.
             05  WS-LOG-MESSAGE        PIC X(100) VALUE SPACES.
             05  WS-LOG-ENDPOINT       PIC X(50) VALUE SPACES.
             05  WS-LOG-METHOD         PIC X(6)  VALUE SPACES.
             05  WS-LOG-VALUE          PIC S9(10)V99 VALUE 0.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-FUNC                 PIC X(8).
         01  LK-LOGIN                PIC X(20).
         01  LK-PASSWD               PIC X(20).
         01  LK-TICKET               PIC X(20).
         01  LK-FUNC-NAME            PIC X(30).
         01  LK-ARGS                 PIC X(400).
         01  LK-KIND                 PIC X(10).
         01  LK-RESULT               PIC X(200).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-FUNC, LK-LOGIN,
               LK-PASSWD, LK-TICKET, LK-FUNC-NAME, LK-ARGS, LK-KIND,
               LK-RESULT, LK-DISPOSITION.
      ******************************************************************
         CONSGATE-RTN.
            ENTRY "CONSGATE" USING LK-FUNC, LK-LOGIN, LK-PASSWD,
               LK-TICKET, LK-FUNC-NAME, LK-ARGS, LK-KIND, LK-RESULT,
               LK-DISPOSITION.
            MOVE "N" TO LK-DISPOSITION
            IF LK-FUNC NOT = "END"
               PERFORM START-SQL
            END-IF
            IF WS-DB-STARTED = "S"
               EVALUATE LK-FUNC
                  WHEN "SIGNON"   PERFORM SIGNON-OPERATOR
                  WHEN "CHECK"    PERFORM CHECK-FUNCTION
                  WHEN "APPROVE"  PERFORM APPROVE-EXECUTION
                  WHEN "START"    PERFORM START-EXECUTION
                  WHEN "FINISH"   PERFORM FINISH-EXECUTION
                  WHEN "END"      PERFORM FIM-PROGRAMA
                  WHEN OTHER      MOVE "N" TO LK-DISPOSITION
               END-EVALUATE
            END-IF
            MOVE SPACES TO LK-PASSWD.
            EXIT PROGRAM.

         START-SQL.
      *    CONNECT na primeira chamada - credenciais do vault, como as
      *    mesas; a conexao fica aberta ate o END do console.
            IF WS-DB-STARTED NOT = "S"
               MOVE "cobolbd"   TO   DBNAME
               CALL "GETCREDS" USING USERNAME, PASSWD

               EXEC SQL
                  CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
               END-EXEC

               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               ELSE
                  MOVE "S" TO WS-DB-STARTED
                  EXEC SQL
                     SELECT pg_backend_pid() INTO :WS-CONN-PID
                  END-EXEC
                  MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               END-IF
            END-IF.

         SIGNON-OPERATOR.
      *    Mesmo cadastro das mesas (OPERAUTH LOGIN); papel READONLY
      *    nao abre o console, ja que ele roda funcoes do banco.
            MOVE SPACES TO WS-CG-OPERATOR
            PERFORM DROP-APPROVAL
            INSPECT LK-LOGIN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE "LOGIN" TO WS-AUTH-FUNC
            CALL "OPERAUTH" USING WS-AUTH-FUNC, LK-LOGIN, LK-PASSWD,
               WS-AUTH-ROLE, WS-AUTH-BRANCH, WS-AUTH-DISP
            IF WS-AUTH-DISP = "S" AND WS-AUTH-ROLE = "READONLY"
               MOVE "F" TO WS-AUTH-DISP
            END-IF
            MOVE WS-AUTH-DISP TO LK-DISPOSITION

            MOVE "LOGIN" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "console SQLCommands operador " LK-LOGIN " disp "
               WS-AUTH-DISP
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            IF WS-AUTH-DISP = "S"
               MOVE LK-LOGIN TO WS-CG-OPERATOR
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "DENIED" TO WS-LOG-STATUS
            END-IF
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CHECK-FUNCTION.
      *    So nome simples de funcao do esquema da aplicacao - nada de
      *    esquema qualificado, aspas ou funcao do pg_catalog. Fora
      *    do catalogo vale PRIVILEGED.
            PERFORM DROP-APPROVAL
            MOVE SPACES TO LK-KIND
            MOVE LK-FUNC-NAME TO WS-CG-FUNC
            INSPECT WS-CG-FUNC CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE WS-CG-FUNC TO LK-FUNC-NAME
            MOVE SPACES TO WS-CG-KIND
            MOVE SPACES TO WS-CG-ARGS

            IF WS-CG-OPERATOR = SPACES
               MOVE "N" TO LK-DISPOSITION
            ELSE
               MOVE 0 TO WS-CG-PROC-COUNT
               EXEC SQL
                  SELECT COUNT(*)
                  INTO :WS-CG-PROC-COUNT
                  FROM pg_proc p
                  JOIN pg_namespace n ON n.oid = p.pronamespace
                  WHERE TRIM(:WS-CG-FUNC) ~ '^[a-z_][a-z0-9_]*$'
                    AND p.proname = TRIM(:WS-CG-FUNC)
                    AND n.nspname NOT IN ('pg_catalog',
                                          'information_schema')
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
                  MOVE "D" TO LK-DISPOSITION
               ELSE IF WS-CG-PROC-COUNT = 0
                  MOVE "U" TO LK-DISPOSITION
                  MOVE "funcao desconhecida" TO WS-CG-RESULT
                  PERFORM WRITE-REFUSAL
               ELSE
                  PERFORM READ-CATALOG-KIND
               END-IF
               END-IF
            END-IF
            IF LK-DISPOSITION = "S"
               MOVE WS-CG-KIND TO LK-KIND
            ELSE
               MOVE SPACES TO WS-CG-FUNC
               MOVE SPACES TO WS-CG-KIND
            END-IF.

         READ-CATALOG-KIND.
            EXEC SQL
               SELECT kind
               INTO :WS-CG-KIND
               FROM console_functions
               WHERE func_name = TRIM(:WS-CG-FUNC)
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = 100
               MOVE "PRIVILEGED" TO WS-CG-KIND
               MOVE "S" TO LK-DISPOSITION
            ELSE IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
               MOVE "D" TO LK-DISPOSITION
            ELSE IF WS-CG-KIND = "READONLY"
               OR WS-CG-KIND = "PRIVILEGED"
               MOVE "S" TO LK-DISPOSITION
            ELSE
               MOVE "X" TO LK-DISPOSITION
               MOVE "funcao bloqueada no catalogo" TO WS-CG-RESULT
               PERFORM WRITE-REFUSAL
            END-IF
            END-IF
            END-IF.

         APPROVE-EXECUTION.
      *    Aval de um segundo operador (OPERAUTH SUPERV) com o numero
      *    do chamado de mudanca; toda recusa fica no registro.
            PERFORM DROP-APPROVAL
            MOVE LK-ARGS TO WS-CG-ARGS
            MOVE LK-TICKET TO WS-CG-TICKET
            INSPECT LK-LOGIN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE LK-LOGIN TO WS-CG-APPROVER

            IF WS-CG-OPERATOR = SPACES
               OR WS-CG-KIND NOT = "PRIVILEGED"
               MOVE "N" TO LK-DISPOSITION
            ELSE IF LK-TICKET = SPACES
               MOVE "T" TO LK-DISPOSITION
               MOVE "chamado de mudanca nao informado"
                  TO WS-CG-RESULT
               PERFORM WRITE-REFUSAL
            ELSE IF LK-LOGIN = SPACES
               OR LK-LOGIN = WS-CG-OPERATOR
               MOVE "A" TO LK-DISPOSITION
               MOVE "aprovador ausente ou igual ao operador"
                  TO WS-CG-RESULT
               PERFORM WRITE-REFUSAL
            ELSE
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, LK-LOGIN,
                  LK-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
               MOVE WS-AUTH-DISP TO LK-DISPOSITION
               IF WS-AUTH-DISP = "S"
                  MOVE "S" TO WS-CG-APPROVED
               ELSE
                  MOVE SPACES TO WS-CG-RESULT
                  STRING "aval recusado pelo cadastro disp "
                     WS-AUTH-DISP
                     DELIMITED BY SIZE INTO WS-CG-RESULT
                  END-STRING
                  PERFORM WRITE-REFUSAL
               END-IF
            END-IF
            END-IF
            END-IF
            IF WS-CG-APPROVED NOT = "S"
               MOVE SPACES TO WS-CG-APPROVER
               MOVE SPACES TO WS-CG-TICKET
            END-IF.

         START-EXECUTION.
      *    O registro entra antes da chamada ODBC - sem ele gravado a
      *    funcao nao roda.
            MOVE LK-ARGS TO WS-CG-ARGS
            IF WS-CG-OPERATOR = SPACES OR WS-CG-FUNC = SPACES
               MOVE "N" TO LK-DISPOSITION
            ELSE IF WS-CG-KIND NOT = "READONLY"
               AND WS-CG-APPROVED NOT = "S"
               MOVE "N" TO LK-DISPOSITION
            ELSE
               EXEC SQL
                  INSERT INTO console_exec_log
                     (exec_at, operator, approver, ticket, func_name,
                      kind, args, outcome, result, conn_pid)
                  VALUES (now(), TRIM(:WS-CG-OPERATOR),
                     NULLIF(TRIM(:WS-CG-APPROVER), ''),
                     NULLIF(TRIM(:WS-CG-TICKET), ''),
                     TRIM(:WS-CG-FUNC), TRIM(:WS-CG-KIND),
                     TRIM(:WS-CG-ARGS), 'STARTED', NULL,
                     :WS-CONN-PID)
                  RETURNING id INTO :WS-CG-EXEC-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "D" TO LK-DISPOSITION
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  MOVE "S" TO LK-DISPOSITION
               END-IF
            END-IF
            END-IF.

         FINISH-EXECUTION.
            IF WS-CG-EXEC-ID = 0
               MOVE "N" TO LK-DISPOSITION
            ELSE
               MOVE LK-KIND TO WS-CG-OUTCOME
               IF WS-CG-OUTCOME NOT = "EXECUTED"
                  MOVE "FAILED" TO WS-CG-OUTCOME
               END-IF
               MOVE LK-RESULT TO WS-CG-RESULT
               EXEC SQL
                  UPDATE console_exec_log
                  SET outcome = TRIM(:WS-CG-OUTCOME),
                      result = TRIM(:WS-CG-RESULT),
                      finished_at = now()
                  WHERE id = :WS-CG-EXEC-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "D" TO LK-DISPOSITION
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  MOVE "S" TO LK-DISPOSITION
               END-IF
            END-IF
            MOVE 0 TO WS-CG-EXEC-ID
            MOVE SPACES TO WS-CG-FUNC
            MOVE SPACES TO WS-CG-KIND
            PERFORM DROP-APPROVAL.

         WRITE-REFUSAL.
      *    Tentativa barrada - vai para o mesmo registro, com o motivo
      *    em result, para o relatorio mensal da auditoria de TI.
            EXEC SQL
               INSERT INTO console_exec_log
                  (exec_at, operator, approver, ticket, func_name,
                   kind, args, outcome, result, finished_at,
                   conn_pid)
               VALUES (now(), TRIM(:WS-CG-OPERATOR),
                  NULLIF(TRIM(:WS-CG-APPROVER), ''),
                  NULLIF(TRIM(:WS-CG-TICKET), ''),
                  TRIM(:WS-CG-FUNC),
                  NULLIF(TRIM(:WS-CG-KIND), ''),
                  NULLIF(TRIM(:WS-CG-ARGS), ''), 'REFUSED',
                  TRIM(:WS-CG-RESULT), now(), :WS-CONN-PID)
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF
            MOVE SPACES TO WS-CG-RESULT.

         DROP-APPROVAL.
            MOVE "N" TO WS-CG-APPROVED
            MOVE SPACES TO WS-CG-APPROVER
            MOVE SPACES TO WS-CG-TICKET.

         NOTE-SQL-FAILURE.
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               MOVE "N" TO WS-DB-STARTED
            END-IF
            MOVE SPACES TO WS-CG-OPERATOR
            MOVE "S" TO LK-DISPOSITION.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Operator authentication against the operators registry kept
      *  by OPER-MAINT - replaces the single OPERATOR_USER/
      *  SUPERVISOR_USER pair the engines used to read from the
      *  environment. Called on an already-open connection (same
      *  pattern as GETPARAM/DATESRV), so the password is checked as
      *  an md5 hash inside the database and never travels to a log.
      *
      *  CALL "OPERAUTH" USING funcao, login, senha, papel, agencia,
      *                        disp
      *    funcao  X(8) : "LOGIN   " abre sessao do operador
      *                   "SUPERV  " aval de supervisor (papel
      *                              SUPERVISOR ou ADMIN)
      *                   "STATUS  " sem senha - so rele papel e
      *                              situacao (reconexao, CHECK-ROLE)
      *    login   X(20), senha X(20)
      *    papel   X(10), agencia X(6) : devolvidos do cadastro
      *    disp    X(1) : "S" ok        "N" login/senha nao confere
      *                   "B" bloqueado "L" travado por tentativas
      *                   "E" senha expirada
      *                   "R" recertificacao vencida
      *                   (B/L/E/R so com a senha provada - senha
      *                   errada devolve sempre "N")
      *                   "F" papel sem alcada para a funcao
      *                   "D" erro de banco
      *
      *  Cada senha errada soma em fail_count; no teto OPER_MAX_TRIES
      *  (bank_params, padrao 3) o operador fica LOCKED ate um RESET
      *  na OPER-MAINT.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OPER-AUTH.
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
         01  WS-OA-LOGIN             PIC X(20) VALUE SPACES.
         01  WS-OA-PASSWD            PIC X(20) VALUE SPACES.
         01  WS-OA-ROLE              PIC X(10) VALUE SPACES.
         01  WS-OA-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-OA-STATUS            PIC X(10) VALUE SPACES.
         01  WS-OA-FAILS             PIC 9(3)  VALUE 0.
         01  WS-OA-PWD-MATCH         PIC 9(1)  VALUE 0.
         01  WS-OA-PWD-EXPIRED       PIC 9(1)  VALUE 0.
         01  WS-OA-RECERT-LATE       PIC 9(1)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-OA-MAX-TRIES         PIC 9(3)  VALUE 3.
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         LINKAGE SECTION.
         01  LK-FUNC                 PIC X(8).
         01  LK-LOGIN                PIC X(20).
         01  LK-PASSWD               PIC X(20).
         01  LK-ROLE                 PIC X(10).
         01  LK-BRANCH               PIC X(6).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-FUNC, LK-LOGIN,
               LK-PASSWD, LK-ROLE, LK-BRANCH, LK-DISPOSITION.
      ******************************************************************
         OPERAUTH-RTN.
            ENTRY "OPERAUTH" USING LK-FUNC, LK-LOGIN, LK-PASSWD,
               LK-ROLE, LK-BRANCH, LK-DISPOSITION.
            MOVE "N" TO LK-DISPOSITION
            MOVE LK-LOGIN TO WS-OA-LOGIN
            MOVE LK-PASSWD TO WS-OA-PASSWD

            MOVE 3 TO WS-OA-MAX-TRIES
            MOVE "OPER_MAX_TRIES" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-OA-MAX-TRIES
            END-IF

            PERFORM READ-OPERATOR
            IF LK-DISPOSITION = "S"
               EVALUATE LK-FUNC
                  WHEN "LOGIN"    PERFORM CHECK-PASSWORD
                  WHEN "SUPERV"   PERFORM CHECK-SUPERVISOR
                  WHEN "STATUS"   CONTINUE
                  WHEN OTHER      MOVE "N" TO LK-DISPOSITION
               END-EVALUATE
            END-IF
            MOVE SPACES TO WS-OA-PASSWD.
            EXIT PROGRAM.

         READ-OPERATOR.
      *    O hash e md5 de login concatenado com a senha - dois
      *    operadores com a mesma senha nao ficam com o mesmo hash.
            MOVE 0 TO WS-OA-PWD-MATCH
            EXEC SQL
               SELECT role, branch, status, fail_count,
                      CASE WHEN pwd_hash =
                           md5(TRIM(login) || TRIM(:WS-OA-PASSWD))
                           THEN 1 ELSE 0 END,
                      CASE WHEN pwd_expiry < CURRENT_DATE
                           THEN 1 ELSE 0 END,
                      CASE WHEN recert_due < CURRENT_DATE
                           THEN 1 ELSE 0 END
               INTO :WS-OA-ROLE, :WS-OA-BRANCH, :WS-OA-STATUS,
                    :WS-OA-FAILS, :WS-OA-PWD-MATCH,
                    :WS-OA-PWD-EXPIRED, :WS-OA-RECERT-LATE
               FROM operators
               WHERE login = :WS-OA-LOGIN
            END-EXEC

            IF SQLCODE = 100
               MOVE "N" TO LK-DISPOSITION
            ELSE IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "D" TO LK-DISPOSITION
      *    Com senha (LOGIN/SUPERV) a senha e provada antes de qualquer
      *    situacao - quem nao sabe a senha so ve "N", nunca que o
      *    operador esta bloqueado, travado ou com recertificacao
      *    vencida.
            ELSE IF (LK-FUNC = "LOGIN" OR LK-FUNC = "SUPERV")
               AND WS-OA-PWD-MATCH = 0
               PERFORM RECORD-FAILED-ATTEMPT
            ELSE
               MOVE WS-OA-ROLE TO LK-ROLE
               MOVE WS-OA-BRANCH TO LK-BRANCH
               IF WS-OA-STATUS = "BLOCKED"
                  MOVE "B" TO LK-DISPOSITION
               ELSE IF WS-OA-STATUS = "LOCKED"
                  MOVE "L" TO LK-DISPOSITION
               ELSE IF WS-OA-RECERT-LATE = 1
                  MOVE "R" TO LK-DISPOSITION
               ELSE
                  MOVE "S" TO LK-DISPOSITION
               END-IF
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-PASSWORD.
      *    Senha ja provada na leitura - zera o contador e carimba o
      *    ultimo acesso. Senha vencida so e apontada aqui, depois de
      *    provada a senha, para nao revelar a situacao a quem nao
      *    sabe a senha.
            IF WS-OA-PWD-EXPIRED = 1
               MOVE "E" TO LK-DISPOSITION
            ELSE
               EXEC SQL
                  UPDATE operators
                  SET fail_count = 0, last_login = now()
                  WHERE login = :WS-OA-LOGIN
               END-EXEC
               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "D" TO LK-DISPOSITION
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF.

         CHECK-SUPERVISOR.
      *    Aval exige senha valida e alcada de supervisor - um
      *    TELLER com senha certa continua sem poder liberar nada.
            IF WS-OA-PWD-EXPIRED = 1
               MOVE "E" TO LK-DISPOSITION
            ELSE IF WS-OA-ROLE NOT = "SUPERVISOR"
               AND WS-OA-ROLE NOT = "ADMIN"
               MOVE "F" TO LK-DISPOSITION
            ELSE
               EXEC SQL
                  UPDATE operators
                  SET fail_count = 0
                  WHERE login = :WS-OA-LOGIN
               END-EXEC
               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "D" TO LK-DISPOSITION
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF
            END-IF.

         RECORD-FAILED-ATTEMPT.
      *    A tentativa que atinge o teto trava o operador, mas a
      *    resposta continua "N" - a trava so aparece a quem prova a
      *    senha. Operador BLOCKED pela OPER-MAINT continua BLOCKED -
      *    a trava nao pode virar um RESET que o desbloqueia.
            MOVE "N" TO LK-DISPOSITION
            EXEC SQL
               UPDATE operators
               SET fail_count = fail_count + 1
               WHERE login = :WS-OA-LOGIN
               RETURNING fail_count INTO :WS-OA-FAILS
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE
               IF WS-OA-FAILS >= WS-OA-MAX-TRIES
                  EXEC SQL
                     UPDATE operators
                     SET status = 'LOCKED', updated_at = now()
                     WHERE login = :WS-OA-LOGIN
                       AND status = 'ACTIVE'
                  END-EXEC
               END-IF
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

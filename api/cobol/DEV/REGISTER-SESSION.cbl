       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-CONN-PID            PIC 9(5).
       01 WS-ROLE                PIC X(10).
      *    Agencia da sessao - a do operador no cadastro (OPERAUTH),
      *    para a segunda agencia nao se misturar com a matriz; sem
      *    agencia no cadastro vale BRANCH_ID e, sem a variavel, a
      *    matriz (HQ).
       01 WS-BRANCH              PIC X(6) VALUE "HQ".
      *    Operador do cadastro que abriu a sessao (OPERAUTH).
       01 WS-OPERATOR            PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-ERROR-MESSAGE      PIC X(100).
       01 LK-CONN-PID           PIC 9(5).
       01 LK-ROLE               PIC X(10).
       01 LK-DISPOSITION        PIC X(1).
       01 LK-OPERATOR           PIC X(20).
       01 LK-BRANCH             PIC X(6).

       PROCEDURE DIVISION USING LK-CONN-PID, LK-ROLE,
              LK-DISPOSITION, LK-OPERATOR, LK-BRANCH.

       REGISTER-SESSION-RTN.
      *    Chamado com uma conexao ja aberta (mesmo padrao de LOGINSERT
      *    substitui o INSERT que antes ficava inline no START-SQL do
      *    Engine e o rascunho nunca integrado de PARAM.CBL.
           ENTRY "REGISTERSESSION" USING LK-CONN-PID, LK-ROLE,
              LK-DISPOSITION, LK-OPERATOR, LK-BRANCH.
           MOVE LK-CONN-PID TO WS-CONN-PID
           MOVE LK-ROLE     TO WS-ROLE
           MOVE LK-OPERATOR TO WS-OPERATOR
           MOVE LK-BRANCH   TO WS-BRANCH
           IF WS-BRANCH = SPACES
              ACCEPT WS-BRANCH FROM ENVIRONMENT "BRANCH_ID"
           END-IF
           IF WS-BRANCH = SPACES
              MOVE "HQ" TO WS-BRANCH
           END-IF
       INSERT-SESSION.
           EXEC SQL
               INSERT INTO sessions_pool
                  (id, role, last_command, command_count, branch,
                   operator_user)
               VALUES (:WS-CONN-PID, :WS-ROLE, '', 0, :WS-BRANCH,
                       :WS-OPERATOR)
           END-EXEC.

           IF SQLCODE NOT = ZERO

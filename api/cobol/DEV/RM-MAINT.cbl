      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Relationship manager desk (gerente de relacionamento) - which
      *  manager and branch look after each customer of the customers
      *  master, kept in customer_managers: id, customer_doc,
      *  manager_login (an operator of the operators registry), branch,
      *  status (ACTIVE/ENDED), assigned_by, assigned_at, ended_by,
      *  ended_at, end_reason. A customer has one ACTIVE assignment at
      *  most; a new one ends the previous, so the ENDED rows are the
      *  history of who looked after the customer and when.
      *  ASSIGN links a customer to a manager (branch left blank is the
      *  manager's own), RELEASE ends the assignment without a
      *  successor, SHOW gives the current manager and the history,
      *  LIST the portfolio of a manager. TRANSFER hands over a whole
      *  portfolio to another manager in one transaction - the
      *  handover when a manager leaves or changes branch - and is
      *  reserved to SUPERVISOR and ADMIN. Every assignment changed
      *  goes to the change trail (CHGAUDIT) in its transaction.
      *  RM-WEEK sends each manager the weekly portfolio report and
      *  Enginev3 shows the manager in CLIENTE and PORTFOLIO.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 RM-MAINT.
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

      *    Vinculo em manutencao.
         01  WS-RM-ID                PIC 9(9)  VALUE 0.
         01  WS-RM-DOC               PIC X(14) VALUE SPACES.
         01  WS-RM-CUST-NAME         PIC X(40) VALUE SPACES.
         01  WS-RM-CUST-FOUND        PIC 9(5)  VALUE 0.
         01  WS-RM-MANAGER           PIC X(20) VALUE SPACES.
         01  WS-RM-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-RM-STATUS            PIC X(10) VALUE SPACES.
         01  WS-RM-REASON            PIC X(40) VALUE SPACES.
         01  WS-RM-SINCE             PIC X(10) VALUE SPACES.
         01  WS-RM-UNTIL             PIC X(10) VALUE SPACES.

      *    Vinculo ativo do cliente (o que um novo encerra).
         01  WS-RM-CUR-ID            PIC 9(9)  VALUE 0.
         01  WS-RM-CUR-MANAGER       PIC X(20) VALUE SPACES.
         01  WS-RM-CUR-BRANCH        PIC X(6)  VALUE SPACES.

      *    Gerente no cadastro de operadores.
         01  WS-MGR-LOGIN            PIC X(20) VALUE SPACES.
         01  WS-MGR-NAME             PIC X(40) VALUE SPACES.
         01  WS-MGR-ROLE             PIC X(10) VALUE SPACES.
         01  WS-MGR-STATUS           PIC X(10) VALUE SPACES.
         01  WS-MGR-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-MGR-FOUND            PIC 9(5)  VALUE 0.

      *    Transferencia de carteira - de quem, para quem.
         01  WS-TRF-FROM             PIC X(20) VALUE SPACES.
         01  WS-TRF-TO               PIC X(20) VALUE SPACES.
         01  WS-TRF-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-TRF-COUNT            PIC 9(7)  VALUE 0.
         01  WS-TRF-MOVED            PIC 9(7)  VALUE 0.

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

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-MOVE-OK             PIC X(1)  VALUE "S".

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "RM-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "RMMAINT".
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
               DISPLAY "#Gerentes de relacionamento - digite HELP "
                  "para ajuda"
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
            DISPLAY "=== GERENTES DE RELACIONAMENTO ==="
            DISPLAY "ASSIGN   : Vincula o cliente a um gerente"
            DISPLAY "RELEASE  : Encerra o vinculo do cliente"
            DISPLAY "SHOW     : Gerente atual e historico do cliente"
            DISPLAY "LIST     : Carteira de um gerente"
            DISPLAY "TRANSFER : Passa a carteira inteira a outro "
               "gerente"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
            DISPLAY "=================================="
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
               WHEN "ASSIGN"   PERFORM ASSIGN-MANAGER
               WHEN "RELEASE"  PERFORM RELEASE-MANAGER
               WHEN "SHOW"     PERFORM SHOW-CUSTOMER
               WHEN "LIST"     PERFORM LIST-PORTFOLIO
               WHEN "TRANSFER" PERFORM TRANSFER-PORTFOLIO
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-DOC-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#CPF/CNPJ do cliente: " NO ADVANCING
               ACCEPT WS-RM-DOC
            ELSE
               MOVE WS-CMD-ARGS TO WS-RM-DOC
            END-IF.

         FETCH-CUSTOMER.
      *    Cliente do cadastro e o vinculo ativo dele, se houver.
            MOVE 0 TO WS-RM-CUST-FOUND
            MOVE SPACES TO WS-RM-CUST-NAME
            MOVE 0 TO WS-RM-CUR-ID
            MOVE SPACES TO WS-RM-CUR-MANAGER
            MOVE SPACES TO WS-RM-CUR-BRANCH
            EXEC SQL
               SELECT (SELECT COUNT(*) FROM customers
                       WHERE doc = :WS-RM-DOC),
                      COALESCE((SELECT MIN(name) FROM customers
                                WHERE doc = :WS-RM-DOC), ' '),
                      COALESCE(MAX(m.id), 0),
                      COALESCE(MAX(m.manager_login), ' '),
                      COALESCE(MAX(m.branch), ' ')
               INTO :WS-RM-CUST-FOUND, :WS-RM-CUST-NAME,
                    :WS-RM-CUR-ID, :WS-RM-CUR-MANAGER,
                    :WS-RM-CUR-BRANCH
               FROM customer_managers m
               WHERE m.customer_doc = :WS-RM-DOC
                 AND m.status = 'ACTIVE'
            END-EXEC.

         FETCH-MANAGER.
      *    Gerente e operador ativo do cadastro que pode atender -
      *    READONLY nao carrega carteira.
            MOVE 0 TO WS-MGR-FOUND
            MOVE SPACES TO WS-MGR-NAME
            MOVE SPACES TO WS-MGR-ROLE
            MOVE SPACES TO WS-MGR-STATUS
            MOVE SPACES TO WS-MGR-BRANCH
            INSPECT WS-MGR-LOGIN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(full_name), ' '),
                      COALESCE(MAX(role), ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(branch), ' ')
               INTO :WS-MGR-FOUND, :WS-MGR-NAME, :WS-MGR-ROLE,
                    :WS-MGR-STATUS, :WS-MGR-BRANCH
               FROM operators
               WHERE login = :WS-MGR-LOGIN
            END-EXEC.

         ASSIGN-MANAGER.
      *    Novo vinculo encerra o anterior na mesma transacao - o
      *    cliente nunca fica com dois gerentes nem some do historico.
            PERFORM GET-DOC-ARG
            DISPLAY "#Login do gerente: " NO ADVANCING
            ACCEPT WS-RM-MANAGER
            DISPLAY "#Agencia (em branco = a do gerente): "
               NO ADVANCING
            ACCEPT WS-RM-BRANCH
            INSPECT WS-RM-BRANCH CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE WS-RM-MANAGER TO WS-MGR-LOGIN
            PERFORM FETCH-MANAGER
            MOVE WS-MGR-LOGIN TO WS-RM-MANAGER
            IF SQLCODE = ZERO
               PERFORM FETCH-CUSTOMER
            END-IF
            IF WS-RM-BRANCH = SPACES
               MOVE WS-MGR-BRANCH TO WS-RM-BRANCH
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-RM-CUST-FOUND = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Documento nao cadastrado como cliente"
            ELSE IF WS-MGR-FOUND = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Gerente " WS-RM-MANAGER
                  " nao cadastrado como operador"
            ELSE IF WS-MGR-STATUS NOT = "ACTIVE"
                 OR WS-MGR-ROLE = "READONLY"
               DISPLAY "0\MANAGER"
               DISPLAY "#Operador " WS-RM-MANAGER
                  " nao pode ter carteira (" WS-MGR-STATUS " "
                  WS-MGR-ROLE ")"
            ELSE IF WS-RM-CUR-ID > 0
                AND WS-RM-CUR-MANAGER = WS-RM-MANAGER
                AND WS-RM-CUR-BRANCH = WS-RM-BRANCH
               DISPLAY "0\MANAGER"
               DISPLAY "#Cliente ja esta com " WS-RM-MANAGER
                  " na agencia " WS-RM-BRANCH
            ELSE
               IF WS-RM-CUR-ID > 0
                  MOVE WS-RM-CUR-ID TO WS-RM-ID
                  MOVE "REATRIBUICAO" TO WS-RM-REASON
                  PERFORM END-ASSIGNMENT
               END-IF
               IF SQLCODE = ZERO
                  PERFORM INSERT-ASSIGNMENT
               END-IF
               MOVE "RM-ASSIGN" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         RELEASE-MANAGER.
            PERFORM GET-DOC-ARG
            DISPLAY "#Motivo: " NO ADVANCING
            ACCEPT WS-RM-REASON
            PERFORM FETCH-CUSTOMER

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-RM-CUR-ID = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Cliente sem gerente vinculado"
            ELSE IF WS-RM-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
               MOVE WS-RM-CUR-ID TO WS-RM-ID
               PERFORM END-ASSIGNMENT
               MOVE "RM-RELEASE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF.

         END-ASSIGNMENT.
      *    Encerra o vinculo WS-RM-ID com o motivo em WS-RM-REASON.
            PERFORM READ-ASSIGNMENT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE customer_managers
               SET status = 'ENDED', ended_by = :WS-OPERATOR-USER,
                   ended_at = now(), end_reason = :WS-RM-REASON
               WHERE id = :WS-RM-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-ASSIGNMENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         INSERT-ASSIGNMENT.
      *    Vinculo novo de WS-RM-DOC com WS-RM-MANAGER/WS-RM-BRANCH.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO customer_managers
                  (customer_doc, manager_login, branch, status,
                   assigned_by, assigned_at)
               VALUES (:WS-RM-DOC, :WS-RM-MANAGER, :WS-RM-BRANCH,
                       'ACTIVE', :WS-OPERATOR-USER, now())
               RETURNING id INTO :WS-RM-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-ASSIGNMENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         TRANSFER-PORTFOLIO.
      *    Carteira inteira de um gerente para outro, tudo ou nada:
      *    cada cliente tem o vinculo encerrado e um novo aberto, com
      *    a trilha de cada linha, e so entao o COMMIT.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Gerente de origem: " NO ADVANCING
               ACCEPT WS-TRF-FROM
            ELSE
               MOVE WS-CMD-ARGS TO WS-TRF-FROM
            END-IF
            DISPLAY "#Gerente de destino: " NO ADVANCING
            ACCEPT WS-TRF-TO
            DISPLAY "#Agencia nova (em branco = mantem a de cada "
               "cliente): " NO ADVANCING
            ACCEPT WS-TRF-BRANCH
            DISPLAY "#Motivo: " NO ADVANCING
            ACCEPT WS-RM-REASON
            INSPECT WS-TRF-FROM CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            INSPECT WS-TRF-BRANCH CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE WS-TRF-TO TO WS-MGR-LOGIN
            PERFORM FETCH-MANAGER
            MOVE WS-MGR-LOGIN TO WS-TRF-TO
            MOVE 0 TO WS-TRF-COUNT
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-TRF-COUNT
                  FROM customer_managers
                  WHERE manager_login = :WS-TRF-FROM
                    AND status = 'ACTIVE'
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-AUTH-ROLE NOT = "SUPERVISOR"
                AND WS-AUTH-ROLE NOT = "ADMIN"
               DISPLAY "0\AUTH"
               DISPLAY "#Transferencia de carteira exige SUPERVISOR "
                  "ou ADMIN"
            ELSE IF WS-TRF-COUNT = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Gerente " WS-TRF-FROM " sem carteira"
            ELSE IF WS-TRF-TO = WS-TRF-FROM
               DISPLAY "0\INVALID"
               DISPLAY "#Origem e destino sao o mesmo gerente"
            ELSE IF WS-MGR-FOUND = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Gerente " WS-TRF-TO
                  " nao cadastrado como operador"
            ELSE IF WS-MGR-STATUS NOT = "ACTIVE"
                 OR WS-MGR-ROLE = "READONLY"
               DISPLAY "0\MANAGER"
               DISPLAY "#Operador " WS-TRF-TO
                  " nao pode ter carteira (" WS-MGR-STATUS " "
                  WS-MGR-ROLE ")"
            ELSE IF WS-RM-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
               PERFORM MOVE-PORTFOLIO
               MOVE "RM-TRANSFER" TO WS-LOG-ACTION
               MOVE SPACES TO WS-CHG-KEY
               STRING WS-TRF-FROM DELIMITED BY SPACE
                  ">" DELIMITED BY SIZE
                  WS-TRF-TO DELIMITED BY SPACE
                  INTO WS-CHG-KEY
               END-STRING
               MOVE SPACES TO WS-CHG-CUST-DOC
               PERFORM FINISH-CHANGE
               IF WS-MOVE-OK = "S"
                  DISPLAY "#" WS-TRF-MOVED " cliente(s) transferido(s)"
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         MOVE-PORTFOLIO.
            MOVE "S" TO WS-MOVE-OK
            MOVE 0 TO WS-TRF-MOVED
            EXEC SQL
               DECLARE RM-TRF-CUR CURSOR FOR
               SELECT id, customer_doc, branch
               FROM customer_managers
               WHERE manager_login = :WS-TRF-FROM
                 AND status = 'ACTIVE'
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN RM-TRF-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-MOVE-OK
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM MOVE-ONE-CUSTOMER UNTIL WS-LIST-EOF = "Y"
               IF WS-MOVE-OK = "S"
                  EXEC SQL
                     CLOSE RM-TRF-CUR
                  END-EXEC
               END-IF
            END-IF

      *    Falha em qualquer cliente desfaz a carteira inteira - o
      *    SQLCODE negativo leva o FINISH-CHANGE ao ROLLBACK.
            IF WS-MOVE-OK = "N" AND SQLCODE = ZERO
               MOVE -30 TO SQLCODE
               MOVE "Transferencia de carteira interrompida"
                  TO SQLERRMC
            END-IF.

         MOVE-ONE-CUSTOMER.
            EXEC SQL
               FETCH RM-TRF-CUR
               INTO :WS-RM-ID, :WS-RM-DOC, :WS-RM-BRANCH
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE "N" TO WS-MOVE-OK
            ELSE
               PERFORM END-ASSIGNMENT
               IF SQLCODE = ZERO
                  MOVE WS-TRF-TO TO WS-RM-MANAGER
                  IF WS-TRF-BRANCH NOT = SPACES
                     MOVE WS-TRF-BRANCH TO WS-RM-BRANCH
                  END-IF
                  PERFORM INSERT-ASSIGNMENT
               END-IF
               IF SQLCODE = ZERO
                  ADD 1 TO WS-TRF-MOVED
               ELSE
                  MOVE "Y" TO WS-LIST-EOF
                  MOVE "N" TO WS-MOVE-OK
               END-IF
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
               MOVE 0      TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-CHG-TABLE " " WS-CHG-KEY " doc "
                  WS-CHG-CUST-DOC " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-ASSIGNMENT-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM customer_managers t
               WHERE id = :WS-RM-ID
            END-EXEC
            MOVE "customer_managers" TO WS-CHG-TABLE
            MOVE WS-RM-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-RM-DOC TO WS-CHG-CUST-DOC.

         SHOW-CUSTOMER.
            PERFORM GET-DOC-ARG
            PERFORM FETCH-CUSTOMER
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-RM-CUST-FOUND = 0
               DISPLAY "0\MANAGER"
               DISPLAY "#Documento nao cadastrado como cliente"
            ELSE
               DISPLAY "1\RM-SHOW\" WS-RM-DOC
               DISPLAY "#Cliente " WS-RM-DOC " - " WS-RM-CUST-NAME
               IF WS-RM-CUR-ID = 0
                  DISPLAY "#Sem gerente vinculado"
               ELSE
                  DISPLAY "#Gerente atual: " WS-RM-CUR-MANAGER
                     " agencia " WS-RM-CUR-BRANCH
               END-IF
               PERFORM SHOW-ASSIGNMENT-HISTORY
            END-IF
            END-IF.

         SHOW-ASSIGNMENT-HISTORY.
            EXEC SQL
               DECLARE RM-HIST-CUR CURSOR FOR
               SELECT id, manager_login, branch, status,
                      TO_CHAR(assigned_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(ended_at, 'YYYY-MM-DD'), ' '),
                      COALESCE(end_reason, ' ')
               FROM customer_managers
               WHERE customer_doc = :WS-RM-DOC
               ORDER BY assigned_at DESC, id DESC
            END-EXEC

            EXEC SQL
               OPEN RM-HIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-HISTORY-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE RM-HIST-CUR
               END-EXEC
            END-IF.

         FETCH-HISTORY-ROW.
            EXEC SQL
               FETCH RM-HIST-CUR
               INTO :WS-RM-ID, :WS-RM-MANAGER, :WS-RM-BRANCH,
                    :WS-RM-STATUS, :WS-RM-SINCE, :WS-RM-UNTIL,
                    :WS-RM-REASON
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
               DISPLAY "gerente\" WS-RM-ID "\" WS-RM-MANAGER "\"
                  WS-RM-BRANCH "\" WS-RM-STATUS "\" WS-RM-SINCE "\"
                  WS-RM-UNTIL "\" WS-RM-REASON
            END-IF
            END-IF.

         LIST-PORTFOLIO.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Login do gerente: " NO ADVANCING
               ACCEPT WS-MGR-LOGIN
            ELSE
               MOVE WS-CMD-ARGS TO WS-MGR-LOGIN
            END-IF
            INSPECT WS-MGR-LOGIN CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

            EXEC SQL
               DECLARE RM-LIST-CUR CURSOR FOR
               SELECT m.id, m.customer_doc,
                      COALESCE((SELECT MIN(c.name) FROM customers c
                                WHERE c.doc = m.customer_doc), ' '),
                      m.branch, TO_CHAR(m.assigned_at, 'YYYY-MM-DD')
               FROM customer_managers m
               WHERE m.manager_login = :WS-MGR-LOGIN
                 AND m.status = 'ACTIVE'
               ORDER BY m.branch, m.customer_doc
            END-EXEC

            EXEC SQL
               OPEN RM-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\RM-LIST\" WS-MGR-LOGIN
               MOVE 0 TO WS-TRF-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-PORTFOLIO-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE RM-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-TRF-COUNT " cliente(s) na carteira de "
                  WS-MGR-LOGIN
            END-IF.

         FETCH-PORTFOLIO-ROW.
            EXEC SQL
               FETCH RM-LIST-CUR
               INTO :WS-RM-ID, :WS-RM-DOC, :WS-RM-CUST-NAME,
                    :WS-RM-BRANCH, :WS-RM-SINCE
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
               ADD 1 TO WS-TRF-COUNT
               DISPLAY "carteira\" WS-RM-ID "\" WS-RM-DOC "\"
                  WS-RM-CUST-NAME "\" WS-RM-BRANCH "\" WS-RM-SINCE
            END-IF
            END-IF.

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

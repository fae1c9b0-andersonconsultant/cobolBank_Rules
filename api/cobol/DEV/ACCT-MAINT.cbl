         01  WS-ACCT-RESULT          PIC X(20) VALUE SPACES.
         01  WS-ACCT-SALDO           PIC S9(10)V99 VALUE 0.
         01  WS-ERP-SUBSCRIBED       PIC 9(5) VALUE 0.
         01  WS-CUST-HELD            PIC 9(5) VALUE 0.
         01  WS-CONN-PID             PIC 9(5) VALUE 0.

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

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "ACCT-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ACCTMAINT".
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
               DISPLAY "#Manutencao de contas - digite HELP para ajuda"
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
               DISPLAY "0\INVALID"
               DISPLAY "#CPF do titular e obrigatorio (11 digitos)"
            END-IF
            IF WS-FIELDS-OK = "S"
      *        Cliente retido pela triagem de sancoes/PEP (HELD) ou com
      *        ocorrencia confirmada (BLOCKED) nao abre conta nova.
               MOVE 0 TO WS-CUST-HELD
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-CUST-HELD
                  FROM customers
                  WHERE doc = :WS-ACCT-DOC
                    AND status IN ('HELD', 'BLOCKED')
               END-EXEC
               IF SQLCODE NOT = ZERO OR WS-CUST-HELD > 0
                  MOVE "N" TO WS-FIELDS-OK
                  DISPLAY "0\ACCT-OPEN"
                  DISPLAY "#Titular retido ou bloqueado pela triagem "
                     "de listas restritivas - abertura recusada"
               END-IF
            END-IF

            IF WS-FIELDS-OK = "S"
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  SELECT open_account(:WS-ACCT-HOLDER, :WS-ACCT-DOC)
                  INTO :WS-ACCT-NUMBER
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-ACCOUNT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
      *    Mudanca de situacao via set_account_status() - a funcao
      *    valida a transicao no banco e devolve a situacao gravada;
      *    o comprovante vai para log_cobol como nos engines.
            PERFORM READ-ACCOUNT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               SELECT set_account_status(:WS-ACCT-NUMBER,
                      :WS-ACCT-NEW-STATUS)
               INTO :WS-ACCT-RESULT
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-ACCOUNT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-ACCOUNT-IMAGE.
      *    A conta so e acessada pelas funcoes do banco; a imagem para
      *    a trilha de alteracoes e montada com elas - situacao e
      *    documento do titular.
            MOVE "accounts" TO WS-CHG-TABLE
            MOVE WS-ACCT-NUMBER TO WS-CHG-KEY
            MOVE WS-ACCT-NUMBER TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT json_build_object(
                         'status', account_status(:WS-ACCT-NUMBER),
                         'holder_doc',
                         account_holder_doc(:WS-ACCT-NUMBER))::text
               INTO :WS-CHG-IMAGE
            END-EXEC.

         READ-ERP-IMAGE.
      *    Assinatura ERP mais recente da conta - a ativa, quando ha.
            MOVE "erp_subscriptions" TO WS-CHG-TABLE
            MOVE WS-ACCT-NUMBER TO WS-CHG-KEY
            MOVE WS-ACCT-NUMBER TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM erp_subscriptions t
               WHERE account = :WS-ACCT-NUMBER
               ORDER BY (status = 'ACTIVE') DESC, subscribed_at DESC
               LIMIT 1
            END-EXEC.

         QUERY-STATUS.
            PERFORM GET-ACCOUNT-ARG

               DISPLAY "0\ERP"
               DISPLAY "#Conta ja assinante do extrato ERP"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO erp_subscriptions
                     (account, status, subscribed_at)
                  VALUES (:WS-ACCT-NUMBER, 'ACTIVE', CURRENT_DATE)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-ERP-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
         ERP-UNSUBSCRIBE.
            PERFORM GET-ACCOUNT-ARG

            PERFORM READ-ERP-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE erp_subscriptions
               SET status = 'CANCELLED'
               WHERE account = :WS-ACCT-NUMBER
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-ERP-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\ERP"
               CALL "LOGINSERT" USING WS-LOG-DATA
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

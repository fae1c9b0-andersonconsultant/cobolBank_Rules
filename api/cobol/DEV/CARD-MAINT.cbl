      *  JRNLWRITE, like CUST-MAINT's registry changes. ATM-RECON
      *  resolves settlement claims through this registry, so a
      *  blocked card's claims are refused at recon.
      *  CREDIT cards live in the same registry: ISSUE with type CREDIT
      *  opens (or reuses) the holder's card account in card_accounts
      *  - credit limit, invoice closing day and how the invoice is
      *  paid (DEBIT from the checking account or BOLETO) - and every
      *  plastic of that account, replacements included, buys against
      *  the same limit. LIMIT and PAYMETHOD change the terms, INVOICE
      *  shows the limit in use and the latest invoices CARD-CYCLE
      *  closed. Purchases the switch authorized and the acquirer has
      *  not settled yet (card_auth_holds) already take their share
      *  of the limit.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-CARD-EXPIRY-DATE     PIC X(10) VALUE SPACES.
         01  WS-CARD-COUNT           PIC 9(5)  VALUE 0.
         01  WS-CARD-NEW-NUMBER      PIC X(16) VALUE SPACES.
         01  WS-CARD-TYPE            PIC X(6)  VALUE SPACES.

      *    Conta-cartao de credito - limite, dia de fechamento da
      *    fatura, forma de pagamento (DEBIT/BOLETO) e posicao.
         01  WS-CARD-ACCT-ID         PIC 9(9)  VALUE 0.
         01  WS-CA-LIMIT             PIC 9(10)V99 VALUE 0.
         01  WS-CA-CLOSING-DAY       PIC 9(2)  VALUE 0.
         01  WS-CA-PAY-METHOD        PIC X(6)  VALUE SPACES.
         01  WS-CA-STATUS            PIC X(10) VALUE SPACES.
         01  WS-CA-USED              PIC S9(13)V99 VALUE 0.
         01  WS-CA-AVAILABLE         PIC S9(13)V99 VALUE 0.
         01  WS-CA-UNBILLED          PIC S9(13)V99 VALUE 0.
         01  WS-CA-HELD              PIC S9(13)V99 VALUE 0.

      *    Faturas fechadas pelo CARD-CYCLE (comando INVOICE).
         01  WS-INV-ID               PIC 9(9)  VALUE 0.
         01  WS-INV-CLOSE-DATE       PIC X(10) VALUE SPACES.
         01  WS-INV-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-INV-TOTAL            PIC S9(13)V99 VALUE 0.
         01  WS-INV-MINIMUM          PIC S9(13)V99 VALUE 0.
         01  WS-INV-PAID             PIC S9(13)V99 VALUE 0.
         01  WS-INV-STATUS           PIC X(10) VALUE SPACES.

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
         01  WS-CHG-CARD            PIC X(16) VALUE SPACES.
         01  WS-CHG-CA-ID           PIC 9(9)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-CARD-MASKED         PIC X(16) VALUE SPACES.
         01  WS-CARD-TERMS-OK       PIC X(1)  VALUE "S".
         01  WS-CA-FIELD            PIC X(10) VALUE SPACES.
         01  WS-INV-COUNT           PIC 9(3)  VALUE 0.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CARD-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CARDMAINT".
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               MOVE WS-CONN-PID TO WS-JR-SESSION
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
               DISPLAY "#Registro de cartoes - digite HELP para ajuda"
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
            DISPLAY "CANCEL  : Cancela cartao em definitivo"
            DISPLAY "REPLACE : Bloqueia o antigo e emite o novo"
            DISPLAY "LIST    : Lista os cartoes de uma conta"
            DISPLAY "LIMIT   : Altera o limite do cartao de credito"
            DISPLAY "PAYMETHOD: Fatura por debito em conta ou boleto"
            DISPLAY "INVOICE : Limite em uso e ultimas faturas"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "==========================="
               WHEN "CANCEL"   PERFORM CANCEL-CARD
               WHEN "REPLACE"  PERFORM REPLACE-CARD
               WHEN "LIST"     PERFORM LIST-ACCOUNT-CARDS
               WHEN "LIMIT"    PERFORM CHANGE-CREDIT-LIMIT
               WHEN "PAYMETHOD" PERFORM CHANGE-PAY-METHOD
               WHEN "INVOICE"  PERFORM SHOW-CARD-INVOICES
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
            END-IF
            DISPLAY "#Numero do cartao (16 digitos): " NO ADVANCING
            ACCEPT WS-CARD-NUMBER
            DISPLAY "#Tipo (DEBIT/CREDIT) [DEBIT]: " NO ADVANCING
            ACCEPT WS-CARD-TYPE
            INSPECT WS-CARD-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-CARD-TYPE = SPACES
               MOVE "DEBIT" TO WS-CARD-TYPE
            END-IF

            IF WS-CARD-NUMBER = SPACES OR
               WS-CARD-NUMBER IS NOT NUMERIC
               DISPLAY "0\CARD"
               DISPLAY "#Numero do cartao deve ter 16 digitos"
            ELSE IF WS-CARD-TYPE NOT = "DEBIT" AND
                    WS-CARD-TYPE NOT = "CREDIT"
               DISPLAY "0\CARD"
               DISPLAY "#Tipo do cartao deve ser DEBIT ou CREDIT"
            ELSE
               MOVE 0 TO WS-CARD-COUNT
               EXEC SQL
                  DISPLAY "0\CARD"
                  DISPLAY "#Cartao ja registrado"
               ELSE
                  MOVE 0 TO WS-CARD-ACCT-ID
                  MOVE "S" TO WS-CARD-TERMS-OK
                  IF WS-CARD-TYPE = "CREDIT"
                     PERFORM OPEN-CARD-ACCOUNT
                  END-IF
                  IF WS-CARD-TERMS-OK = "S"
                     PERFORM INSERT-CARD-ROW
                  END-IF
               END-IF
            END-IF
            END-IF.

         OPEN-CARD-ACCOUNT.
      *    Uma conta-cartao por conta corrente - cartao adicional de
      *    credito entra na conta-cartao que ja existe, com o mesmo
      *    limite e a mesma fatura; so a primeira pede as condicoes.
      *    Nada comita aqui: a conta-cartao nova e o cartao entram na
      *    mesma transacao do INSERT-CARD-ROW.
            EXEC SQL
               SELECT id INTO :WS-CARD-ACCT-ID
               FROM card_accounts
               WHERE account = :WS-CARD-ACCOUNT
                 AND status <> 'CLOSED'
            END-EXEC

            IF SQLCODE = ZERO
               DISPLAY "#Cartao adicional na conta-cartao "
                  WS-CARD-ACCT-ID
            ELSE IF SQLCODE NOT = 100
               MOVE "N" TO WS-CARD-TERMS-OK
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM ASK-CREDIT-TERMS
               IF WS-CARD-TERMS-OK = "S"
                  MOVE SPACES TO WS-CHG-BEFORE
                  EXEC SQL
                     INSERT INTO card_accounts
                        (account, credit_limit, closing_day,
                         pay_method, status, opened_date)
                     VALUES (:WS-CARD-ACCOUNT, :WS-CA-LIMIT,
                             :WS-CA-CLOSING-DAY, :WS-CA-PAY-METHOD,
                             'ACTIVE', CURRENT_DATE)
                     RETURNING id INTO :WS-CARD-ACCT-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     MOVE WS-CARD-ACCT-ID TO WS-CHG-CA-ID
                     PERFORM READ-CARD-ACCOUNT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
                  IF SQLCODE NOT = ZERO
                     MOVE "N" TO WS-CARD-TERMS-OK
                     EXEC SQL
                        ROLLBACK
                     END-EXEC
                     MOVE SQLCODE TO SQLCODE-PASS
                     MOVE SQLSTATE TO SQLSTATE-PASS
                     MOVE SQLERRMC TO SQLERRMC-PASS
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  END-IF
               END-IF
            END-IF
            END-IF.

         ASK-CREDIT-TERMS.
      *    Fechamento ate o dia 28 - todo mes tem o dia, e o ciclo
      *    fecha sempre na mesma data.
            DISPLAY "#Limite de credito: " NO ADVANCING
            ACCEPT WS-CA-LIMIT
            DISPLAY "#Dia de fechamento da fatura (1-28): "
               NO ADVANCING
            ACCEPT WS-CA-CLOSING-DAY
            DISPLAY "#Pagamento da fatura (DEBIT/BOLETO) [DEBIT]: "
               NO ADVANCING
            ACCEPT WS-CA-PAY-METHOD
            INSPECT WS-CA-PAY-METHOD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-CA-PAY-METHOD = SPACES
               MOVE "DEBIT" TO WS-CA-PAY-METHOD
            END-IF

            IF WS-CA-LIMIT = 0
               MOVE "N" TO WS-CARD-TERMS-OK
               DISPLAY "0\CARD"
               DISPLAY "#Limite de credito e obrigatorio"
            ELSE IF WS-CA-CLOSING-DAY < 1 OR WS-CA-CLOSING-DAY > 28
               MOVE "N" TO WS-CARD-TERMS-OK
               DISPLAY "0\CARD"
               DISPLAY "#Dia de fechamento deve ser de 1 a 28"
            ELSE IF WS-CA-PAY-METHOD NOT = "DEBIT" AND
                    WS-CA-PAY-METHOD NOT = "BOLETO"
               MOVE "N" TO WS-CARD-TERMS-OK
               DISPLAY "0\CARD"
               DISPLAY "#Pagamento deve ser DEBIT ou BOLETO"
            END-IF
            END-IF
            END-IF.

         INSERT-CARD-ROW.
      *    Emissao entra REQUESTED - o plastico so vira ACTIVE quando o
      *    cliente confirma o recebimento no ACTIVATE; validade de
      *    quatro anos a partir da emissao.
            MOVE SPACES TO WS-CHG-BEFORE
            MOVE WS-CARD-NUMBER TO WS-CHG-CARD
            EXEC SQL
               INSERT INTO cards
                  (card_number, account, status, issue_date,
                   expiry_date, card_type, card_account_id)
               VALUES (:WS-CARD-NUMBER, :WS-CARD-ACCOUNT,
                       'REQUESTED', CURRENT_DATE,
                       CURRENT_DATE + interval '4 years',
                       :WS-CARD-TYPE,
                       NULLIF(:WS-CARD-ACCT-ID, 0))
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CARD-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  DISPLAY "1\CARD-ISSUE\" WS-CARD-MASKED
                  DISPLAY "#Cartao emitido (REQUESTED) para a conta "
                     WS-CARD-ACCOUNT
                  IF WS-CARD-TYPE = "CREDIT"
                     DISPLAY "#Credito - conta-cartao "
                        WS-CARD-ACCT-ID
                  END-IF

                  MOVE "CARD-ISSUE" TO WS-LOG-ACTION
                  MOVE "OK"         TO WS-LOG-STATUS
                  MOVE 0            TO WS-LOG-VALUE
                  MOVE SPACES       TO WS-LOG-MESSAGE
                  STRING "cartao " WS-CARD-MASKED " conta "
                     WS-CARD-ACCOUNT " emitido " WS-CARD-TYPE
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "0\CARD"
               DISPLAY "#Cartao cancelado nao muda mais de situacao"
            ELSE
               MOVE WS-CARD-NUMBER TO WS-CHG-CARD
               PERFORM READ-CARD-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE cards
                  SET status = :WS-CARD-NEW-STATUS
                  WHERE card_number = :WS-CARD-NUMBER
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CARD-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL

         REPLACE-CARD.
      *    Bloqueia o plastico antigo e emite o substituto na MESMA
      *    transacao - ou os dois acontecem, ou nenhum. O substituto
      *    herda o tipo e a conta-cartao do antigo: limite, compras e
      *    fatura seguem com ele.
            PERFORM GET-CARD-ARG
            DISPLAY "#Numero do cartao novo (16 digitos): "
               NO ADVANCING
               DISPLAY "0\CARD"
               DISPLAY "#Numero do cartao novo deve ter 16 digitos"
            ELSE
               MOVE WS-CARD-NUMBER TO WS-CHG-CARD
               PERFORM READ-CARD-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE cards
                  SET status = 'BLOCKED'
                  WHERE card_number = :WS-CARD-NUMBER
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CARD-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE = ZERO
                  MOVE SPACES TO WS-CHG-BEFORE
                  MOVE WS-CARD-NEW-NUMBER TO WS-CHG-CARD
                  EXEC SQL
                     INSERT INTO cards
                        (card_number, account, status, issue_date,
                         expiry_date, card_type, card_account_id)
                     SELECT :WS-CARD-NEW-NUMBER, account,
                            'REQUESTED', CURRENT_DATE,
                            CURRENT_DATE + interval '4 years',
                            card_type, card_account_id
                     FROM cards
                     WHERE card_number = :WS-CARD-NUMBER
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-CARD-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF

               IF SQLCODE NOT = ZERO
               END-IF
            END-IF.

         READ-CARD-IMAGE.
      *    Imagem do cartao para a trilha de alteracoes - numero
      *    mascarado como no diario, na chave e dentro da imagem.
            MOVE "cards" TO WS-CHG-TABLE
            MOVE SPACES TO WS-CHG-KEY
            MOVE WS-CHG-CARD(1:4)  TO WS-CHG-KEY(1:4)
            MOVE "********"        TO WS-CHG-KEY(5:8)
            MOVE WS-CHG-CARD(13:4) TO WS-CHG-KEY(13:4)
            MOVE WS-CARD-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT (row_to_json(t)::jsonb ||
                       jsonb_build_object('card_number',
                          substr(card_number, 1, 4) || '********' ||
                          substr(card_number, 13, 4)))::text
               INTO :WS-CHG-IMAGE
               FROM cards t
               WHERE card_number = :WS-CHG-CARD
            END-EXEC.

         JOURNAL-CARD-CHANGE.
      *    Linha do diario na mesma transacao da mudanca - pernas com
      *    a sentinela externa, valor zero, cartao MASCARADO na
            MOVE WS-CARD-MASKED TO WS-JR-REF
            CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP.

         READ-CARD-ACCOUNT-IMAGE.
      *    Imagem da conta-cartao para a trilha de alteracoes.
            MOVE "card_accounts" TO WS-CHG-TABLE
            MOVE SPACES TO WS-CHG-KEY
            MOVE WS-CHG-CA-ID TO WS-CHG-KEY
            MOVE WS-CARD-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM card_accounts t
               WHERE id = :WS-CHG-CA-ID
            END-EXEC.

         GET-CARD-ACCOUNT.
      *    Conta-cartao do cartao informado - so cartao de credito
      *    tem; a posicao (em uso) e tudo o que ela ainda deve.
            PERFORM GET-CARD-ARG
            MOVE 0 TO WS-CARD-ACCT-ID
            MOVE "N" TO WS-CARD-TERMS-OK
            EXEC SQL
               SELECT c.account, a.id, a.credit_limit, a.closing_day,
                      a.pay_method, a.status,
                      COALESCE((SELECT SUM(t.amount)
                                FROM card_transactions t
                                WHERE t.card_account_id = a.id), 0),
                      COALESCE((SELECT SUM(t.amount)
                                FROM card_transactions t
                                WHERE t.card_account_id = a.id
                                  AND t.invoice_id IS NULL), 0),
                      COALESCE((SELECT SUM(h.amount)
                                FROM card_auth_holds h
                                WHERE h.card_account_id = a.id
                                  AND h.status = 'ACTIVE'), 0)
               INTO :WS-CARD-ACCOUNT, :WS-CARD-ACCT-ID, :WS-CA-LIMIT,
                    :WS-CA-CLOSING-DAY, :WS-CA-PAY-METHOD,
                    :WS-CA-STATUS, :WS-CA-USED, :WS-CA-UNBILLED,
                    :WS-CA-HELD
               FROM cards c
               JOIN card_accounts a ON a.id = c.card_account_id
               WHERE c.card_number = :WS-CARD-NUMBER
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\CARD"
               DISPLAY "#Cartao nao registrado ou nao e de credito"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-CARD-TERMS-OK
               COMPUTE WS-CA-AVAILABLE = WS-CA-LIMIT - WS-CA-USED
                  - WS-CA-HELD
               PERFORM MASK-CARD-NUMBER
            END-IF
            END-IF.

         CHANGE-CREDIT-LIMIT.
      *    Limite abaixo do que ja esta em uso e aceito - so barra as
      *    compras novas ate os pagamentos abrirem espaco.
            PERFORM GET-CARD-ACCOUNT
            IF WS-CARD-TERMS-OK = "S"
               DISPLAY "#Limite atual: " WS-CA-LIMIT
                  " em uso: " WS-CA-USED
               DISPLAY "#Novo limite de credito: " NO ADVANCING
               ACCEPT WS-CA-LIMIT
               IF WS-CA-LIMIT = 0
                  DISPLAY "0\CARD"
                  DISPLAY "#Limite de credito e obrigatorio"
               ELSE
                  MOVE "CARD-LIMIT" TO WS-LOG-ACTION
                  MOVE "limite" TO WS-CA-FIELD
                  PERFORM UPDATE-CARD-ACCOUNT
               END-IF
            END-IF.

         CHANGE-PAY-METHOD.
            PERFORM GET-CARD-ACCOUNT
            IF WS-CARD-TERMS-OK = "S"
               DISPLAY "#Pagamento atual: " WS-CA-PAY-METHOD
               DISPLAY "#Pagamento da fatura (DEBIT/BOLETO): "
                  NO ADVANCING
               ACCEPT WS-CA-PAY-METHOD
               INSPECT WS-CA-PAY-METHOD CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-CA-PAY-METHOD NOT = "DEBIT" AND
                  WS-CA-PAY-METHOD NOT = "BOLETO"
                  DISPLAY "0\CARD"
                  DISPLAY "#Pagamento deve ser DEBIT ou BOLETO"
               ELSE
                  MOVE "CARD-PAYMETHOD" TO WS-LOG-ACTION
                  MOVE "pagamento" TO WS-CA-FIELD
                  PERFORM UPDATE-CARD-ACCOUNT
               END-IF
            END-IF.

         UPDATE-CARD-ACCOUNT.
      *    Condicoes da conta-cartao - trilha de alteracoes e diario
      *    na mesma transacao, como a mudanca de situacao do cartao.
            MOVE WS-CARD-ACCT-ID TO WS-CHG-CA-ID
            PERFORM READ-CARD-ACCOUNT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE card_accounts
               SET credit_limit = :WS-CA-LIMIT,
                   pay_method = :WS-CA-PAY-METHOD
               WHERE id = :WS-CARD-ACCT-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CARD-ACCOUNT-IMAGE
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
               MOVE WS-LOG-ACTION TO WS-JR-ACTION
               PERFORM JOURNAL-CARD-CHANGE
               IF WS-JRNL-DISP NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "0\CARD"
                  DISPLAY "#Falha no diario de auditoria - "
                     "mudanca desfeita"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\" WS-LOG-ACTION "\" WS-CARD-ACCT-ID
                  DISPLAY "#Conta-cartao " WS-CARD-ACCT-ID
                     " limite " WS-CA-LIMIT
                     " pagamento " WS-CA-PAY-METHOD

                  MOVE "OK"   TO WS-LOG-STATUS
                  MOVE 0      TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "conta-cartao " WS-CARD-ACCT-ID " "
                     WS-CA-FIELD " limite " WS-CA-LIMIT
                     " pagamento " WS-CA-PAY-METHOD
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF.

         SHOW-CARD-INVOICES.
      *    Posicao da conta-cartao e as ultimas faturas fechadas -
      *    total, minimo, vencimento, quanto ja foi pago e situacao.
            PERFORM GET-CARD-ACCOUNT
            IF WS-CARD-TERMS-OK = "S"
               DISPLAY "1\CARD-INVOICE\" WS-CARD-ACCT-ID
               DISPLAY "#Conta-cartao " WS-CARD-ACCT-ID
                  " (" WS-CA-STATUS ") conta " WS-CARD-ACCOUNT
               DISPLAY "#Limite " WS-CA-LIMIT " em uso " WS-CA-USED
                  " disponivel " WS-CA-AVAILABLE
               IF WS-CA-HELD NOT = 0
                  DISPLAY "#Autorizado a liquidar " WS-CA-HELD
               END-IF
               DISPLAY "#A faturar " WS-CA-UNBILLED
                  " fechamento dia " WS-CA-CLOSING-DAY
                  " pagamento " WS-CA-PAY-METHOD

               EXEC SQL
                  DECLARE CARD-INV-CUR CURSOR FOR
                  SELECT id, TO_CHAR(close_date, 'YYYY-MM-DD'),
                         TO_CHAR(due_date, 'YYYY-MM-DD'),
                         total_amount, minimum_amount, paid_amount,
                         status
                  FROM card_invoices
                  WHERE card_account_id = :WS-CARD-ACCT-ID
                  ORDER BY close_date DESC
               END-EXEC

               EXEC SQL
                  OPEN CARD-INV-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE 0 TO WS-INV-COUNT
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM FETCH-INVOICE-ROW UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE CARD-INV-CUR
                  END-EXEC
               END-IF
            END-IF.

         FETCH-INVOICE-ROW.
      *    Seis faturas bastam no balcao - o resto esta no extrato.
            EXEC SQL
               FETCH CARD-INV-CUR
               INTO :WS-INV-ID, :WS-INV-CLOSE-DATE, :WS-INV-DUE-DATE,
                    :WS-INV-TOTAL, :WS-INV-MINIMUM, :WS-INV-PAID,
                    :WS-INV-STATUS
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
               ADD 1 TO WS-INV-COUNT
               DISPLAY "fatura\" WS-INV-ID "\" WS-INV-CLOSE-DATE
                  "\" WS-INV-DUE-DATE "\" WS-INV-TOTAL
                  "\" WS-INV-MINIMUM "\" WS-INV-PAID
                  "\" WS-INV-STATUS
               IF WS-INV-COUNT NOT < 6
                  MOVE "Y" TO WS-LIST-EOF
               END-IF
            END-IF
            END-IF.

         LIST-ACCOUNT-CARDS.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero da conta: " NO ADVANCING
               DECLARE CARD-LIST-CUR CURSOR FOR
               SELECT card_number, status,
                      TO_CHAR(issue_date, 'YYYY-MM-DD'),
                      TO_CHAR(expiry_date, 'YYYY-MM-DD'),
                      COALESCE(card_type, 'DEBIT')
               FROM cards
               WHERE account = :WS-CARD-ACCOUNT
               ORDER BY issue_date, card_number
            EXEC SQL
               FETCH CARD-LIST-CUR
               INTO :WS-CARD-NUMBER, :WS-CARD-STATUS,
                    :WS-CARD-ISSUE-DATE, :WS-CARD-EXPIRY-DATE,
                    :WS-CARD-TYPE
            END-EXEC

            IF SQLCODE = 100
               PERFORM MASK-CARD-NUMBER
               DISPLAY "cartao\" WS-CARD-MASKED "\" WS-CARD-STATUS
                  "\" WS-CARD-ISSUE-DATE "\" WS-CARD-EXPIRY-DATE
                  "\" WS-CARD-TYPE
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

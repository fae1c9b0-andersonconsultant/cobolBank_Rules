      *    texto aqui deixaria o proprio solicitante liberar a operacao
      *    por diferenca de zeros a esquerda.
         01  WS-APR-REQ-BY           PIC 9(5)  VALUE 0.
      *    Operador do cadastro que capturou - o pid muda a cada
      *    sessao, a pessoa nao; quatro-olhos e entre pessoas.
         01  WS-APR-REQ-USER         PIC X(20) VALUE SPACES.
         01  WS-APR-RESULT           PIC X(20) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5) VALUE 0.

      *    Bloqueio de inventario - titular falecido nao debita nem
      *    pela fila de aprovacao, como na Enginev3.
         01  WS-EST-BLOCKED          PIC 9(5)  VALUE 0.
         01  WS-KYC-RESTRICTED       PIC 9(5)  VALUE 0.
      *    Bloqueio preventivo de fraude (fraud_blocks do FRAUD-DESK).
         01  WS-FRB-BLOCKED          PIC 9(5)  VALUE 0.

      *    Compras no cartao de debito autorizadas e ainda nao
      *    liquidadas retem o valor na conta de origem, como na
      *    Enginev3.
         01  WS-AUTH-HELD            PIC S9(10)V99 VALUE 0.

      *    Limite de cheque especial utilizavel na conta de origem
      *    (OD-MAINT) - a liberacao so leva a conta ao negativo dentro
      *    dele, como na Enginev3.
         01  WS-OD-USABLE            PIC 9(10)V99 VALUE 0.

      *    Situacao da chave PIX reconferida na liberacao - chave
      *    revogada entre a captura e a liberacao nao paga.
         01  WS-PIXREG-STATUS        PIC X(10) VALUE SPACES.


      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina as alteracoes feitas aqui.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.
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
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
               EXEC SQL
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
               DISPLAY "#Fila de aprovacoes - digite HELP para ajuda"
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
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-PENDING
               WHEN "SHOW"     PERFORM SHOW-ITEM
            MOVE "N" TO WS-ITEM-FOUND
            EXEC SQL
               SELECT op_type, from_account, to_account, pix_key,
                      amount, requested_by,
                      COALESCE(requested_user, '')
               INTO :WS-APR-TYPE, :WS-APR-FROM, :WS-APR-TO,
                    :WS-APR-KEY, :WS-APR-AMOUNT, :WS-APR-REQ-BY,
                    :WS-APR-REQ-USER
               FROM pending_approvals
               WHERE id = :WS-APR-ID
                 AND status = 'PENDING'
               DISPLAY "#Chave PIX: " WS-APR-KEY
               DISPLAY "#Valor    : " WS-APR-AMOUNT
               DISPLAY "#Pedida por sessao " WS-APR-REQ-BY
                  " operador " WS-APR-REQ-USER
            END-IF.

         RELEASE-ITEM.
      *    Quatro-olhos: a sessao que libera nao pode ser a mesma que
      *    capturou a operacao, nem o mesmo operador por outra sessao.
            PERFORM GET-ITEM-ARG
            PERFORM FETCH-ONE-ITEM
            IF WS-ITEM-FOUND = "S"
               IF WS-APR-REQ-BY = WS-CONN-PID
                  DISPLAY "0\APPROVAL"
                  DISPLAY "#A mesma sessao que pediu nao pode liberar"
               ELSE IF WS-APR-REQ-USER = WS-OPERATOR-USER
                  DISPLAY "0\APPROVAL"
                  DISPLAY "#O mesmo operador que pediu nao pode "
                     "liberar"
               ELSE
                  PERFORM POST-RELEASED-ITEM
               END-IF
               END-IF
            END-IF.

         POST-RELEASED-ITEM.
                  UPDATE pending_approvals
                  SET status = 'APPROVED',
                      decided_by = :WS-CONN-PID,
                      decided_user = :WS-OPERATOR-USER,
                      decided_at = now()
                  WHERE id = :WS-APR-ID
               END-EXEC
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF

      *    Bloqueio preventivo de fraude (FRAUD-DESK) - mesma regra.
            IF WS-LIEN-OK = "S"
               MOVE 0 TO WS-FRB-BLOCKED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-FRB-BLOCKED
                  FROM fraud_blocks
                  WHERE account = :WS-APR-FROM
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-FRB-BLOCKED
               END-IF
               IF WS-FRB-BLOCKED > 0
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\BLOQUEIO-FRAUDE"
                  DISPLAY "#Conta com bloqueio preventivo por fraude - "
                     "operacao segue pendente"

                  MOVE "APPROVAL-REL" TO WS-LOG-ACTION
                  MOVE "REFUSED"      TO WS-LOG-STATUS
                  MOVE WS-APR-AMOUNT  TO WS-LOG-VALUE
                  MOVE "Bloqueio preventivo de fraude na conta origem"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

      *    Titular com revisao cadastral vencida (RESTRICTED) tambem
      *    nao debita - a operacao aguarda a revisao no balcao.
            IF WS-LIEN-OK = "S"
               MOVE 0 TO WS-KYC-RESTRICTED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-KYC-RESTRICTED
                  FROM customers
                  WHERE doc = account_holder_doc(:WS-APR-FROM)
                    AND kyc_status = 'RESTRICTED'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-KYC-RESTRICTED
               END-IF
               IF WS-KYC-RESTRICTED > 0
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\CADASTRO"
                  DISPLAY "#Revisao cadastral vencida - operacao "
                     "segue pendente"

                  MOVE "APPROVAL-REL" TO WS-LOG-ACTION
                  MOVE "REFUSED"      TO WS-LOG-STATUS
                  MOVE WS-APR-AMOUNT  TO WS-LOG-VALUE
                  MOVE "Revisao cadastral KYC vencida"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :WS-LIEN-BLOCKED
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            IF WS-LIEN-OK = "S"
               PERFORM CHECK-RELEASE-AUTH-HOLD
            END-IF.

         CHECK-RELEASE-AUTH-HOLD.
      *    Valor retido por autorizacoes de cartao nao liquidadas
      *    tambem fica fora - a liberacao que so caberia gastando-o
      *    segue pendente.
            MOVE 0 TO WS-AUTH-HELD
            EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :WS-AUTH-HELD
               FROM card_auth_holds
               WHERE account = :WS-APR-FROM
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-AUTH-HELD
            END-IF

            IF WS-AUTH-HELD > 0
               EXEC SQL
                  SELECT saldo(:WS-APR-FROM) INTO :WS-LIEN-SALDO
               END-EXEC
               IF SQLCODE = ZERO AND
                  (WS-LIEN-SALDO - WS-LIEN-BLOCKED - WS-AUTH-HELD)
                     < WS-APR-AMOUNT
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\RETIDO"
                  DISPLAY "#Liberacao usaria valor retido por compras "
                     "no cartao - operacao segue pendente"

                  MOVE "APPROVAL-REL" TO WS-LOG-ACTION
                  MOVE "REFUSED"      TO WS-LOG-STATUS
                  MOVE WS-APR-AMOUNT  TO WS-LOG-VALUE
                  MOVE "Autorizacoes de cartao retidas na conta"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            IF WS-LIEN-OK = "S"
               PERFORM CHECK-RELEASE-OVERDRAFT
            END-IF.

         CHECK-RELEASE-OVERDRAFT.
      *    Saldo, ja fora bloqueio e retido, mais o limite de cheque
      *    especial utilizavel (ACTIVE e com revisao em dia) precisa
      *    cobrir o valor liberado; senao a operacao segue pendente.
            MOVE 0 TO WS-OD-USABLE
            EXEC SQL
               SELECT COALESCE(SUM(limit_amount), 0)
               INTO :WS-OD-USABLE
               FROM overdraft_lines
               WHERE account = :WS-APR-FROM
                 AND status = 'ACTIVE'
                 AND review_date >=
                     COALESCE(NULLIF(current_setting(
                        'bank.business_date', true), '')::date,
                        CURRENT_DATE)
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  SELECT saldo(:WS-APR-FROM) INTO :WS-LIEN-SALDO
               END-EXEC
               IF SQLCODE = ZERO AND
                  (WS-LIEN-SALDO - WS-LIEN-BLOCKED - WS-AUTH-HELD
                     + WS-OD-USABLE) < WS-APR-AMOUNT
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\SALDO"
                  DISPLAY "#Liberacao ultrapassaria o limite de "
                     "cheque especial - operacao segue pendente"

                  MOVE "APPROVAL-REL" TO WS-LOG-ACTION
                  MOVE "REFUSED"      TO WS-LOG-STATUS
                  MOVE WS-APR-AMOUNT  TO WS-LOG-VALUE
                  MOVE "Limite de cheque especial excedido"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF.

         CHECK-RELEASE-PIXKEY.
                  UPDATE pending_approvals
                  SET status = 'REJECTED',
                      decided_by = :WS-CONN-PID,
                      decided_user = :WS-OPERATOR-USER,
                      decided_at = now()
                  WHERE id = :WS-APR-ID
               END-EXEC
               END-IF
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

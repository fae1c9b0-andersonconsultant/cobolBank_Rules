      *  dispute suspense account through the same post_transfer() the
      *  engines use, tied to the case. The daily aging of cases
      *  approaching deadline comes from the DISP-AGE batch.
      *  A case over a POS card purchase becomes a chargeback against
      *  the acquirer with CHARGEBACK: card, purchase date and the
      *  scheme reason code go to card_chargebacks as PENDING, with
      *  the deadline to send it (purchase date + CHARGEBACK_SEND_DAYS,
      *  default 120). CB-OUT sends it in the acquirer's file, CB-RESULT
      *  brings back the acquirer's answer and makes the provisional
      *  credit final or reverses it; DISP-AGE tracks both deadlines.
      *  A REVERSEPEND case the desk cannot recover is closed with
      *  ACTION as WRITEOFF; LOSS-SCAN books it, and every RESOLVED
      *  case whose provisional credit no chargeback paid back, as an
      *  operational loss.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-DEADLINE-DAYS        PIC 9(4)  VALUE 10.
         01  WS-SUSPENSE-ACCOUNT     PIC 9(10) VALUE 0.
         01  WS-ACT-DATE             PIC X(10) VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Chargeback do caso junto ao adquirente.
         01  WS-CB-ID                PIC 9(9)  VALUE 0.
         01  WS-CB-CARD              PIC X(16) VALUE SPACES.
         01  WS-CB-REASON            PIC X(4)  VALUE SPACES.
         01  WS-CB-PURCHASE-DATE     PIC X(10) VALUE SPACES.
         01  WS-CB-STATUS            PIC X(12) VALUE SPACES.
         01  WS-CB-SEND-DEADLINE     PIC X(10) VALUE SPACES.
         01  WS-CB-RESP-DEADLINE     PIC X(10) VALUE SPACES.
         01  WS-CB-FOUND             PIC 9(5)  VALUE 0.
         01  WS-CB-SEND-DAYS         PIC 9(4)  VALUE 120.

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
         01  WS-CASE-FOUND          PIC X(1)  VALUE "N".
         01  WS-DEADLINE-ENV        PIC X(4)  VALUE SPACES.
         01  WS-SUSPENSE-ENV        PIC X(10) VALUE SPACES.
         01  WS-CB-SEND-ENV         PIC X(4)  VALUE SPACES.
         01  WS-CB-OK               PIC X(1)  VALUE "N".

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "DISPUTE-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "DISPUTE".
            IF WS-SUSPENSE-ENV IS NUMERIC AND
               WS-SUSPENSE-ENV NOT = SPACES
               MOVE WS-SUSPENSE-ENV TO WS-SUSPENSE-ACCOUNT
            END-IF

            ACCEPT WS-CB-SEND-ENV FROM ENVIRONMENT
               "CHARGEBACK_SEND_DAYS"
            IF WS-CB-SEND-ENV IS NUMERIC AND
               WS-CB-SEND-ENV NOT = SPACES
               MOVE WS-CB-SEND-ENV TO WS-CB-SEND-DAYS
            END-IF.

         START-SQL.
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
               DISPLAY "#Mesa de disputas - digite HELP para ajuda"
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
            DISPLAY "STATUS  : Mostra o caso e seu historico"
            DISPLAY "ACTION  : Registra andamento e muda a situacao"
            DISPLAY "CREDIT  : Posta credito provisorio ao caso"
            DISPLAY "CHARGEBACK: Abre chargeback junto ao adquirente"
            DISPLAY "LIST    : Lista os casos abertos"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "OPEN"     PERFORM OPEN-CASE
               WHEN "STATUS"   PERFORM SHOW-CASE
               WHEN "ACTION"   PERFORM RECORD-CASE-ACTION
               WHEN "CREDIT"   PERFORM POST-PROVISIONAL-CREDIT
               WHEN "CHARGEBACK" PERFORM OPEN-CHARGEBACK
               WHEN "LIST"     PERFORM LIST-CASES
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
                          CURRENT_DATE + :WS-DEADLINE-DAYS)
                  RETURNING id INTO :WS-CASE-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  MOVE SPACES TO WS-CHG-BEFORE
                  PERFORM READ-CASE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
               DISPLAY "#Valor    : " WS-CASE-AMOUNT
               DISPLAY "#Situacao : " WS-CASE-STATUS
               DISPLAY "#Prazo    : " WS-CASE-DEADLINE
               PERFORM SHOW-CASE-CHARGEBACK
               PERFORM LIST-CASE-ACTIONS
            END-IF.

               DISPLAY "andamento\" WS-ACT-DATE "\" WS-CASE-NOTE
            END-IF.

         READ-CASE-IMAGE.
      *    Imagem do caso para a trilha de alteracoes. O andamento em
      *    dispute_actions ja e historico proprio do caso e nao entra.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM dispute_cases t
               WHERE id = :WS-CASE-ID
            END-EXEC
            MOVE "dispute_cases" TO WS-CHG-TABLE
            MOVE WS-CASE-ID TO WS-CHG-KEY
            MOVE WS-CASE-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         RECORD-CASE-ACTION.
            PERFORM GET-CASE-ARG
            PERFORM FETCH-ONE-CASE

               PERFORM APPEND-CASE-ACTION
               IF SQLCODE = ZERO AND WS-CASE-STATUS NOT = SPACES
                  PERFORM READ-CASE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE dispute_cases
                     SET status = :WS-CASE-STATUS
                     WHERE id = :WS-CASE-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-CASE-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF

               IF SQLCODE NOT = ZERO
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  ELSE
                     PERFORM READ-CASE-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                     EXEC SQL
                        UPDATE dispute_cases
                        SET status = 'PROVCREDIT'
                        WHERE id = :WS-CASE-ID
                     END-EXEC
                     IF SQLCODE = ZERO
                        MOVE SQLERRD(3) TO WS-CHG-ROWS
                        PERFORM READ-CASE-IMAGE
                        MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                        PERFORM WRITE-CHANGE-TRAIL
                     END-IF
                     MOVE SPACES TO WS-CASE-NOTE
                     STRING "credito provisorio " WS-CASE-RESULT
                        DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-IF
            END-IF.

         OPEN-CHARGEBACK.
      *    Um chargeback por caso, so em caso ainda aberto; cartao da
      *    propria conta do caso e dentro do prazo de envio.
            PERFORM GET-CASE-ARG
            PERFORM FETCH-ONE-CASE
            IF WS-CASE-FOUND = "S"
               MOVE 0 TO WS-CB-FOUND
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-CB-FOUND
                  FROM card_chargebacks
                  WHERE case_id = :WS-CASE-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE IF WS-CB-FOUND > 0
                  DISPLAY "0\CHARGEBACK"
                  DISPLAY "#Caso " WS-CASE-ID " ja tem chargeback"
               ELSE IF WS-CASE-STATUS = "RESOLVED"
                    OR WS-CASE-STATUS = "DENIED"
                  DISPLAY "0\CHARGEBACK"
                  DISPLAY "#Caso ja encerrado (" WS-CASE-STATUS ")"
               ELSE
                  PERFORM ASK-CHARGEBACK-DATA
                  IF WS-CB-OK = "S"
                     PERFORM INSERT-CHARGEBACK
                  END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         ASK-CHARGEBACK-DATA.
            MOVE "N" TO WS-CB-OK
            DISPLAY "#Numero do cartao: " NO ADVANCING
            ACCEPT WS-CB-CARD
            DISPLAY "#Data da compra (AAAA-MM-DD): " NO ADVANCING
            ACCEPT WS-CB-PURCHASE-DATE
            DISPLAY "#Codigo de motivo da bandeira: " NO ADVANCING
            ACCEPT WS-CB-REASON

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-CB-PURCHASE-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

      *    Codigos de motivo aceitos pelo adquirente: 4837 fraude/sem
      *    autorizacao, 4853 mercadoria/servico diferente ou com
      *    defeito, 4855 nao recebido, 4834 processamento em
      *    duplicidade, 4831 valor divergente, 4841 recorrencia
      *    cancelada.
            EVALUATE WS-CB-REASON
               WHEN "4837"
               WHEN "4853"
               WHEN "4855"
               WHEN "4834"
               WHEN "4831"
               WHEN "4841"
                  MOVE "S" TO WS-CB-OK
               WHEN OTHER
                  DISPLAY "0\CHARGEBACK"
                  DISPLAY "#Codigo de motivo invalido: " WS-CB-REASON
            END-EVALUATE

            IF WS-CB-OK = "S" AND WS-DS-DISP NOT = "S"
               MOVE "N" TO WS-CB-OK
               DISPLAY "0\CHARGEBACK"
               DISPLAY "#Data da compra invalida"
            END-IF

      *    Cartao de debito da conta do caso, ou de credito cuja
      *    conta-cartao pertence a ela.
            IF WS-CB-OK = "S"
               MOVE 0 TO WS-CB-FOUND
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-CB-FOUND
                  FROM cards c
                  LEFT JOIN card_accounts a
                         ON a.id = c.card_account_id
                  WHERE c.card_number = :WS-CB-CARD
                    AND (c.account = :WS-CASE-ACCOUNT
                         OR a.account = :WS-CASE-ACCOUNT)
               END-EXEC
               IF SQLCODE NOT = ZERO OR WS-CB-FOUND = 0
                  MOVE "N" TO WS-CB-OK
                  DISPLAY "0\CHARGEBACK"
                  DISPLAY "#Cartao nao pertence a conta do caso"
               END-IF
            END-IF

            IF WS-CB-OK = "S"
               EXEC SQL
                  SELECT TO_CHAR(:WS-CB-PURCHASE-DATE::date
                                 + :WS-CB-SEND-DAYS::int,
                                 'YYYY-MM-DD')
                  INTO :WS-CB-SEND-DEADLINE
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "N" TO WS-CB-OK
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE IF WS-CB-SEND-DEADLINE < WS-BUS-DATE
                  MOVE "N" TO WS-CB-OK
                  DISPLAY "0\CHARGEBACK"
                  DISPLAY "#Prazo de chargeback vencido em "
                     WS-CB-SEND-DEADLINE
               END-IF
               END-IF
            END-IF.

         INSERT-CHARGEBACK.
      *    PENDING ate o CB-OUT mandar no arquivo do adquirente.
            EXEC SQL
               INSERT INTO card_chargebacks
                  (case_id, card_number, reason_code, amount,
                   purchase_date, send_deadline, status,
                   opened_date)
               VALUES (:WS-CASE-ID, :WS-CB-CARD, :WS-CB-REASON,
                       :WS-CASE-AMOUNT,
                       :WS-CB-PURCHASE-DATE::date,
                       :WS-CB-SEND-DEADLINE::date, 'PENDING',
                       :WS-BUS-DATE::date)
               RETURNING id INTO :WS-CB-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               MOVE SPACES TO WS-CHG-BEFORE
               PERFORM READ-CHARGEBACK-IMAGE
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
               MOVE SPACES TO WS-CASE-NOTE
               STRING "chargeback " WS-CB-ID " motivo " WS-CB-REASON
                  " - enviar ate " WS-CB-SEND-DEADLINE
                  DELIMITED BY SIZE INTO WS-CASE-NOTE
               END-STRING
               PERFORM APPEND-CASE-ACTION
               IF SQLCODE = ZERO
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\CHARGEBACK\" WS-CB-ID
                  DISPLAY "#Chargeback " WS-CB-ID
                     " pendente de envio - prazo "
                     WS-CB-SEND-DEADLINE

                  MOVE "CHARGEBACK-OPEN" TO WS-LOG-ACTION
                  MOVE "OK"              TO WS-LOG-STATUS
                  MOVE WS-CASE-AMOUNT    TO WS-LOG-VALUE
                  MOVE SPACES            TO WS-LOG-MESSAGE
                  STRING "caso " WS-CASE-ID " chargeback " WS-CB-ID
                     " motivo " WS-CB-REASON
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF.

         READ-CHARGEBACK-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM card_chargebacks t
               WHERE id = :WS-CB-ID
            END-EXEC
            MOVE "card_chargebacks" TO WS-CHG-TABLE
            MOVE WS-CB-ID TO WS-CHG-KEY
            MOVE WS-CASE-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         SHOW-CASE-CHARGEBACK.
      *    Chargeback do caso, quando houver - situacao e os dois
      *    prazos: envio ao adquirente e resposta dele.
            EXEC SQL
               SELECT id, reason_code, status,
                      TO_CHAR(send_deadline, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(response_deadline,
                                       'YYYY-MM-DD'), ' ')
               INTO :WS-CB-ID, :WS-CB-REASON, :WS-CB-STATUS,
                    :WS-CB-SEND-DEADLINE, :WS-CB-RESP-DEADLINE
               FROM card_chargebacks
               WHERE case_id = :WS-CASE-ID
            END-EXEC

            IF SQLCODE = ZERO
               DISPLAY "chargeback\" WS-CB-ID "\" WS-CB-REASON "\"
                  WS-CB-STATUS "\" WS-CB-SEND-DEADLINE "\"
                  WS-CB-RESP-DEADLINE
            ELSE IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            END-IF.

         LIST-CASES.
            EXEC SQL
               DECLARE DISP-LIST-CUR CURSOR FOR
                  WS-CASE-DEADLINE
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

      *  phase validates every cheque drawn on us against these two
      *  tables - a number never issued to the account, or under an
      *  ACTIVE stop, is rejected at clearing instead of paid.
      *
      *  A drawer in the bad-cheque registry (ccf_records PENDING or
      *  LISTED for the holder document, opened by CHQ-CLEAR on the
      *  second return for lack of funds) gets no new chequebook. When
      *  the customer proves the cheque was paid, CCFOUT (SUPERVISOR or
      *  ADMIN) records the proof and moves the record to REMOVAL for
      *  CCF-FEED to send the exclusion - or CANCELLED, if it was still
      *  PENDING and never reached the registry.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-ST-REASON            PIC X(10) VALUE SPACES.
         01  WS-ST-ISSUED            PIC 9(5)  VALUE 0.

      *    Registro no CCF (emitente de cheque sem fundos).
         01  WS-CCF-ID               PIC 9(9)  VALUE 0.
         01  WS-CCF-OPEN             PIC 9(5)  VALUE 0.
         01  WS-CCF-STATUS           PIC X(10) VALUE SPACES.
         01  WS-CCF-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-CCF-DATE             PIC X(10) VALUE SPACES.
         01  WS-CCF-PROOF            PIC X(40) VALUE SPACES.
         01  WS-CCF-DOC              PIC X(14) VALUE SPACES.

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
         01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(49) VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CHQBOOK-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CHQBOOK".
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
               DISPLAY "#Taloes e sustacoes - digite HELP para ajuda"
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
            DISPLAY "DELIVER : Confirma a entrega do talao"
            DISPLAY "STOP    : Susta um cheque com motivo"
            DISPLAY "UNSTOP  : Cancela a sustacao"
            DISPLAY "CCFOUT  : Exclusao do CCF com prova de pagamento"
            DISPLAY "LIST    : Taloes e sustacoes de uma conta"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
               WHEN "DELIVER"  PERFORM DELIVER-BOOK
               WHEN "STOP"     PERFORM PLACE-STOP-ORDER
               WHEN "UNSTOP"   PERFORM CANCEL-STOP-ORDER
               WHEN "CCFOUT"   PERFORM REMOVE-CCF-RECORD
               WHEN "LIST"     PERFORM LIST-ACCOUNT-BOOKS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
            DISPLAY "#Ultimo numero da faixa: " NO ADVANCING
            ACCEPT WS-BK-RANGE-END

      *    Emitente no CCF nao recebe talao - a inclusao vale para o
      *    documento do titular, em qualquer conta dele.
            MOVE 0 TO WS-CCF-OPEN
            EXEC SQL
               SELECT COUNT(*) INTO :WS-CCF-OPEN
               FROM ccf_records
               WHERE holder_doc = account_holder_doc(:WS-BK-ACCOUNT)
                 AND status IN ('PENDING', 'LISTED')
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "0\CHQBOOK"
               DISPLAY "#Consulta ao CCF indisponivel - talao nao "
                  "emitido"
            ELSE IF WS-CCF-OPEN > 0
               DISPLAY "0\CCF"
               DISPLAY "#Emitente no CCF - emissao de talao bloqueada"

               MOVE "CHQBOOK-ISSUE" TO WS-LOG-ACTION
               MOVE "REFUSED"       TO WS-LOG-STATUS
               MOVE 0               TO WS-LOG-VALUE
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "conta " WS-BK-ACCOUNT " emitente no CCF"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE IF WS-BK-RANGE-END < WS-BK-RANGE-START OR
               WS-BK-RANGE-START = 0
               DISPLAY "0\CHQBOOK"
               DISPLAY "#Faixa de numeros invalida"
               ELSE
                  PERFORM INSERT-BOOK-ROW
               END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-BOOK-ROW.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO cheque_books
                  (account, range_start, range_end, issue_date,
                       :WS-BK-RANGE-END, CURRENT_DATE, 'PENDING')
               RETURNING id INTO :WS-BK-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-BOOK-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
               MOVE WS-CMD-ARGS TO WS-BK-ID
            END-IF

            PERFORM READ-BOOK-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE cheque_books
               SET delivery_status = 'DELIVERED'
               WHERE id = :WS-BK-ID
                 AND delivery_status = 'PENDING'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-BOOK-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\CHQBOOK"
               DISPLAY "0\CHQ-STOP"
               DISPLAY "#Motivo da sustacao e obrigatorio"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO stop_orders
                     (account, cheque_number, reason_code, status,
                  VALUES (:WS-BK-ACCOUNT, :WS-ST-CHEQUE,
                          :WS-ST-REASON, 'ACTIVE', CURRENT_DATE)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-STOP-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
            DISPLAY "#Numero do cheque: " NO ADVANCING
            ACCEPT WS-ST-CHEQUE

            PERFORM READ-STOP-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE stop_orders
               SET status = 'CANCELLED'
                 AND cheque_number = :WS-ST-CHEQUE
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-STOP-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\CHQ-UNSTOP"
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REMOVE-CCF-RECORD.
      *    Exclusao do CCF com prova do pagamento (cheque resgatado ou
      *    declaracao do favorecido) - decisao de SUPERVISOR ou ADMIN.
      *    Registro ja expedido fica REMOVAL ate o CCF-FEED mandar a
      *    exclusao; o que ainda estava PENDING nem chega ao cadastro.
            PERFORM GET-ACCOUNT-ARG
            DISPLAY "#Numero do cheque: " NO ADVANCING
            ACCEPT WS-ST-CHEQUE
            DISPLAY "#Prova do pagamento: " NO ADVANCING
            ACCEPT WS-CCF-PROOF

            MOVE 0 TO WS-CCF-ID
            MOVE SPACES TO WS-CCF-STATUS
            EXEC SQL
               SELECT id, status
               INTO :WS-CCF-ID, :WS-CCF-STATUS
               FROM ccf_records
               WHERE account = :WS-BK-ACCOUNT
                 AND cheque_number = :WS-ST-CHEQUE
                 AND status IN ('PENDING', 'LISTED')
               ORDER BY id DESC
               LIMIT 1
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-CCF-ID
            END-IF

            IF WS-AUTH-ROLE NOT = "SUPERVISOR"
               AND WS-AUTH-ROLE NOT = "ADMIN"
               DISPLAY "0\CCF-REMOVE"
               DISPLAY "#Exclusao do CCF exige SUPERVISOR ou ADMIN"
            ELSE IF WS-CCF-ID = 0
               DISPLAY "0\CCF-REMOVE"
               DISPLAY "#Nenhuma inclusao no CCF para o cheque "
                  WS-ST-CHEQUE
            ELSE IF WS-CCF-PROOF = SPACES
               DISPLAY "0\CCF-REMOVE"
               DISPLAY "#Prova do pagamento e obrigatoria"
            ELSE
               PERFORM READ-CCF-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE ccf_records
                  SET status = CASE WHEN status = 'PENDING'
                                    THEN 'CANCELLED'
                                    ELSE 'REMOVAL' END,
                      removal_requested_on = CURRENT_DATE,
                      removal_proof = :WS-CCF-PROOF,
                      removed_by = :WS-OPERATOR-USER
                  WHERE id = :WS-CCF-ID
                    AND status IN ('PENDING', 'LISTED')
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CCF-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE = 100
                  DISPLAY "0\CCF-REMOVE"
                  DISPLAY "#Registro do CCF ja alterado - repita"
               ELSE IF SQLCODE NOT = ZERO
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
                  DISPLAY "1\CCF-REMOVE\" WS-CCF-ID "\" WS-CCF-STATUS
                  IF WS-CCF-STATUS = "CANCELLED"
                     DISPLAY "#Inclusao cancelada antes do envio ao CCF"
                  ELSE
                     DISPLAY "#Exclusao registrada - segue na proxima "
                        "remessa do CCF"
                  END-IF

                  MOVE "CCF-REMOVE"    TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
                  MOVE WS-CCF-AMOUNT   TO WS-LOG-VALUE
                  MOVE SPACES          TO WS-LOG-MESSAGE
                  STRING "conta " WS-BK-ACCOUNT " cheque "
                     WS-ST-CHEQUE " " WS-CCF-STATUS " prova "
                     WS-CCF-PROOF
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         READ-CCF-IMAGE.
      *    Imagem do registro do CCF para a trilha de alteracoes - com
      *    o documento do titular que a inclusao atinge.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE SPACES TO WS-CCF-DOC
            EXEC SQL
               SELECT status, amount, COALESCE(holder_doc, ' '),
                      row_to_json(t)::text
               INTO :WS-CCF-STATUS, :WS-CCF-AMOUNT, :WS-CCF-DOC,
                    :WS-CHG-IMAGE
               FROM ccf_records t
               WHERE id = :WS-CCF-ID
            END-EXEC
            MOVE WS-CCF-DOC TO WS-CHG-CUST-DOC
            MOVE "ccf_records" TO WS-CHG-TABLE
            MOVE WS-CCF-ID TO WS-CHG-KEY
            MOVE WS-BK-ACCOUNT TO WS-CHG-ACCOUNT.

         READ-BOOK-IMAGE.
      *    Imagem do talao para a trilha de alteracoes - a conta vem
      *    da propria linha, a entrega so informa o id.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT account, row_to_json(t)::text
               INTO :WS-BK-ACCOUNT, :WS-CHG-IMAGE
               FROM cheque_books t
               WHERE id = :WS-BK-ID
            END-EXEC
            MOVE "cheque_books" TO WS-CHG-TABLE
            MOVE WS-BK-ID TO WS-CHG-KEY
            MOVE WS-BK-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-STOP-IMAGE.
      *    Sustacao mais recente do cheque - a ativa, quando ha.
            MOVE "stop_orders" TO WS-CHG-TABLE
            MOVE SPACES TO WS-CHG-KEY
            STRING WS-BK-ACCOUNT " " WS-ST-CHEQUE
               DELIMITED BY SIZE INTO WS-CHG-KEY
            END-STRING
            MOVE WS-BK-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM stop_orders t
               WHERE account = :WS-BK-ACCOUNT
                 AND cheque_number = :WS-ST-CHEQUE
               ORDER BY (status = 'ACTIVE') DESC, placed_date DESC
               LIMIT 1
            END-EXEC.

         LIST-ACCOUNT-BOOKS.
            PERFORM GET-ACCOUNT-ARG

               EXEC SQL
                  CLOSE ST-LIST-CUR
               END-EXEC
            END-IF

            EXEC SQL
               DECLARE CCF-LIST-CUR CURSOR FOR
               SELECT id, cheque_number, amount, status,
                      TO_CHAR(created_on, 'YYYY-MM-DD')
               FROM ccf_records
               WHERE account = :WS-BK-ACCOUNT
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN CCF-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-CCF-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CCF-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-BOOK-ROW.
                  WS-BK-STATUS
            END-IF.

         FETCH-CCF-ROW.
            EXEC SQL
               FETCH CCF-LIST-CUR
               INTO :WS-CCF-ID, :WS-ST-CHEQUE, :WS-CCF-AMOUNT,
                    :WS-CCF-STATUS, :WS-CCF-DATE
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
               DISPLAY "ccf\" WS-CCF-ID "\" WS-ST-CHEQUE "\"
                  WS-CCF-AMOUNT "\" WS-CCF-STATUS "\" WS-CCF-DATE
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Written-off loans desk (prejuizo) - works the register kept
      *  by LOAN-WOFF. The credit supervisor approves or rejects the
      *  contracts the run proposed for write-off (SUPERVISOR or
      *  ADMIN only); the next LOAN-WOFF run takes the approved ones
      *  off the active book. Any money later received on a
      *  written-off contract - at the collection desk (COLLECT), by
      *  agreement (ACORDO) or by court order (JUDICIAL) - is posted
      *  here with RECOVER: the amount moves from the paying account
      *  (the contract account unless another is keyed) to the
      *  LOAN_FUNDING_ACCOUNT through post_transfer(), is kept in
      *  loan_writeoff_recoveries against the register entry and is
      *  logged as LOAN-RECOVERY, which GL-POST books as recovery
      *  income through gl_action_map. A recovery cannot exceed what
      *  is still in loss on the entry.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 WOFF-MAINT.
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

      *    Entrada do registro de baixas em trabalho.
         01  WS-WO-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-WO-ID                PIC 9(9)  VALUE 0.
         01  WS-WO-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-WO-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-WO-DAYS              PIC 9(5)  VALUE 0.
         01  WS-WO-BALANCE           PIC 9(13)V99 VALUE 0.
         01  WS-WO-STATUS            PIC X(12) VALUE SPACES.
         01  WS-WO-PROPOSED          PIC X(10) VALUE SPACES.
         01  WS-WO-APPROVED-BY       PIC X(20) VALUE SPACES.
         01  WS-WO-DATE              PIC X(10) VALUE SPACES.
         01  WS-WO-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-WO-VINTAGE           PIC X(7)  VALUE SPACES.
         01  WS-WO-RECOVERED         PIC 9(13)V99 VALUE 0.
         01  WS-WO-FOUND             PIC 9(5)  VALUE 0.
         01  WS-WO-NEW-STATUS        PIC X(12) VALUE SPACES.
         01  WS-WO-FILTER            PIC X(12) VALUE SPACES.
         01  WS-WO-CUST-DOC          PIC X(14) VALUE SPACES.

      *    Recuperacao sobre o registro.
         01  WS-RC-ID                PIC 9(9)  VALUE 0.
         01  WS-RC-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-RC-CHANNEL           PIC X(10) VALUE SPACES.
         01  WS-RC-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-RC-RESULT            PIC X(40) VALUE SPACES.
         01  WS-RC-COUNT             PIC 9(5)  VALUE 0.
         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.

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
         01  WS-RC-OK               PIC X(1)  VALUE "N".
         01  WS-FUNDING-ENV         PIC X(10) VALUE SPACES.
         01  WS-WO-OPEN-LOSS        PIC 9(13)V99 VALUE 0.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "WOFF-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "WOFFMAINT".
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
            PERFORM LOAD-POLICY
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-FUNDING-ENV FROM ENVIRONMENT
               "LOAN_FUNDING_ACCOUNT"
            IF WS-FUNDING-ENV IS NUMERIC AND WS-FUNDING-ENV NOT = SPACES
               MOVE WS-FUNDING-ENV TO WS-FUNDING-ACCOUNT
            END-IF.

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
               DISPLAY "#Creditos em prejuizo - digite HELP para ajuda"
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
            DISPLAY "=== CREDITOS EM PREJUIZO ==="
            DISPLAY "LIST    : Lista o registro (PROPOSED, APPROVED, "
               "WRITTEN_OFF...)"
            DISPLAY "SHOW    : Mostra a baixa do contrato"
            DISPLAY "APPROVE : Aprova a baixa proposta (supervisor)"
            DISPLAY "REJECT  : Recusa a baixa proposta (supervisor)"
            DISPLAY "RECOVER : Lanca recuperacao de credito baixado"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "============================"
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

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-WRITEOFFS
               WHEN "SHOW"     PERFORM SHOW-WRITEOFF
               WHEN "APPROVE"  PERFORM APPROVE-WRITEOFF
               WHEN "REJECT"   PERFORM REJECT-WRITEOFF
               WHEN "RECOVER"  PERFORM RECOVER-WRITEOFF
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-CONTRACT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-WO-CONTRACT
            ELSE
               MOVE WS-CMD-ARGS TO WS-WO-CONTRACT
            END-IF.

         FETCH-ONE-WRITEOFF.
      *    Entrada mais recente do contrato no registro - recusadas e
      *    canceladas ficam como historico.
            MOVE 0 TO WS-WO-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-WO-FOUND
               FROM loan_writeoffs
               WHERE contract_id = :WS-WO-CONTRACT
            END-EXEC

            IF SQLCODE = ZERO AND WS-WO-FOUND > 0
               EXEC SQL
                  SELECT id, account, branch, days_overdue, balance,
                         status, TO_CHAR(proposed_date, 'YYYY-MM-DD'),
                         COALESCE(approved_by, ' '),
                         COALESCE(TO_CHAR(written_off_date,
                                          'YYYY-MM-DD'), ' '),
                         COALESCE(written_off_amount, 0),
                         COALESCE(vintage, ' '),
                         COALESCE(recovered_amount, 0)
                  INTO :WS-WO-ID, :WS-WO-ACCOUNT, :WS-WO-BRANCH,
                       :WS-WO-DAYS, :WS-WO-BALANCE, :WS-WO-STATUS,
                       :WS-WO-PROPOSED, :WS-WO-APPROVED-BY,
                       :WS-WO-DATE, :WS-WO-AMOUNT, :WS-WO-VINTAGE,
                       :WS-WO-RECOVERED
                  FROM loan_writeoffs
                  WHERE contract_id = :WS-WO-CONTRACT
                  ORDER BY id DESC
                  LIMIT 1
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-WO-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               COMPUTE WS-WO-OPEN-LOSS = WS-WO-AMOUNT - WS-WO-RECOVERED
            END-IF.

         SHOW-WRITEOFF.
            PERFORM GET-CONTRACT-ARG
            PERFORM FETCH-ONE-WRITEOFF
            IF WS-WO-FOUND = 0
               DISPLAY "0\WRITEOFF"
               DISPLAY "#Contrato " WS-WO-CONTRACT
                  " fora do registro de baixas"
            ELSE
               MOVE 0 TO WS-RC-COUNT
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-RC-COUNT
                  FROM loan_writeoff_recoveries
                  WHERE writeoff_id = :WS-WO-ID
               END-EXEC
               DISPLAY "1\WRITEOFF-SHOW\" WS-WO-CONTRACT
               DISPLAY "#Situacao   : " WS-WO-STATUS
               DISPLAY "#Conta      : " WS-WO-ACCOUNT " agencia "
                  WS-WO-BRANCH
               DISPLAY "#Proposta   : " WS-WO-PROPOSED " atraso "
                  WS-WO-DAYS " dias saldo " WS-WO-BALANCE
               IF WS-WO-APPROVED-BY NOT = SPACES
                  DISPLAY "#Decidido por: " WS-WO-APPROVED-BY
               END-IF
               IF WS-WO-STATUS = "WRITTEN_OFF"
                  DISPLAY "#Baixado em: " WS-WO-DATE " safra "
                     WS-WO-VINTAGE " valor " WS-WO-AMOUNT
                  DISPLAY "#Recuperado: " WS-WO-RECOVERED " em "
                     WS-RC-COUNT " lancamento(s) - em prejuizo "
                     WS-WO-OPEN-LOSS
               END-IF
            END-IF.

         APPROVE-WRITEOFF.
            MOVE "APPROVED" TO WS-WO-NEW-STATUS
            PERFORM DECIDE-WRITEOFF.

         REJECT-WRITEOFF.
            MOVE "REJECTED" TO WS-WO-NEW-STATUS
            PERFORM DECIDE-WRITEOFF.

         DECIDE-WRITEOFF.
      *    Baixa para prejuizo e decisao de alcada - so supervisor ou
      *    administrador aprova ou recusa a proposta do LOAN-WOFF.
            PERFORM GET-CONTRACT-ARG
            IF WS-AUTH-ROLE NOT = "SUPERVISOR"
               AND WS-AUTH-ROLE NOT = "ADMIN"
               DISPLAY "0\WRITEOFF"
               DISPLAY "#Decisao de baixa exige SUPERVISOR ou ADMIN"
            ELSE
               PERFORM FETCH-ONE-WRITEOFF
               IF WS-WO-FOUND = 0
                  DISPLAY "0\WRITEOFF"
                  DISPLAY "#Contrato " WS-WO-CONTRACT
                     " fora do registro de baixas"
               ELSE IF WS-WO-STATUS NOT = "PROPOSED"
                  DISPLAY "0\WRITEOFF"
                  DISPLAY "#Baixa do contrato em " WS-WO-STATUS
                     " - so proposta pendente e decidida"
               ELSE
                  PERFORM SAVE-DECISION
               END-IF
               END-IF
            END-IF.

         SAVE-DECISION.
            MOVE SPACES TO WS-WO-CUST-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-WO-ACCOUNT), ' ')
               INTO :WS-WO-CUST-DOC
            END-EXEC
            PERFORM READ-WRITEOFF-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loan_writeoffs
               SET status = :WS-WO-NEW-STATUS,
                   approved_by = :WS-OPERATOR-USER,
                   approved_date = :WS-BUS-DATE::date
               WHERE id = :WS-WO-ID
                 AND status = 'PROPOSED'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-WRITEOFF-IMAGE
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
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\WRITEOFF-DECIDE\" WS-WO-CONTRACT "\"
                  WS-WO-NEW-STATUS
               IF WS-WO-NEW-STATUS = "APPROVED"
                  DISPLAY "#Baixa aprovada - efetivada no proximo "
                     "LOAN-WOFF"
               ELSE
                  DISPLAY "#Proposta de baixa recusada"
               END-IF

               MOVE "WOFF-DECIDE" TO WS-LOG-ACTION
               MOVE "OK"          TO WS-LOG-STATUS
               MOVE WS-WO-BALANCE TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "baixa " WS-WO-ID " contrato " WS-WO-CONTRACT
                  " " WS-WO-NEW-STATUS
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         RECOVER-WRITEOFF.
      *    Recuperacao de credito baixado - o valor entra pela conta de
      *    funding dos emprestimos, como a parcela cobrada no LOAN-DUE.
            PERFORM GET-CONTRACT-ARG
            IF WS-FUNDING-ACCOUNT = 0
               DISPLAY "0\WRITEOFF"
               DISPLAY "#LOAN_FUNDING_ACCOUNT nao configurada - "
                  "recuperacao nao lancada"
            ELSE
               PERFORM FETCH-ONE-WRITEOFF
               IF WS-WO-FOUND = 0
                  DISPLAY "0\WRITEOFF"
                  DISPLAY "#Contrato " WS-WO-CONTRACT
                     " fora do registro de baixas"
               ELSE IF WS-WO-STATUS NOT = "WRITTEN_OFF"
                  DISPLAY "0\WRITEOFF"
                  DISPLAY "#Contrato nao baixado (" WS-WO-STATUS
                     ") - pagamento segue pela cobranca normal"
               ELSE
                  PERFORM ASK-RECOVERY
                  IF WS-RC-OK = "S"
                     PERFORM SAVE-RECOVERY
                  END-IF
               END-IF
               END-IF
            END-IF.

         ASK-RECOVERY.
            MOVE "N" TO WS-RC-OK
            DISPLAY "#Em prejuizo: " WS-WO-OPEN-LOSS
            DISPLAY "#Valor recuperado: " NO ADVANCING
            ACCEPT WS-RC-AMOUNT
            DISPLAY "#Canal (COLLECT, ACORDO, JUDICIAL): "
               NO ADVANCING
            ACCEPT WS-RC-CHANNEL
            INSPECT WS-RC-CHANNEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Conta pagadora (0 = conta do contrato): "
               NO ADVANCING
            ACCEPT WS-RC-ACCOUNT
            IF WS-RC-ACCOUNT = 0
               MOVE WS-WO-ACCOUNT TO WS-RC-ACCOUNT
            END-IF

            IF WS-RC-AMOUNT = 0
               DISPLAY "0\WRITEOFF"
               DISPLAY "#Valor recuperado nao pode ser zero"
            ELSE IF WS-RC-AMOUNT > WS-WO-OPEN-LOSS
               DISPLAY "0\WRITEOFF"
               DISPLAY "#Valor acima do saldo em prejuizo ("
                  WS-WO-OPEN-LOSS ")"
            ELSE IF WS-RC-CHANNEL NOT = "COLLECT"
               AND WS-RC-CHANNEL NOT = "ACORDO"
               AND WS-RC-CHANNEL NOT = "JUDICIAL"
               DISPLAY "0\WRITEOFF"
               DISPLAY "#Canal invalido: " WS-RC-CHANNEL
            ELSE
               MOVE "S" TO WS-RC-OK
            END-IF
            END-IF
            END-IF.

         SAVE-RECOVERY.
      *    Transferencia, recuperacao e registro numa transacao so.
            MOVE SPACES TO WS-WO-CUST-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-WO-ACCOUNT), ' ')
               INTO :WS-WO-CUST-DOC
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT post_transfer(:WS-RC-ACCOUNT,
                         :WS-FUNDING-ACCOUNT, :WS-RC-AMOUNT)
                  INTO :WS-RC-RESULT
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO loan_writeoff_recoveries
                     (writeoff_id, contract_id, amount, channel,
                      source_account, business_date, operator)
                  VALUES (:WS-WO-ID, :WS-WO-CONTRACT, :WS-RC-AMOUNT,
                          :WS-RC-CHANNEL, :WS-RC-ACCOUNT,
                          :WS-BUS-DATE::date, :WS-OPERATOR-USER)
                  RETURNING id INTO :WS-RC-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               PERFORM READ-WRITEOFF-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_writeoffs
                  SET recovered_amount =
                         COALESCE(recovered_amount, 0) + :WS-RC-AMOUNT,
                      last_recovery_date = :WS-BUS-DATE::date
                  WHERE id = :WS-WO-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-WRITEOFF-IMAGE
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
               EXEC SQL
                  COMMIT
               END-EXEC
               COMPUTE WS-WO-OPEN-LOSS = WS-WO-OPEN-LOSS - WS-RC-AMOUNT
               DISPLAY "1\WRITEOFF-RECOVER\" WS-RC-ID
               DISPLAY "#Recuperado " WS-RC-AMOUNT " (" WS-RC-CHANNEL
                  ") - em prejuizo " WS-WO-OPEN-LOSS

               MOVE "LOAN-RECOVERY" TO WS-LOG-ACTION
               MOVE "OK"            TO WS-LOG-STATUS
               MOVE WS-RC-AMOUNT    TO WS-LOG-VALUE
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "recuperacao " WS-RC-ID " contrato "
                  WS-WO-CONTRACT " safra " WS-WO-VINTAGE " canal "
                  WS-RC-CHANNEL " conta " WS-RC-ACCOUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-WRITEOFF-IMAGE.
      *    Imagem da entrada do registro para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loan_writeoffs t
               WHERE id = :WS-WO-ID
            END-EXEC
            MOVE "loan_writeoffs" TO WS-CHG-TABLE
            MOVE WS-WO-ID TO WS-CHG-KEY
            MOVE WS-WO-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-WO-CUST-DOC TO WS-CHG-CUST-DOC.

         LIST-WRITEOFFS.
      *    Sem argumento, a fila de decisao (PROPOSED); com argumento,
      *    a situacao pedida.
            MOVE "PROPOSED" TO WS-WO-FILTER
            IF WS-CMD-ARGS NOT = SPACES
               MOVE WS-CMD-ARGS TO WS-WO-FILTER
               INSPECT WS-WO-FILTER CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            END-IF

            EXEC SQL
               DECLARE WO-LIST-CUR CURSOR FOR
               SELECT contract_id, account, branch, days_overdue,
                      balance, status,
                      TO_CHAR(proposed_date, 'YYYY-MM-DD'),
                      COALESCE(vintage, ' '),
                      COALESCE(written_off_amount, 0),
                      COALESCE(recovered_amount, 0)
               FROM loan_writeoffs
               WHERE status = :WS-WO-FILTER
               ORDER BY branch, days_overdue DESC, contract_id
            END-EXEC

            EXEC SQL
               OPEN WO-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\WRITEOFF-LIST\" WS-WO-FILTER
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-WRITEOFF-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE WO-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-WRITEOFF-ROW.
            EXEC SQL
               FETCH WO-LIST-CUR
               INTO :WS-WO-CONTRACT, :WS-WO-ACCOUNT, :WS-WO-BRANCH,
                    :WS-WO-DAYS, :WS-WO-BALANCE, :WS-WO-STATUS,
                    :WS-WO-PROPOSED, :WS-WO-VINTAGE, :WS-WO-AMOUNT,
                    :WS-WO-RECOVERED
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
               DISPLAY "baixa\" WS-WO-CONTRACT "\" WS-WO-ACCOUNT "\"
                  WS-WO-BRANCH "\" WS-WO-DAYS "\" WS-WO-BALANCE "\"
                  WS-WO-PROPOSED "\" WS-WO-VINTAGE "\" WS-WO-AMOUNT
                  "\" WS-WO-RECOVERED
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao -
      *    decisao e recuperacao contam por ela.
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Fraud alert triage desk - works the alerts FRAUD-MON opens in
      *  fraud_alerts from its nightly velocity findings. QUEUE lists
      *  the OPEN alerts plus the ones the operator already took,
      *  TAKE assigns an alert to the operator (OPEN -> IN-REVIEW),
      *  SHOW one alert with its disposition, block and COAF case.
      *  DISPOSE closes an alert the operator took, with a mandatory
      *  note and one of:
      *    FALSE-POS - nothing wrong; the rule fired on legitimate use;
      *    CONTACTED - the customer was contacted and explained it;
      *    FRAUD     - confirmed fraud. Optionally places a
      *                precautionary debit block on the account
      *                (fraud_blocks, enforced by Enginev3 and
      *                APPROVE-Q like the estate block) and opens a
      *                COAF case (coaf_cases, source FRAUD-ALERT) with
      *                the evidence attached in coaf_case_evidence:
      *                the alert itself, the audit_journal entries of
      *                the session/account on the scan date and, for a
      *                PIX key, the log_cobol PIX lines sent to it.
      *                COAF-FILE files the case like any other.
      *  BLOCKS lists the ACTIVE precautionary blocks and UNBLOCK
      *  releases one (SUPERVISOR or ADMIN, mandatory note). Every
      *  change carries its change trail and commits together or not
      *  at all. FRAUD-WEEK reports volume, time to disposition and
      *  the false-positive rate per rule.
      *
      *  fraud_blocks: id, account, alert_id, status (ACTIVE/
      *    RELEASED), reason, placed_by, placed_at, released_by,
      *    released_at, release_note
      *  coaf_cases: alert_id (alert that opened the case)
      *  coaf_case_evidence: id, case_id, source, ref, amount,
      *    detail, captured_at
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FRAUD-DESK.
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

      *    Alerta em trabalho.
         01  WS-ALR-ID               PIC 9(9)  VALUE 0.
         01  WS-ALR-FOUND            PIC 9(5)  VALUE 0.
         01  WS-ALR-RULE             PIC X(15) VALUE SPACES.
         01  WS-ALR-SCAN-DATE        PIC X(10) VALUE SPACES.
         01  WS-ALR-SUBJECT          PIC X(50) VALUE SPACES.
         01  WS-ALR-ACTION           PIC X(20) VALUE SPACES.
         01  WS-ALR-COUNT            PIC 9(9)  VALUE 0.
         01  WS-ALR-TOTAL            PIC S9(10)V99 VALUE 0.
         01  WS-ALR-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ALR-DETAIL           PIC X(100) VALUE SPACES.
         01  WS-ALR-STATUS           PIC X(10) VALUE SPACES.
         01  WS-ALR-ANALYST          PIC X(20) VALUE SPACES.
         01  WS-ALR-CREATED          PIC X(16) VALUE SPACES.
         01  WS-ALR-DISPOSITION      PIC X(10) VALUE SPACES.
         01  WS-ALR-NOTE             PIC X(60) VALUE SPACES.
         01  WS-ALR-DISPOSED         PIC X(16) VALUE SPACES.
         01  WS-ALR-BLOCK-ID         PIC 9(9)  VALUE 0.
         01  WS-ALR-CASE-ID          PIC 9(9)  VALUE 0.
         01  WS-ALR-DOC              PIC X(14) VALUE SPACES.

      *    Bloqueio preventivo e caso COAF abertos pelo alerta.
         01  WS-BLK-ID               PIC 9(9)  VALUE 0.
         01  WS-BLK-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-BLK-ALERT            PIC 9(9)  VALUE 0.
         01  WS-BLK-STATUS           PIC X(10) VALUE SPACES.
         01  WS-BLK-PLACED-BY        PIC X(20) VALUE SPACES.
         01  WS-BLK-PLACED           PIC X(16) VALUE SPACES.
         01  WS-BLK-NOTE             PIC X(60) VALUE SPACES.
         01  WS-BLK-FOUND            PIC 9(5)  VALUE 0.
         01  WS-CASE-ID              PIC 9(9)  VALUE 0.
         01  WS-EVIDENCE-COUNT       PIC 9(9)  VALUE 0.

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

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-DECIDE-OK           PIC X(1)  VALUE "S".
         01  WS-OPEN-COAF           PIC X(1)  VALUE "N".
         01  WS-BLOCK-IN            PIC X(10) VALUE SPACES.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "FRAUD-DESK".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FRAUDDESK".
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
               DISPLAY "#Triagem de alertas de fraude - digite HELP "
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
            DISPLAY "=== TRIAGEM DE ALERTAS DE FRAUDE ==="
            DISPLAY "QUEUE   : Alertas em aberto e os que voce pegou"
            DISPLAY "TAKE    : Pega um alerta da fila para analise"
            DISPLAY "SHOW    : Mostra um alerta"
            DISPLAY "DISPOSE : Encerra o alerta (FALSE-POS, CONTACTED "
               "ou FRAUD)"
            DISPLAY "BLOCKS  : Lista os bloqueios preventivos ativos"
            DISPLAY "UNBLOCK : Libera um bloqueio preventivo "
               "(supervisor)"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "====================================="
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
               WHEN "QUEUE"    PERFORM LIST-QUEUE
               WHEN "TAKE"     PERFORM TAKE-ALERT
               WHEN "SHOW"     PERFORM SHOW-ALERT
               WHEN "DISPOSE"  PERFORM DISPOSE-ALERT
               WHEN "BLOCKS"   PERFORM LIST-BLOCKS
               WHEN "UNBLOCK"  PERFORM RELEASE-BLOCK
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-ALERT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do alerta: " NO ADVANCING
               ACCEPT WS-ALR-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-ALR-ID
            END-IF.

         FETCH-ONE-ALERT.
            MOVE 0 TO WS-ALR-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-ALR-FOUND
               FROM fraud_alerts
               WHERE id = :WS-ALR-ID
            END-EXEC

            IF SQLCODE = ZERO AND WS-ALR-FOUND > 0
               EXEC SQL
                  SELECT a.rule, TO_CHAR(a.scan_date, 'YYYY-MM-DD'),
                         a.subject, COALESCE(a.action, ' '),
                         COALESCE(a.event_count, 0),
                         COALESCE(a.total_value, 0),
                         COALESCE(a.account, 0),
                         COALESCE(a.detail, ' '), a.status,
                         COALESCE(a.analyst, ' '),
                         TO_CHAR(a.created_at, 'YYYY-MM-DD HH24:MI'),
                         COALESCE(a.disposition, ' '),
                         COALESCE(a.disposition_note, ' '),
                         COALESCE(TO_CHAR(a.disposed_at,
                                  'YYYY-MM-DD HH24:MI'), ' '),
                         COALESCE(a.block_id, 0),
                         COALESCE(a.coaf_case_id, 0),
                         COALESCE(account_holder_doc(a.account), ' ')
                  INTO :WS-ALR-RULE, :WS-ALR-SCAN-DATE,
                       :WS-ALR-SUBJECT, :WS-ALR-ACTION,
                       :WS-ALR-COUNT, :WS-ALR-TOTAL, :WS-ALR-ACCOUNT,
                       :WS-ALR-DETAIL, :WS-ALR-STATUS,
                       :WS-ALR-ANALYST, :WS-ALR-CREATED,
                       :WS-ALR-DISPOSITION, :WS-ALR-NOTE,
                       :WS-ALR-DISPOSED, :WS-ALR-BLOCK-ID,
                       :WS-ALR-CASE-ID, :WS-ALR-DOC
                  FROM fraud_alerts a
                  WHERE a.id = :WS-ALR-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-ALR-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         SHOW-ALERT.
            PERFORM GET-ALERT-ARG
            PERFORM FETCH-ONE-ALERT
            IF WS-ALR-FOUND = 0
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta " WS-ALR-ID " nao encontrado"
            ELSE
               DISPLAY "1\FRAUD-SHOW\" WS-ALR-ID
               DISPLAY "#Regra     : " WS-ALR-RULE " varredura de "
                  WS-ALR-SCAN-DATE
               DISPLAY "#Sujeito   : " WS-ALR-SUBJECT " "
                  WS-ALR-ACTION
               DISPLAY "#Conta     : " WS-ALR-ACCOUNT " doc "
                  WS-ALR-DOC
               DISPLAY "#Eventos   : " WS-ALR-COUNT " total "
                  WS-ALR-TOTAL
               DISPLAY "#Achado    : " WS-ALR-DETAIL
               DISPLAY "#Situacao  : " WS-ALR-STATUS " aberto em "
                  WS-ALR-CREATED " analista " WS-ALR-ANALYST
               IF WS-ALR-DISPOSITION NOT = SPACES
                  DISPLAY "#Desfecho  : " WS-ALR-DISPOSITION " em "
                     WS-ALR-DISPOSED " - " WS-ALR-NOTE
               END-IF
               IF WS-ALR-BLOCK-ID > 0
                  DISPLAY "#Bloqueio  : " WS-ALR-BLOCK-ID
               END-IF
               IF WS-ALR-CASE-ID > 0
                  DISPLAY "#Caso COAF : " WS-ALR-CASE-ID
               END-IF
            END-IF.

         LIST-QUEUE.
      *    Fila do analista - tudo em aberto, do mais antigo para o
      *    mais novo, mais o que ele ja pegou e nao encerrou.
            EXEC SQL
               DECLARE FRAUD-ALR-CUR CURSOR FOR
               SELECT id, rule, subject, COALESCE(account, 0),
                      COALESCE(total_value, 0), status,
                      TO_CHAR(created_at, 'YYYY-MM-DD HH24:MI')
               FROM fraud_alerts
               WHERE status = 'OPEN'
                  OR (status = 'IN-REVIEW'
                      AND analyst = :WS-OPERATOR-USER)
               ORDER BY status DESC, id
            END-EXEC

            EXEC SQL
               OPEN FRAUD-ALR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FRAUD-QUEUE"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-QUEUE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FRAUD-ALR-CUR
               END-EXEC
            END-IF.

         FETCH-QUEUE-ROW.
            EXEC SQL
               FETCH FRAUD-ALR-CUR
               INTO :WS-ALR-ID, :WS-ALR-RULE, :WS-ALR-SUBJECT,
                    :WS-ALR-ACCOUNT, :WS-ALR-TOTAL, :WS-ALR-STATUS,
                    :WS-ALR-CREATED
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
               DISPLAY "alerta\" WS-ALR-ID "\" WS-ALR-RULE "\"
                  WS-ALR-SUBJECT "\" WS-ALR-ACCOUNT "\" WS-ALR-TOTAL
                  "\" WS-ALR-STATUS "\" WS-ALR-CREATED
            END-IF
            END-IF.

         TAKE-ALERT.
      *    So alerta OPEN e pego; o UPDATE confere a situacao de novo
      *    para dois analistas nao pegarem o mesmo alerta.
            PERFORM GET-ALERT-ARG
            PERFORM FETCH-ONE-ALERT
            IF WS-ALR-FOUND = 0
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta " WS-ALR-ID " nao encontrado"
            ELSE IF WS-ALR-STATUS NOT = "OPEN"
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta " WS-ALR-ID " ja esta " WS-ALR-STATUS
                  " com " WS-ALR-ANALYST
            ELSE
               MOVE "S" TO WS-DECIDE-OK
               PERFORM READ-ALERT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE fraud_alerts
                  SET status = 'IN-REVIEW',
                      analyst = :WS-OPERATOR-USER,
                      taken_at = now()
                  WHERE id = :WS-ALR-ID
                    AND status = 'OPEN'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-ALERT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               END-IF

               IF WS-DECIDE-OK = "N"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  IF SQLCODE-PASS NOT = 0
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  END-IF
                  DISPLAY "0\FRAUDDESK"
                  DISPLAY "#Alerta nao foi pego - tente de novo"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\FRAUD-TAKE\" WS-ALR-ID
                  DISPLAY "#Alerta " WS-ALR-ID " em analise com "
                     WS-OPERATOR-USER

                  MOVE "FRAUD-TAKE" TO WS-LOG-ACTION
                  MOVE "OK" TO WS-LOG-STATUS
                  MOVE WS-ALR-TOTAL TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "alerta " WS-ALR-ID " " WS-ALR-RULE
                     " por " WS-OPERATOR-USER
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF.

         DISPOSE-ALERT.
      *    Desfecho so por quem pegou o alerta, sempre com nota.
            PERFORM GET-ALERT-ARG
            PERFORM FETCH-ONE-ALERT
            IF WS-ALR-FOUND = 0
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta " WS-ALR-ID " nao encontrado"
            ELSE IF WS-ALR-STATUS NOT = "IN-REVIEW"
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta " WS-ALR-ID " nao esta em analise: "
                  WS-ALR-STATUS " - use TAKE antes"
            ELSE IF WS-ALR-ANALYST NOT = WS-OPERATOR-USER
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Alerta em analise com " WS-ALR-ANALYST
            ELSE
               DISPLAY "#Alerta " WS-ALR-ID ": " WS-ALR-RULE " "
                  WS-ALR-SUBJECT
               DISPLAY "#Desfecho (FALSE-POS/CONTACTED/FRAUD): "
                  NO ADVANCING
               MOVE SPACES TO WS-ALR-DISPOSITION
               ACCEPT WS-ALR-DISPOSITION
               INSPECT WS-ALR-DISPOSITION CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-ALR-DISPOSITION NOT = "FALSE-POS"
                  AND WS-ALR-DISPOSITION NOT = "CONTACTED"
                  AND WS-ALR-DISPOSITION NOT = "FRAUD"
                  DISPLAY "0\FRAUDDESK"
                  DISPLAY "#Desfecho deve ser FALSE-POS, CONTACTED ou "
                     "FRAUD"
               ELSE
                  DISPLAY "#Nota do desfecho: " NO ADVANCING
                  MOVE SPACES TO WS-ALR-NOTE
                  ACCEPT WS-ALR-NOTE
                  IF WS-ALR-NOTE = SPACES
                     DISPLAY "0\FRAUDDESK"
                     DISPLAY "#Nota do desfecho e obrigatoria"
                  ELSE
                     PERFORM ASK-FRAUD-ACTIONS
                     PERFORM APPLY-DISPOSITION
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         ASK-FRAUD-ACTIONS.
      *    Fraude confirmada: bloqueio preventivo (conta do alerta por
      *    padrao, zero = sem bloqueio) e caso COAF opcionais.
            MOVE 0 TO WS-BLK-ACCOUNT
            MOVE "N" TO WS-OPEN-COAF
            IF WS-ALR-DISPOSITION = "FRAUD"
               DISPLAY "#Conta para bloqueio preventivo de debito ("
                  WS-ALR-ACCOUNT ", 0 = sem bloqueio): " NO ADVANCING
               MOVE SPACES TO WS-BLOCK-IN
               ACCEPT WS-BLOCK-IN
               IF WS-BLOCK-IN = SPACES
                  MOVE WS-ALR-ACCOUNT TO WS-BLK-ACCOUNT
               ELSE
                  MOVE WS-BLOCK-IN TO WS-BLK-ACCOUNT
               END-IF
               DISPLAY "#Abrir caso COAF com as evidencias (S/N): "
                  NO ADVANCING
               ACCEPT WS-OPEN-COAF
               INSPECT WS-OPEN-COAF CONVERTING "sn" TO "SN"
            END-IF.

         APPLY-DISPOSITION.
      *    Alerta encerrado, bloqueio e caso COAF na mesma transacao -
      *    qualquer falha desfaz tudo e o alerta segue em analise.
            MOVE "S" TO WS-DECIDE-OK
            MOVE 0 TO WS-BLK-ID
            MOVE 0 TO WS-CASE-ID
            MOVE 0 TO WS-EVIDENCE-COUNT

            IF WS-BLK-ACCOUNT > 0
               PERFORM PLACE-FRAUD-BLOCK
            END-IF
            IF WS-DECIDE-OK = "S" AND WS-OPEN-COAF = "S"
               PERFORM OPEN-COAF-CASE
            END-IF

            IF WS-DECIDE-OK = "S"
               PERFORM READ-ALERT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE fraud_alerts
                  SET status = 'CLOSED',
                      disposition = :WS-ALR-DISPOSITION,
                      disposition_note = :WS-ALR-NOTE,
                      disposed_at = now(),
                      block_id = NULLIF(:WS-BLK-ID, 0),
                      coaf_case_id = NULLIF(:WS-CASE-ID, 0)
                  WHERE id = :WS-ALR-ID
                    AND status = 'IN-REVIEW'
                    AND analyst = :WS-OPERATOR-USER
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-ALERT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               END-IF
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF SQLCODE-PASS NOT = 0
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Desfecho nao registrado - alerta segue em "
                  "analise"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\FRAUD-DISPOSE\" WS-ALR-ID
               DISPLAY "#Alerta " WS-ALR-ID " encerrado: "
                  WS-ALR-DISPOSITION
               IF WS-BLK-ID > 0
                  DISPLAY "#Bloqueio preventivo " WS-BLK-ID
                     " na conta " WS-BLK-ACCOUNT
               END-IF
               IF WS-CASE-ID > 0
                  DISPLAY "#Caso COAF " WS-CASE-ID " aberto com "
                     WS-EVIDENCE-COUNT " evidencia(s)"
               END-IF

               MOVE "FRAUD-DISPOSE" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-ALR-TOTAL TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "alerta " WS-ALR-ID " " WS-ALR-DISPOSITION
                  " bloqueio " WS-BLK-ID " caso " WS-CASE-ID
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         PLACE-FRAUD-BLOCK.
      *    Conta precisa existir e estar ativa - o bloqueio e so de
      *    debito; a conta segue recebendo creditos.
            MOVE 0 TO WS-BLK-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-BLK-FOUND
               WHERE account_status(:WS-BLK-ACCOUNT) = 'ACTIVE'
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE IF WS-BLK-FOUND = 0
               MOVE "N" TO WS-DECIDE-OK
               MOVE 0 TO SQLCODE-PASS
               DISPLAY "#Conta " WS-BLK-ACCOUNT " inexistente ou nao "
                  "ativa"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO fraud_blocks
                     (account, alert_id, status, reason, placed_by,
                      placed_at)
                  VALUES (:WS-BLK-ACCOUNT, :WS-ALR-ID, 'ACTIVE',
                          :WS-ALR-NOTE, :WS-OPERATOR-USER, now())
                  RETURNING id INTO :WS-BLK-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-BLOCK-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               END-IF
            END-IF
            END-IF.

         OPEN-COAF-CASE.
      *    Caso PREPARED para o COAF-FILE, com as evidencias copiadas
      *    no ato - o alerta com a nota do analista, o diario da
      *    sessao/conta no dia da varredura e, para chave PIX, os
      *    envios do log_cobol para ela.
            EXEC SQL
               INSERT INTO coaf_cases
                  (log_id, source, amount, detail, status,
                   flagged_at, alert_id)
               VALUES (0, 'FRAUD-ALERT', ABS(:WS-ALR-TOTAL),
                       LEFT(TRIM(:WS-ALR-RULE) || ' ' ||
                            TRIM(:WS-ALR-SUBJECT), 50),
                       'PREPARED', CURRENT_DATE, :WS-ALR-ID)
               RETURNING id INTO :WS-CASE-ID
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO coaf_case_evidence
                     (case_id, source, ref, amount, detail,
                      captured_at)
                  VALUES (:WS-CASE-ID, 'FRAUD-ALERT',
                          :WS-ALR-ID::text, ABS(:WS-ALR-TOTAL),
                          TRIM(:WS-ALR-DETAIL) || ' | ' ||
                          TRIM(:WS-ALR-NOTE), now())
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO coaf_case_evidence
                     (case_id, source, ref, amount, detail,
                      captured_at)
                  SELECT :WS-CASE-ID, 'AUDIT-JOURNAL', j.ref,
                         j.amount,
                         j.action || ' ' || j.debit_account || ' -> '
                         || j.credit_account || ' sessao '
                         || TRIM(j.session_id) || ' '
                         || TO_CHAR(j.created_at, 'HH24:MI:SS'),
                         now()
                  FROM audit_journal j
                  WHERE j.created_at::date =
                        :WS-ALR-SCAN-DATE::date
                    AND (TRIM(j.session_id) = TRIM(:WS-ALR-SUBJECT)
                     OR  (:WS-ALR-ACCOUNT > 0
                          AND (j.debit_account = :WS-ALR-ACCOUNT
                           OR  j.credit_account = :WS-ALR-ACCOUNT)))
               END-EXEC
            END-IF

            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  INSERT INTO coaf_case_evidence
                     (case_id, source, ref, amount, detail,
                      captured_at)
                  SELECT :WS-CASE-ID, 'LOG-COBOL', l.id::text,
                         l.value_processed,
                         l.action || ' sessao ' || TRIM(l.session_id)
                         || ' ' || TO_CHAR(l.created_at, 'HH24:MI:SS')
                         || ' ' || TRIM(l.message),
                         now()
                  FROM log_cobol l
                  WHERE TRIM(:WS-ALR-RULE) = 'SURTO-PIX'
                    AND l.action = 'PIX'
                    AND l.status = 'OK'
                    AND TRIM(l.endpoint) = TRIM(:WS-ALR-SUBJECT)
                    AND l.created_at::date =
                        :WS-ALR-SCAN-DATE::date
               END-EXEC
            END-IF

            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-EVIDENCE-COUNT
                  FROM coaf_case_evidence
                  WHERE case_id = :WS-CASE-ID
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            END-IF.

         LIST-BLOCKS.
            EXEC SQL
               DECLARE FRAUD-BLK-CUR CURSOR FOR
               SELECT id, account, COALESCE(alert_id, 0),
                      COALESCE(placed_by, ' '),
                      TO_CHAR(placed_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(reason, ' ')
               FROM fraud_blocks
               WHERE status = 'ACTIVE'
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN FRAUD-BLK-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FRAUD-BLOCKS"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-BLOCK-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FRAUD-BLK-CUR
               END-EXEC
            END-IF.

         FETCH-BLOCK-ROW.
            EXEC SQL
               FETCH FRAUD-BLK-CUR
               INTO :WS-BLK-ID, :WS-BLK-ACCOUNT, :WS-BLK-ALERT,
                    :WS-BLK-PLACED-BY, :WS-BLK-PLACED, :WS-BLK-NOTE
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
               DISPLAY "bloqueio\" WS-BLK-ID "\" WS-BLK-ACCOUNT "\"
                  WS-BLK-ALERT "\" WS-BLK-PLACED-BY "\" WS-BLK-PLACED
                  "\" WS-BLK-NOTE
            END-IF
            END-IF.

         RELEASE-BLOCK.
      *    Liberacao do bloqueio preventivo - supervisor ou
      *    administrador, com nota; quem bloqueou nao libera.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do bloqueio: " NO ADVANCING
               ACCEPT WS-BLK-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-BLK-ID
            END-IF

            MOVE 0 TO WS-BLK-FOUND
            MOVE SPACES TO WS-BLK-STATUS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-BLK-FOUND
               FROM fraud_blocks
               WHERE id = :WS-BLK-ID
            END-EXEC
            IF SQLCODE = ZERO AND WS-BLK-FOUND > 0
               EXEC SQL
                  SELECT account, status, COALESCE(placed_by, ' ')
                  INTO :WS-BLK-ACCOUNT, :WS-BLK-STATUS,
                       :WS-BLK-PLACED-BY
                  FROM fraud_blocks
                  WHERE id = :WS-BLK-ID
               END-EXEC
            END-IF

            IF WS-AUTH-ROLE NOT = "SUPERVISOR"
               AND WS-AUTH-ROLE NOT = "ADMIN"
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Liberacao de bloqueio exige SUPERVISOR ou "
                  "ADMIN"
            ELSE IF WS-BLK-FOUND = 0
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Bloqueio " WS-BLK-ID " nao encontrado"
            ELSE IF WS-BLK-STATUS NOT = "ACTIVE"
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Bloqueio " WS-BLK-ID " ja esta "
                  WS-BLK-STATUS
            ELSE IF WS-BLK-PLACED-BY = WS-OPERATOR-USER
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Quem bloqueou nao pode liberar"
            ELSE
               DISPLAY "#Nota da liberacao: " NO ADVANCING
               MOVE SPACES TO WS-BLK-NOTE
               ACCEPT WS-BLK-NOTE
               IF WS-BLK-NOTE = SPACES
                  DISPLAY "0\FRAUDDESK"
                  DISPLAY "#Nota da liberacao e obrigatoria"
               ELSE
                  PERFORM APPLY-RELEASE
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         APPLY-RELEASE.
            MOVE "S" TO WS-DECIDE-OK
            PERFORM READ-BLOCK-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE fraud_blocks
               SET status = 'RELEASED',
                   released_by = :WS-OPERATOR-USER,
                   released_at = now(),
                   release_note = :WS-BLK-NOTE
               WHERE id = :WS-BLK-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-BLOCK-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "0\FRAUDDESK"
               DISPLAY "#Bloqueio nao liberado"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\FRAUD-UNBLOCK\" WS-BLK-ID
               DISPLAY "#Bloqueio " WS-BLK-ID " liberado - conta "
                  WS-BLK-ACCOUNT

               MOVE "FRAUD-UNBLOCK" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "bloqueio " WS-BLK-ID " conta " WS-BLK-ACCOUNT
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         NOTE-SQL-FAILURE.
            MOVE "N" TO WS-DECIDE-OK
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS.

         READ-ALERT-IMAGE.
      *    Imagem do alerta para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fraud_alerts t
               WHERE id = :WS-ALR-ID
            END-EXEC
            MOVE "fraud_alerts" TO WS-CHG-TABLE
            MOVE WS-ALR-ID TO WS-CHG-KEY
            MOVE WS-ALR-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-ALR-DOC TO WS-CHG-CUST-DOC.

         READ-BLOCK-IMAGE.
      *    Imagem do bloqueio preventivo para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fraud_blocks t
               WHERE id = :WS-BLK-ID
            END-EXEC
            MOVE "fraud_blocks" TO WS-CHG-TABLE
            MOVE WS-BLK-ID TO WS-CHG-KEY
            MOVE WS-BLK-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

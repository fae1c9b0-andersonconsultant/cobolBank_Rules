      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Data-subject request desk (LGPD) - every request a holder
      *  makes about the personal data we keep is registered here
      *  with its legal deadline, instead of landing on a developer
      *  as an ad hoc SQL job. Requests live in lgpd_requests: id,
      *  doc (the CPF of the holder), kind (ACCESS/ANONYMIZE),
      *  channel, note, requested_on (business date), deadline
      *  (requested_on + LGPD_DEADLINE_DAYS of bank_params, default
      *  15 calendar days), status (OPEN/REPORTED/DONE/REJECTED),
      *  report_path, registered_by, registered_at, closed_by,
      *  closed_at, close_reason.
      *  NEW registers a request (CPF conferred by CHECKDIGIT), LIST
      *  shows the pending ones with the overdue flagged, SHOW one
      *  request, CLOSE records the answer delivered to the holder
      *  (an ACCESS request only once LGPD-ACCESS has produced the
      *  report) and REJECT refuses one with the legal ground - the
      *  retention period not over yet, or a legal hold. LGPD-ACCESS
      *  answers the ACCESS requests (OPEN -> REPORTED) and LGPD-ANON
      *  closes the ANONYMIZE ones it carries out (-> DONE). Every
      *  change goes to the change trail (CHGAUDIT) in its
      *  transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LGPD-DESK.
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

      *    Solicitacao em manutencao.
         01  WS-LG-ID                PIC 9(9)  VALUE 0.
         01  WS-LG-DOC               PIC X(14) VALUE SPACES.
         01  WS-LG-KIND              PIC X(10) VALUE SPACES.
         01  WS-LG-CHANNEL           PIC X(10) VALUE SPACES.
         01  WS-LG-NOTE              PIC X(60) VALUE SPACES.
         01  WS-LG-REQUESTED         PIC X(10) VALUE SPACES.
         01  WS-LG-DEADLINE          PIC X(10) VALUE SPACES.
         01  WS-LG-STATUS            PIC X(10) VALUE SPACES.
         01  WS-LG-REPORT            PIC X(100) VALUE SPACES.
         01  WS-LG-REASON            PIC X(60) VALUE SPACES.
         01  WS-LG-FOUND             PIC 9(5)  VALUE 0.
         01  WS-LG-LATE-DAYS         PIC S9(5) VALUE 0.
         01  WS-LG-DEADLINE-DAYS     PIC 9(3)  VALUE 15.
         01  WS-LG-CUST-NAME         PIC X(60) VALUE SPACES.
         01  WS-LG-CUST-FOUND        PIC 9(5)  VALUE 0.
         01  WS-LG-DUP-ID            PIC 9(9)  VALUE 0.

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

      *    Prazo legal em dias corridos (bank_params).
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    CPF do titular conferido pelo CHECKDIGIT - a LGPD protege
      *    pessoa natural, entao CNPJ nao abre solicitacao.
         01  WS-CHKD-TYPE           PIC X(4)  VALUE SPACES.
         01  WS-CHKD-VALUE          PIC X(14) VALUE SPACES.
         01  WS-CHKD-RESULT         PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(5)  VALUE 0.
         01  WS-LATE-COUNT          PIC 9(5)  VALUE 0.
         01  WS-LATE-FLAG           PIC X(7)  VALUE SPACES.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "LGPD-DESK".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LGPDDESK".
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
               PERFORM LOAD-DEADLINE-POLICY
               PERFORM OPERATOR-SIGNON
            END-IF.

         LOAD-DEADLINE-POLICY.
      *    Prazo de resposta ao titular - 15 dias corridos, a menos que
      *    LGPD_DEADLINE_DAYS diga outro.
            MOVE "LGPD_DEADLINE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-LG-DEADLINE-DAYS
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
               DISPLAY "#Solicitacoes de titulares (LGPD) - digite "
                  "HELP para ajuda"
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
            DISPLAY "=== SOLICITACOES DE TITULARES (LGPD) ==="
            DISPLAY "NEW      : Registra solicitacao (ACCESS/ANONYMIZE)"
            DISPLAY "LIST     : Solicitacoes pendentes e prazos"
            DISPLAY "SHOW     : Detalhe de uma solicitacao"
            DISPLAY "CLOSE    : Registra a resposta entregue"
            DISPLAY "REJECT   : Recusa com o fundamento legal"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
            DISPLAY "========================================"
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
               WHEN "NEW"      PERFORM NEW-REQUEST
               WHEN "LIST"     PERFORM LIST-REQUESTS
               WHEN "SHOW"     PERFORM SHOW-REQUEST
               WHEN "CLOSE"    PERFORM CLOSE-REQUEST
               WHEN "REJECT"   PERFORM REJECT-REQUEST
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-ID-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero da solicitacao: " NO ADVANCING
               ACCEPT WS-LG-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-LG-ID
            END-IF.

         VALIDATE-REQUEST-DOC.
      *    Somente CPF (11 digitos) conferido pelo CHECKDIGIT.
            MOVE "N" TO WS-CHKD-RESULT
            IF WS-LG-DOC(1:11) IS NUMERIC AND
               WS-LG-DOC(12:3) = SPACES
               MOVE "CPF " TO WS-CHKD-TYPE
               MOVE WS-LG-DOC TO WS-CHKD-VALUE
               CALL "CHECKDIGIT" USING WS-CHKD-TYPE, WS-CHKD-VALUE,
                  WS-CHKD-RESULT
            END-IF.

         NEW-REQUEST.
      *    O prazo corre da data do movimento em que o titular pediu.
      *    Titular que nao e cliente tambem pode pedir acesso - a
      *    resposta e o relatorio dizendo que nada consta.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#CPF do titular (somente digitos): "
                  NO ADVANCING
               ACCEPT WS-LG-DOC
            ELSE
               MOVE WS-CMD-ARGS TO WS-LG-DOC
            END-IF
            DISPLAY "#Tipo (ACCESS/ANONYMIZE): " NO ADVANCING
            ACCEPT WS-LG-KIND
            DISPLAY "#Canal (AGENCIA/SAC/EMAIL/...): " NO ADVANCING
            ACCEPT WS-LG-CHANNEL
            DISPLAY "#Observacao: " NO ADVANCING
            ACCEPT WS-LG-NOTE
            INSPECT WS-LG-KIND CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WS-LG-CHANNEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            PERFORM VALIDATE-REQUEST-DOC

            MOVE 0 TO WS-LG-CUST-FOUND
            MOVE SPACES TO WS-LG-CUST-NAME
            MOVE 0 TO WS-LG-DUP-ID
            IF WS-CHKD-RESULT = "S"
               EXEC SQL
                  SELECT COUNT(*), COALESCE(MIN(name), ' '),
                         COALESCE((SELECT MIN(r.id)
                                   FROM lgpd_requests r
                                   WHERE r.doc = :WS-LG-DOC
                                     AND r.kind = :WS-LG-KIND
                                     AND r.status IN ('OPEN',
                                                      'REPORTED')),
                                  0)
                  INTO :WS-LG-CUST-FOUND, :WS-LG-CUST-NAME,
                       :WS-LG-DUP-ID
                  FROM customers
                  WHERE doc = :WS-LG-DOC
               END-EXEC
            END-IF

            IF WS-CHKD-RESULT NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#CPF invalido - informe os 11 digitos"
            ELSE IF WS-LG-KIND NOT = "ACCESS"
                AND WS-LG-KIND NOT = "ANONYMIZE"
               DISPLAY "0\INVALID"
               DISPLAY "#Tipo deve ser ACCESS ou ANONYMIZE"
            ELSE IF WS-LG-CHANNEL = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Canal e obrigatorio"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LG-DUP-ID > 0
               DISPLAY "0\LGPD"
               DISPLAY "#Ja ha solicitacao " WS-LG-DUP-ID
                  " pendente do mesmo tipo para o CPF"
            ELSE IF WS-LG-KIND = "ANONYMIZE" AND WS-LG-CUST-FOUND = 0
               DISPLAY "0\LGPD"
               DISPLAY "#CPF nao consta do cadastro - nada a anonimizar"
            ELSE
               PERFORM INSERT-REQUEST
               MOVE "LGPD-NEW" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
               IF SQLCODE = ZERO
                  DISPLAY "#Prazo legal: " WS-LG-DEADLINE
                  IF WS-LG-CUST-FOUND = 0
                     DISPLAY "#Titular nao e cliente"
                  ELSE
                     DISPLAY "#Cliente " WS-LG-CUST-NAME
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-REQUEST.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO lgpd_requests
                  (doc, kind, channel, note, requested_on, deadline,
                   status, registered_by, registered_at)
               VALUES (:WS-LG-DOC, :WS-LG-KIND, :WS-LG-CHANNEL,
                       :WS-LG-NOTE, :WS-BUS-DATE::date,
                       :WS-BUS-DATE::date + :WS-LG-DEADLINE-DAYS,
                       'OPEN', :WS-OPERATOR-USER, now())
               RETURNING id, TO_CHAR(deadline, 'YYYY-MM-DD')
               INTO :WS-LG-ID, :WS-LG-DEADLINE
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-REQUEST-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         FETCH-REQUEST.
            MOVE SPACES TO WS-LG-DOC
            MOVE SPACES TO WS-LG-KIND
            MOVE SPACES TO WS-LG-STATUS
            EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(doc), ' '),
                      COALESCE(MAX(kind), ' '),
                      COALESCE(MAX(channel), ' '),
                      COALESCE(MAX(note), ' '),
                      COALESCE(MAX(TO_CHAR(requested_on,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(TO_CHAR(deadline, 'YYYY-MM-DD')),
                               ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(report_path), ' '),
                      COALESCE(MAX(close_reason), ' '),
                      COALESCE(MAX(:WS-BUS-DATE::date - deadline), 0)
               INTO :WS-LG-FOUND, :WS-LG-DOC, :WS-LG-KIND,
                    :WS-LG-CHANNEL, :WS-LG-NOTE, :WS-LG-REQUESTED,
                    :WS-LG-DEADLINE, :WS-LG-STATUS, :WS-LG-REPORT,
                    :WS-LG-REASON, :WS-LG-LATE-DAYS
               FROM lgpd_requests
               WHERE id = :WS-LG-ID
            END-EXEC.

         CLOSE-REQUEST.
      *    Resposta entregue ao titular. Acesso so fecha depois que o
      *    LGPD-ACCESS gerou o relatorio (REPORTED); anonimizacao
      *    fecha sozinha no LGPD-ANON - aqui so fica o registro manual
      *    de quem respondeu por outro meio.
            PERFORM GET-ID-ARG
            DISPLAY "#Como foi entregue a resposta: " NO ADVANCING
            ACCEPT WS-LG-REASON
            PERFORM FETCH-REQUEST

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LG-FOUND = 0
               DISPLAY "0\LGPD"
               DISPLAY "#Solicitacao nao encontrada"
            ELSE IF WS-LG-STATUS NOT = "OPEN"
                AND WS-LG-STATUS NOT = "REPORTED"
               DISPLAY "0\LGPD"
               DISPLAY "#Solicitacao ja encerrada (" WS-LG-STATUS ")"
            ELSE IF WS-LG-KIND = "ACCESS"
                AND WS-LG-STATUS NOT = "REPORTED"
               DISPLAY "0\LGPD"
               DISPLAY "#Relatorio de acesso ainda nao gerado "
                  "(LGPD-ACCESS)"
            ELSE IF WS-LG-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Informe como a resposta foi entregue"
            ELSE
               MOVE "DONE" TO WS-LG-STATUS
               PERFORM END-REQUEST
               MOVE "LGPD-CLOSE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         REJECT-REQUEST.
      *    Recusa fundamentada - retencao legal ainda em curso, bloqueio
      *    judicial, contestacao ou comunicacao ao COAF em aberto.
            PERFORM GET-ID-ARG
            DISPLAY "#Fundamento legal da recusa: " NO ADVANCING
            ACCEPT WS-LG-REASON
            PERFORM FETCH-REQUEST

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LG-FOUND = 0
               DISPLAY "0\LGPD"
               DISPLAY "#Solicitacao nao encontrada"
            ELSE IF WS-LG-STATUS NOT = "OPEN"
                AND WS-LG-STATUS NOT = "REPORTED"
               DISPLAY "0\LGPD"
               DISPLAY "#Solicitacao ja encerrada (" WS-LG-STATUS ")"
            ELSE IF WS-LG-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Fundamento e obrigatorio"
            ELSE
               MOVE "REJECTED" TO WS-LG-STATUS
               PERFORM END-REQUEST
               MOVE "LGPD-REJECT" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         END-REQUEST.
      *    Encerra WS-LG-ID com a situacao e o motivo informados.
            PERFORM READ-REQUEST-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE lgpd_requests
               SET status = :WS-LG-STATUS,
                   closed_by = :WS-OPERATOR-USER, closed_at = now(),
                   close_reason = :WS-LG-REASON
               WHERE id = :WS-LG-ID
                 AND status IN ('OPEN', 'REPORTED')
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-REQUEST-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         SHOW-REQUEST.
            PERFORM GET-ID-ARG
            PERFORM FETCH-REQUEST
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LG-FOUND = 0
               DISPLAY "0\LGPD"
               DISPLAY "#Solicitacao nao encontrada"
            ELSE
               DISPLAY "1\LGPD-SHOW\" WS-LG-ID
               DISPLAY "lgpd\" WS-LG-ID "\" WS-LG-DOC "\" WS-LG-KIND
                  "\" WS-LG-CHANNEL "\" WS-LG-REQUESTED "\"
                  WS-LG-DEADLINE "\" WS-LG-STATUS
               DISPLAY "#Observacao: " WS-LG-NOTE
               IF WS-LG-REPORT NOT = SPACES
                  DISPLAY "#Relatorio: " WS-LG-REPORT
               END-IF
               IF WS-LG-REASON NOT = SPACES
                  DISPLAY "#Encerramento: " WS-LG-REASON
               END-IF
               IF WS-LG-STATUS = "OPEN" OR WS-LG-STATUS = "REPORTED"
                  IF WS-LG-LATE-DAYS > 0
                     DISPLAY "#PRAZO VENCIDO ha " WS-LG-LATE-DAYS
                        " dia(s)"
                  END-IF
               END-IF
            END-IF
            END-IF.

         LIST-REQUESTS.
      *    Pendentes por prazo - o que vence primeiro, primeiro.
            EXEC SQL
               DECLARE LGPD-LIST-CUR CURSOR FOR
               SELECT id, doc, kind, channel,
                      TO_CHAR(requested_on, 'YYYY-MM-DD'),
                      TO_CHAR(deadline, 'YYYY-MM-DD'), status,
                      :WS-BUS-DATE::date - deadline
               FROM lgpd_requests
               WHERE status IN ('OPEN', 'REPORTED')
               ORDER BY deadline, id
            END-EXEC

            EXEC SQL
               OPEN LGPD-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\LGPD-LIST"
               MOVE 0 TO WS-LIST-COUNT
               MOVE 0 TO WS-LATE-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-REQUEST-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE LGPD-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " pendente(s), "
                  WS-LATE-COUNT " com prazo vencido"
            END-IF.

         FETCH-REQUEST-ROW.
            EXEC SQL
               FETCH LGPD-LIST-CUR
               INTO :WS-LG-ID, :WS-LG-DOC, :WS-LG-KIND,
                    :WS-LG-CHANNEL, :WS-LG-REQUESTED,
                    :WS-LG-DEADLINE, :WS-LG-STATUS, :WS-LG-LATE-DAYS
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
               ADD 1 TO WS-LIST-COUNT
               MOVE SPACES TO WS-LATE-FLAG
               IF WS-LG-LATE-DAYS > 0
                  MOVE "VENCIDO" TO WS-LATE-FLAG
                  ADD 1 TO WS-LATE-COUNT
               END-IF
               DISPLAY "lgpd\" WS-LG-ID "\" WS-LG-DOC "\" WS-LG-KIND
                  "\" WS-LG-CHANNEL "\" WS-LG-REQUESTED "\"
                  WS-LG-DEADLINE "\" WS-LG-STATUS "\" WS-LATE-FLAG
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

         READ-REQUEST-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM lgpd_requests t
               WHERE id = :WS-LG-ID
            END-EXEC
            MOVE "lgpd_requests" TO WS-CHG-TABLE
            MOVE WS-LG-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-LG-DOC TO WS-CHG-CUST-DOC.

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

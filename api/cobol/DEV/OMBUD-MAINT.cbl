      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Ombudsman complaint desk (ouvidoria) - the register of the
      *  general complaints that are not a disputed transaction
      *  (service, fees, teller conduct, wrong information...), which
      *  the central bank requires the institution to keep and report.
      *  A complaint records the channel it came through, the
      *  customer (document, and the account when there is one), the
      *  subject category, the dispute case it relates to (DISPUTE-
      *  MAINT) or the protocol of the outside body that forwarded it,
      *  and gets a protocol of its own and a deadline of
      *  OMBUD_DEADLINE_DAYS business days (bank_params, default 10,
      *  DATESRV calendar) from the business date. Every step goes to
      *  the response history: NOTE for internal progress, RESPOND for
      *  the answer given to the customer (ANSWERED) and CLOSE for the
      *  final classification - PS procedente solucionada, PN
      *  procedente nao solucionada, IM improcedente - with the
      *  business days it took and whether the deadline was kept.
      *  The daily OMBUD-ESCAL batch escalates complaints approaching
      *  their deadline; OMBUD-QTR produces the quarterly regulatory
      *  statistics file and the management report.
      *    ombud_complaints  id, protocol, channel, category, cust_doc,
      *                      cust_name, account, dispute_case_id,
      *                      external_ref, subject, branch,
      *                      received_on, deadline_date, status (OPEN/
      *                      ANSWERED/CLOSED), escalation_level (0, 1
      *                      deadline near, 2 overdue), escalated_at,
      *                      answered_on, outcome (PS/PN/IM),
      *                      closed_on, resolution_days, on_time (S/N),
      *                      opened_by, closed_by, created_at.
      *    ombud_actions     id, complaint_id, action_date,
      *                      action_type (OPEN/NOTE/RESPONSE/ESCALATE/
      *                      CLOSE), note, created_by, created_at.
      *  Every complaint changed goes to the change trail (CHGAUDIT)
      *  in its transaction; ombud_actions is the complaint's own
      *  history and does not.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OMBUD-MAINT.
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

      *    Reclamacao em manutencao.
         01  WS-OC-ID                PIC 9(9)  VALUE 0.
         01  WS-OC-PROTOCOL          PIC X(20) VALUE SPACES.
         01  WS-OC-CHANNEL           PIC X(10) VALUE SPACES.
         01  WS-OC-CATEGORY          PIC X(2)  VALUE SPACES.
         01  WS-OC-DOC               PIC X(14) VALUE SPACES.
         01  WS-OC-NAME              PIC X(40) VALUE SPACES.
         01  WS-OC-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-OC-CASE              PIC 9(9)  VALUE 0.
         01  WS-OC-EXT-REF           PIC X(20) VALUE SPACES.
         01  WS-OC-SUBJECT           PIC X(200) VALUE SPACES.
         01  WS-OC-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-OC-RECEIVED          PIC X(10) VALUE SPACES.
         01  WS-OC-DEADLINE          PIC X(10) VALUE SPACES.
         01  WS-OC-STATUS            PIC X(10) VALUE SPACES.
         01  WS-OC-LEVEL             PIC 9(1)  VALUE 0.
         01  WS-OC-OUTCOME           PIC X(2)  VALUE SPACES.
         01  WS-OC-CLOSED-ON         PIC X(10) VALUE SPACES.
         01  WS-OC-RES-DAYS          PIC 9(5)  VALUE 0.
         01  WS-OC-ON-TIME           PIC X(1)  VALUE SPACE.
         01  WS-OC-OPENED-BY         PIC X(20) VALUE SPACES.
         01  WS-OC-FOUND             PIC 9(5)  VALUE 0.
         01  WS-OC-CASE-FOUND        PIC 9(5)  VALUE 0.

      *    Linha do historico de resposta.
         01  WS-ACT-TYPE             PIC X(10) VALUE SPACES.
         01  WS-ACT-DATE             PIC X(10) VALUE SPACES.
         01  WS-ACT-BY               PIC X(20) VALUE SPACES.
         01  WS-ACT-NOTE             PIC X(200) VALUE SPACES.

         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-LIST-DOC             PIC X(14) VALUE SPACES.
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

      *    Canais de entrada aceitos.
         01  WS-CHANNEL-LIST.
             05  FILLER              PIC X(10) VALUE "AGENCIA".
             05  FILLER              PIC X(10) VALUE "TELEFONE".
             05  FILLER              PIC X(10) VALUE "INTERNET".
             05  FILLER              PIC X(10) VALUE "APP".
             05  FILLER              PIC X(10) VALUE "CARTA".
             05  FILLER              PIC X(10) VALUE "BACEN".
             05  FILLER              PIC X(10) VALUE "PROCON".
             05  FILLER              PIC X(10) VALUE "CONSUMIDOR".
         01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-LIST.
             05  WS-CH-NAME          PIC X(10) OCCURS 8 TIMES.
         01  WS-CHANNEL-COUNT        PIC 9(2)  VALUE 8.

      *    Categorias de assunto, na ordem dos relatorios.
         01  WS-CATEGORY-LIST.
             05  FILLER              PIC X(26)
                 VALUE "01ATENDIMENTO".
             05  FILLER              PIC X(26)
                 VALUE "02TARIFAS".
             05  FILLER              PIC X(26)
                 VALUE "03CONDUTA DE FUNCIONARIO".
             05  FILLER              PIC X(26)
                 VALUE "04INFORMACAO INCORRETA".
             05  FILLER              PIC X(26)
                 VALUE "05CONTA CORRENTE".
             05  FILLER              PIC X(26)
                 VALUE "06CARTOES".
             05  FILLER              PIC X(26)
                 VALUE "07CREDITO".
             05  FILLER              PIC X(26)
                 VALUE "08CANAIS DIGITAIS".
             05  FILLER              PIC X(26)
                 VALUE "09OUTROS".
         01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
             05  WS-CATEGORY-ENTRY   OCCURS 9 TIMES.
                 10  WS-CT-CODE      PIC X(2).
                 10  WS-CT-NAME      PIC X(24).
         01  WS-CATEGORY-COUNT       PIC 9(2)  VALUE 9.
         01  WS-TX                   PIC 9(2)  VALUE 0.
         01  WS-CATEGORY-NAME        PIC X(24) VALUE SPACES.
         01  WS-CHANNEL-OK           PIC X(1)  VALUE "N".

      *    Prazo de resposta em dias uteis (catalogo, padrao 10).
         01  WS-DEADLINE-DAYS        PIC 9(3)  VALUE 10.

      *    Parametros do catalogo (GETPARAM).
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(7)  VALUE 0.
         01  WS-CHANGE-OK           PIC X(1)  VALUE "N".

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "OMBUD-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "OMBUDMAINT".
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
               PERFORM LOAD-DEADLINE-DAYS
               PERFORM OPERATOR-SIGNON
            END-IF.

         LOAD-DEADLINE-DAYS.
            MOVE "OMBUD_DEADLINE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-DEADLINE-DAYS
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
               DISPLAY "#Ouvidoria - digite HELP para ajuda"
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
            DISPLAY "=== OUVIDORIA - RECLAMACOES ==="
            DISPLAY "OPEN       : Registra uma reclamacao"
            DISPLAY "NOTE       : Andamento interno"
            DISPLAY "RESPOND    : Resposta dada ao cliente"
            DISPLAY "CLOSE      : Encerra com a classificacao final"
            DISPLAY "SHOW       : Detalhe e historico"
            DISPLAY "LIST       : Abertas por prazo (ou de um CPF/CNPJ)"
            DISPLAY "CATEGORIES : Categorias e canais"
            DISPLAY "HELP       : Mostra este menu de ajuda"
            DISPLAY "EXIT       : Finaliza o programa"
            DISPLAY "==============================="
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
               WHEN "OPEN"        PERFORM OPEN-COMPLAINT
               WHEN "NOTE"        PERFORM NOTE-COMPLAINT
               WHEN "RESPOND"     PERFORM RESPOND-COMPLAINT
               WHEN "CLOSE"       PERFORM CLOSE-COMPLAINT
               WHEN "SHOW"        PERFORM SHOW-COMPLAINT
               WHEN "LIST"        PERFORM LIST-COMPLAINTS
               WHEN "CATEGORIES"  PERFORM SHOW-CATEGORIES
               WHEN "HELP"        PERFORM MENU-HELP
               WHEN "EXIT"        CONTINUE
               WHEN "QUIT"        MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-COMPLAINT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero da reclamacao: " NO ADVANCING
               ACCEPT WS-OC-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-OC-ID
            END-IF.

         SHOW-CATEGORIES.
            DISPLAY "1\OMBUD-CATEGORIES\" WS-CATEGORY-COUNT
            MOVE 0 TO WS-TX
            PERFORM SHOW-ONE-CATEGORY
               UNTIL WS-TX NOT < WS-CATEGORY-COUNT
            MOVE 0 TO WS-TX
            PERFORM SHOW-ONE-CHANNEL
               UNTIL WS-TX NOT < WS-CHANNEL-COUNT.

         SHOW-ONE-CATEGORY.
            ADD 1 TO WS-TX
            DISPLAY "categoria\" WS-CT-CODE(WS-TX) "\"
               WS-CT-NAME(WS-TX).

         SHOW-ONE-CHANNEL.
            ADD 1 TO WS-TX
            DISPLAY "canal\" WS-CH-NAME(WS-TX).

         FIND-CATEGORY.
            MOVE SPACES TO WS-CATEGORY-NAME
            MOVE 0 TO WS-TX
            PERFORM MATCH-ONE-CATEGORY
               UNTIL WS-TX NOT < WS-CATEGORY-COUNT
               OR WS-CATEGORY-NAME NOT = SPACES.

         MATCH-ONE-CATEGORY.
            ADD 1 TO WS-TX
            IF WS-CT-CODE(WS-TX) = WS-OC-CATEGORY
               MOVE WS-CT-NAME(WS-TX) TO WS-CATEGORY-NAME
            END-IF.

         FIND-CHANNEL.
            MOVE "N" TO WS-CHANNEL-OK
            MOVE 0 TO WS-TX
            PERFORM MATCH-ONE-CHANNEL
               UNTIL WS-TX NOT < WS-CHANNEL-COUNT
               OR WS-CHANNEL-OK = "S".

         MATCH-ONE-CHANNEL.
            ADD 1 TO WS-TX
            IF WS-CH-NAME(WS-TX) = WS-OC-CHANNEL
               MOVE "S" TO WS-CHANNEL-OK
            END-IF.

         OPEN-COMPLAINT.
            DISPLAY "#Canal (CATEGORIES lista): " NO ADVANCING
            MOVE SPACES TO WS-OC-CHANNEL
            ACCEPT WS-OC-CHANNEL
            INSPECT WS-OC-CHANNEL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Categoria do assunto: " NO ADVANCING
            MOVE SPACES TO WS-OC-CATEGORY
            ACCEPT WS-OC-CATEGORY
            DISPLAY "#Conta relacionada (0 = nenhuma): " NO ADVANCING
            MOVE 0 TO WS-OC-ACCOUNT
            ACCEPT WS-OC-ACCOUNT
            DISPLAY "#CPF/CNPJ do cliente (ENTER = titular da conta): "
               NO ADVANCING
            MOVE SPACES TO WS-OC-DOC
            ACCEPT WS-OC-DOC
            DISPLAY "#Nome do cliente: " NO ADVANCING
            MOVE SPACES TO WS-OC-NAME
            ACCEPT WS-OC-NAME
            DISPLAY "#Caso de disputa relacionado (0 = nenhum): "
               NO ADVANCING
            MOVE 0 TO WS-OC-CASE
            ACCEPT WS-OC-CASE
            DISPLAY "#Protocolo externo (BACEN/PROCON, ENTER = "
               "nenhum): " NO ADVANCING
            MOVE SPACES TO WS-OC-EXT-REF
            ACCEPT WS-OC-EXT-REF
            DISPLAY "#Relato da reclamacao: " NO ADVANCING
            MOVE SPACES TO WS-OC-SUBJECT
            ACCEPT WS-OC-SUBJECT
            PERFORM FIND-CHANNEL
            PERFORM FIND-CATEGORY

      *    Conta informada tem de existir; dela saem o titular (quando
      *    o documento nao foi dado) e a agencia da reclamacao - sem
      *    conta, a agencia e a do operador que registra.
            MOVE 0 TO SQLCODE
            MOVE SPACES TO WS-ACCT-STATUS
            MOVE WS-AUTH-BRANCH TO WS-OC-BRANCH
            MOVE 0 TO WS-OC-CASE-FOUND
            IF WS-OC-ACCOUNT > 0
               EXEC SQL
                  SELECT COALESCE(account_status(:WS-OC-ACCOUNT), ' '),
                         COALESCE(account_branch(:WS-OC-ACCOUNT),
                                  :WS-AUTH-BRANCH)
                  INTO :WS-ACCT-STATUS, :WS-OC-BRANCH
               END-EXEC
               IF SQLCODE = ZERO AND WS-OC-DOC = SPACES
                  EXEC SQL
                     SELECT COALESCE(account_holder_doc(
                               :WS-OC-ACCOUNT), ' ')
                     INTO :WS-OC-DOC
                  END-EXEC
               END-IF
            END-IF
            IF SQLCODE = ZERO AND WS-OC-CASE > 0
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-OC-CASE-FOUND
                  FROM dispute_cases
                  WHERE id = :WS-OC-CASE
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CHANNEL-OK NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Canal invalido - CATEGORIES lista os canais"
            ELSE IF WS-CATEGORY-NAME = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Categoria invalida - CATEGORIES lista"
            ELSE IF WS-OC-ACCOUNT > 0 AND WS-ACCT-STATUS = SPACES
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta " WS-OC-ACCOUNT " inexistente"
            ELSE IF WS-OC-CASE > 0 AND WS-OC-CASE-FOUND = 0
               DISPLAY "0\DISPUTE"
               DISPLAY "#Caso de disputa " WS-OC-CASE " nao encontrado"
            ELSE IF WS-OC-DOC = SPACES OR WS-OC-SUBJECT = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Documento do cliente e relato sao obrigatorios"
            ELSE
               PERFORM COMPUTE-DEADLINE
               PERFORM INSERT-COMPLAINT
               IF SQLCODE = ZERO
                  MOVE "OPEN" TO WS-ACT-TYPE
                  MOVE SPACES TO WS-ACT-NOTE
                  STRING "reclamacao registrada - canal "
                     WS-OC-CHANNEL " categoria " WS-OC-CATEGORY
                     " " WS-CATEGORY-NAME
                     DELIMITED BY SIZE INTO WS-ACT-NOTE
                  END-STRING
                  PERFORM APPEND-COMPLAINT-ACTION
               END-IF
               MOVE "OMBUD-OPEN" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
               IF WS-CHANGE-OK = "S"
                  DISPLAY "#Protocolo " WS-OC-PROTOCOL " - prazo "
                     WS-OC-DEADLINE " (" WS-DEADLINE-DAYS
                     " dias uteis)"
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         COMPUTE-DEADLINE.
      *    Prazo regulatorio em dias uteis a partir da data do
      *    movimento - feriado do calendario (CAL-MAINT) nao conta.
            MOVE WS-BUS-DATE TO WS-OC-DEADLINE
            PERFORM ADD-ONE-BUSINESS-DAY WS-DEADLINE-DAYS TIMES.

         ADD-ONE-BUSINESS-DAY.
            MOVE "NEXTBD" TO WS-DS-FUNC
            MOVE WS-OC-DEADLINE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S"
               MOVE WS-DS-OUT TO WS-OC-DEADLINE
            END-IF.

         INSERT-COMPLAINT.
      *    O protocolo entregue ao cliente e OUV + data do movimento +
      *    id, gravado ja na transacao da abertura.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO ombud_complaints
                  (channel, category, cust_doc, cust_name, account,
                   dispute_case_id, external_ref, subject, branch,
                   received_on, deadline_date, status,
                   escalation_level, opened_by, created_at)
               VALUES (:WS-OC-CHANNEL, :WS-OC-CATEGORY, :WS-OC-DOC,
                       :WS-OC-NAME, NULLIF(:WS-OC-ACCOUNT, 0),
                       NULLIF(:WS-OC-CASE, 0),
                       NULLIF(TRIM(:WS-OC-EXT-REF), ''),
                       :WS-OC-SUBJECT, :WS-OC-BRANCH,
                       :WS-BUS-DATE::date, :WS-OC-DEADLINE::date,
                       'OPEN', 0, :WS-OPERATOR-USER, now())
               RETURNING id INTO :WS-OC-ID
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE ombud_complaints
                  SET protocol = 'OUV'
                                 || TO_CHAR(received_on, 'YYYYMMDD')
                                 || LPAD(id::text, 9, '0')
                  WHERE id = :WS-OC-ID
                  RETURNING protocol INTO :WS-OC-PROTOCOL
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-COMPLAINT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         APPEND-COMPLAINT-ACTION.
      *    Linha do historico de resposta - quem chama poe tipo e nota;
      *    o erro fica no SQLCODE para o FINISH-CHANGE desfazer tudo.
            EXEC SQL
               INSERT INTO ombud_actions
                  (complaint_id, action_date, action_type, note,
                   created_by, created_at)
               VALUES (:WS-OC-ID, :WS-BUS-DATE::date, :WS-ACT-TYPE,
                       :WS-ACT-NOTE, :WS-OPERATOR-USER, now())
            END-EXEC.

         FETCH-COMPLAINT.
            MOVE 0 TO WS-OC-FOUND
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(protocol), ' '),
                      COALESCE(MAX(channel), ' '),
                      COALESCE(MAX(category), ' '),
                      COALESCE(MAX(cust_doc), ' '),
                      COALESCE(MAX(cust_name), ' '),
                      COALESCE(MAX(account), 0),
                      COALESCE(MAX(dispute_case_id), 0),
                      COALESCE(MAX(external_ref), ' '),
                      COALESCE(MAX(subject), ' '),
                      COALESCE(MAX(branch), ' '),
                      COALESCE(MAX(TO_CHAR(received_on,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(TO_CHAR(deadline_date,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(escalation_level), 0),
                      COALESCE(MAX(outcome), ' '),
                      COALESCE(MAX(TO_CHAR(closed_on,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(resolution_days), 0),
                      COALESCE(MAX(on_time), ' '),
                      COALESCE(MAX(opened_by), ' ')
               INTO :WS-OC-FOUND, :WS-OC-PROTOCOL, :WS-OC-CHANNEL,
                    :WS-OC-CATEGORY, :WS-OC-DOC, :WS-OC-NAME,
                    :WS-OC-ACCOUNT, :WS-OC-CASE, :WS-OC-EXT-REF,
                    :WS-OC-SUBJECT, :WS-OC-BRANCH, :WS-OC-RECEIVED,
                    :WS-OC-DEADLINE, :WS-OC-STATUS, :WS-OC-LEVEL,
                    :WS-OC-OUTCOME, :WS-OC-CLOSED-ON,
                    :WS-OC-RES-DAYS, :WS-OC-ON-TIME,
                    :WS-OC-OPENED-BY
               FROM ombud_complaints
               WHERE id = :WS-OC-ID
            END-EXEC.

         NOTE-COMPLAINT.
      *    Andamento interno - nao muda a situacao, so o historico.
            PERFORM GET-COMPLAINT-ARG
            DISPLAY "#Andamento: " NO ADVANCING
            MOVE SPACES TO WS-ACT-NOTE
            ACCEPT WS-ACT-NOTE
            PERFORM FETCH-COMPLAINT

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OC-FOUND = 0
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " nao encontrada"
            ELSE IF WS-OC-STATUS = "CLOSED"
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " ja encerrada"
            ELSE IF WS-ACT-NOTE = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Andamento e obrigatorio"
            ELSE
               MOVE "NOTE" TO WS-ACT-TYPE
               PERFORM APPEND-COMPLAINT-ACTION
               MOVE "ombud_actions" TO WS-CHG-TABLE
               MOVE WS-OC-ID TO WS-CHG-KEY
               MOVE "OMBUD-NOTE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         RESPOND-COMPLAINT.
      *    Resposta dada ao cliente - a reclamacao passa a ANSWERED; o
      *    cliente que nao se satisfaz pode receber nova resposta
      *    enquanto nao encerrada.
            PERFORM GET-COMPLAINT-ARG
            DISPLAY "#Resposta ao cliente: " NO ADVANCING
            MOVE SPACES TO WS-ACT-NOTE
            ACCEPT WS-ACT-NOTE
            PERFORM FETCH-COMPLAINT

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OC-FOUND = 0
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " nao encontrada"
            ELSE IF WS-OC-STATUS = "CLOSED"
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " ja encerrada"
            ELSE IF WS-ACT-NOTE = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Resposta e obrigatoria"
            ELSE
               MOVE "RESPONSE" TO WS-ACT-TYPE
               PERFORM APPEND-COMPLAINT-ACTION
               IF SQLCODE = ZERO
                  PERFORM READ-COMPLAINT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE ombud_complaints
                     SET status = 'ANSWERED',
                         answered_on = :WS-BUS-DATE::date
                     WHERE id = :WS-OC-ID
                       AND status <> 'CLOSED'
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-COMPLAINT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF
               MOVE "OMBUD-RESPOND" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         CLOSE-COMPLAINT.
      *    Encerramento so depois de respondida: classificacao final,
      *    dias uteis do recebimento ate hoje e se o prazo foi cumprido.
            PERFORM GET-COMPLAINT-ARG
            DISPLAY "#Classificacao (PS procedente solucionada, PN "
               "procedente nao solucionada, IM improcedente): "
               NO ADVANCING
            MOVE SPACES TO WS-OC-OUTCOME
            ACCEPT WS-OC-OUTCOME
            INSPECT WS-OC-OUTCOME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Parecer final: " NO ADVANCING
            MOVE SPACES TO WS-ACT-NOTE
            ACCEPT WS-ACT-NOTE
            MOVE WS-OC-OUTCOME TO WS-ACT-TYPE
            PERFORM FETCH-COMPLAINT
            MOVE WS-ACT-TYPE TO WS-OC-OUTCOME

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OC-FOUND = 0
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " nao encontrada"
            ELSE IF WS-OC-STATUS NOT = "ANSWERED"
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " esta " WS-OC-STATUS
                  " - so a respondida (RESPOND) e encerrada"
            ELSE IF WS-OC-OUTCOME NOT = "PS"
               AND WS-OC-OUTCOME NOT = "PN"
               AND WS-OC-OUTCOME NOT = "IM"
               DISPLAY "0\INVALID"
               DISPLAY "#Classificacao invalida - PS, PN ou IM"
            ELSE IF WS-ACT-NOTE = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Parecer final e obrigatorio"
            ELSE
               MOVE "BDCOUNT" TO WS-DS-FUNC
               MOVE WS-OC-RECEIVED TO WS-DS-IN
               MOVE WS-BUS-DATE TO WS-DS-OUT
               MOVE 0 TO WS-DS-DAYS
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-DAYS TO WS-OC-RES-DAYS
               IF WS-BUS-DATE > WS-OC-DEADLINE
                  MOVE "N" TO WS-OC-ON-TIME
               ELSE
                  MOVE "S" TO WS-OC-ON-TIME
               END-IF

               MOVE "CLOSE" TO WS-ACT-TYPE
               PERFORM APPEND-COMPLAINT-ACTION
               IF SQLCODE = ZERO
                  PERFORM READ-COMPLAINT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE ombud_complaints
                     SET status = 'CLOSED',
                         outcome = :WS-OC-OUTCOME,
                         closed_on = :WS-BUS-DATE::date,
                         resolution_days = :WS-OC-RES-DAYS,
                         on_time = :WS-OC-ON-TIME,
                         closed_by = :WS-OPERATOR-USER
                     WHERE id = :WS-OC-ID
                       AND status = 'ANSWERED'
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-COMPLAINT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF
               MOVE "OMBUD-CLOSE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
               IF WS-CHANGE-OK = "S"
                  DISPLAY "#Encerrada em " WS-OC-RES-DAYS
                     " dia(s) util(eis) - no prazo: " WS-OC-ON-TIME
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SHOW-COMPLAINT.
            PERFORM GET-COMPLAINT-ARG
            PERFORM FETCH-COMPLAINT
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OC-FOUND = 0
               DISPLAY "0\OMBUD"
               DISPLAY "#Reclamacao " WS-OC-ID " nao encontrada"
            ELSE
               PERFORM FIND-CATEGORY
               DISPLAY "1\OMBUD-SHOW\" WS-OC-ID
               DISPLAY "#Protocolo : " WS-OC-PROTOCOL
               DISPLAY "#Canal     : " WS-OC-CHANNEL " externo "
                  WS-OC-EXT-REF
               DISPLAY "#Categoria : " WS-OC-CATEGORY " "
                  WS-CATEGORY-NAME
               DISPLAY "#Cliente   : " WS-OC-DOC " " WS-OC-NAME
               DISPLAY "#Conta     : " WS-OC-ACCOUNT " agencia "
                  WS-OC-BRANCH
               DISPLAY "#Disputa   : " WS-OC-CASE
               DISPLAY "#Relato    : " WS-OC-SUBJECT
               DISPLAY "#Recebida  : " WS-OC-RECEIVED " por "
                  WS-OC-OPENED-BY
               DISPLAY "#Prazo     : " WS-OC-DEADLINE " escalada "
                  WS-OC-LEVEL
               DISPLAY "#Situacao  : " WS-OC-STATUS " " WS-OC-OUTCOME
               IF WS-OC-STATUS = "CLOSED"
                  DISPLAY "#Encerrada : " WS-OC-CLOSED-ON " em "
                     WS-OC-RES-DAYS " dia(s) util(eis) no prazo "
                     WS-OC-ON-TIME
               END-IF
               PERFORM LIST-COMPLAINT-ACTIONS
            END-IF
            END-IF.

         LIST-COMPLAINT-ACTIONS.
            EXEC SQL
               DECLARE OUV-ACT-CUR CURSOR FOR
               SELECT TO_CHAR(action_date, 'YYYY-MM-DD'), action_type,
                      COALESCE(created_by, ' '), note
               FROM ombud_actions
               WHERE complaint_id = :WS-OC-ID
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN OUV-ACT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-ACTION-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OUV-ACT-CUR
               END-EXEC
            END-IF.

         FETCH-ACTION-ROW.
            EXEC SQL
               FETCH OUV-ACT-CUR
               INTO :WS-ACT-DATE, :WS-ACT-TYPE, :WS-ACT-BY,
                    :WS-ACT-NOTE
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
               DISPLAY "andamento\" WS-ACT-DATE "\" WS-ACT-TYPE "\"
                  WS-ACT-BY "\" WS-ACT-NOTE
            END-IF
            END-IF.

         LIST-COMPLAINTS.
      *    Sem argumento, as ainda nao encerradas pelo prazo (as mais
      *    perto de vencer primeiro); com um CPF/CNPJ, todas as do
      *    cliente.
            MOVE WS-CMD-ARGS TO WS-LIST-DOC

            EXEC SQL
               DECLARE OUV-LIST-CUR CURSOR FOR
               SELECT id, protocol, channel, category,
                      TO_CHAR(deadline_date, 'YYYY-MM-DD'), status,
                      escalation_level, cust_doc
               FROM ombud_complaints
               WHERE (TRIM(:WS-LIST-DOC) = ''
                      AND status <> 'CLOSED')
                  OR cust_doc = TRIM(:WS-LIST-DOC)
               ORDER BY deadline_date, id
            END-EXEC

            EXEC SQL
               OPEN OUV-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\OMBUD-LIST\" WS-LIST-DOC
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-COMPLAINT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OUV-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " reclamacao(oes)"
            END-IF.

         FETCH-COMPLAINT-ROW.
            EXEC SQL
               FETCH OUV-LIST-CUR
               INTO :WS-OC-ID, :WS-OC-PROTOCOL, :WS-OC-CHANNEL,
                    :WS-OC-CATEGORY, :WS-OC-DEADLINE, :WS-OC-STATUS,
                    :WS-OC-LEVEL, :WS-OC-DOC
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
               DISPLAY "reclamacao\" WS-OC-ID "\" WS-OC-PROTOCOL "\"
                  WS-OC-CHANNEL "\" WS-OC-CATEGORY "\"
                  WS-OC-DEADLINE "\" WS-OC-STATUS "\" WS-OC-LEVEL
                  "\" WS-OC-DOC
            END-IF
            END-IF.

         FINISH-CHANGE.
      *    Fecho comum das alteracoes: ROLLBACK com o erro, ou COMMIT,
      *    resposta ao balcao e log com a acao em WS-LOG-ACTION.
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CHANGE-OK
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-CHANGE-OK
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-OC-ID
               DISPLAY "#" WS-CHG-TABLE " " WS-CHG-KEY " gravado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE 0      TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "reclamacao " WS-OC-ID " " WS-OC-PROTOCOL
                  " categoria " WS-OC-CATEGORY
                  " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-COMPLAINT-IMAGE.
      *    Imagem da reclamacao para a trilha de alteracoes. O
      *    historico em ombud_actions ja e proprio e nao entra.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM ombud_complaints t
               WHERE id = :WS-OC-ID
            END-EXEC
            MOVE "ombud_complaints" TO WS-CHG-TABLE
            MOVE WS-OC-ID TO WS-CHG-KEY
            MOVE WS-OC-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-OC-DOC TO WS-CHG-CUST-DOC.

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

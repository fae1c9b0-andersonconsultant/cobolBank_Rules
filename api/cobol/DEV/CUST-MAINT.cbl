      *  telefone/e-mail para o spool de notificacao e ocupacao/renda
      *  para compliance). Toda mudanca passa pelo diario de auditoria
      *  via JRNLWRITE, como as postagens ja fazem - uma troca de nome
      *  silenciosa deixava de existir para a auditoria. Cliente novo e
      *  troca de nome passam pela triagem de listas restritivas
      *  (SCREEN): possivel ocorrencia grava o cliente HELD, retido ate
      *  o compliance decidir no SCRN-MAINT; triagem indisponivel
      *  recusa a alteracao.
      *  KYC: atividade, pais e declaracao de PEP entram no cadastro e
      *  o cliente e classificado (KYCRATE) LOW/MEDIUM/HIGH com a data
      *  da proxima revisao; o comando KYC registra a revisao cadastral
      *  periodica (reclassifica e tira a restricao de debito que o
      *  KYC-REVIEW impoe a revisao muito vencida). Pessoa juridica
      *  tem o registro de beneficiarios finais (customer_ubos: id,
      *  customer_doc, ubo_name, ubo_doc, ownership_pct, status
      *  ACTIVE/REMOVED, operator, created_at, removed_at), cada um
      *  triado como o proprio cliente.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-CUST-INCOME          PIC 9(10)V99 VALUE 0.
         01  WS-CUST-STATUS          PIC X(10) VALUE SPACES.
         01  WS-CUST-COUNT           PIC 9(5)  VALUE 0.
         01  WS-CUST-HIT-ID          PIC 9(9)  VALUE 0.

      *    KYC - fatores informados no cadastro e classificacao.
         01  WS-CUST-ACTIVITY        PIC X(10) VALUE SPACES.
         01  WS-CUST-COUNTRY         PIC X(2)  VALUE SPACES.
         01  WS-CUST-PEP             PIC X(1)  VALUE SPACE.
         01  WS-CUST-KYC-RATING      PIC X(6)  VALUE SPACES.
         01  WS-CUST-KYC-SCORE       PIC 9(3)  VALUE 0.
         01  WS-CUST-KYC-DUE         PIC X(10) VALUE SPACES.
         01  WS-CUST-KYC-STATUS      PIC X(10) VALUE SPACES.
         01  WS-CUST-KYC-REVIEWED    PIC X(10) VALUE SPACES.

      *    Beneficiario final de pessoa juridica.
         01  WS-UBO-ID               PIC 9(9)  VALUE 0.
         01  WS-UBO-NAME             PIC X(60) VALUE SPACES.
         01  WS-UBO-DOC              PIC X(14) VALUE SPACES.
         01  WS-UBO-PCT              PIC 9(3)V99 VALUE 0.
         01  WS-UBO-TOTAL            PIC 9(5)V99 VALUE 0.
         01  WS-UBO-COUNT            PIC 9(5)  VALUE 0.

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
         01  WS-CHKD-VALUE          PIC X(14) VALUE SPACES.
         01  WS-CHKD-RESULT         PIC X(1)  VALUE SPACE.

      *    Triagem de sancoes/PEP (SCREEN) do nome e documento.
         01  WS-SCRN-DATA.
             05  WS-SC-FUNC            PIC X(8)  VALUE "CHECK".
             05  WS-SC-CONTEXT         PIC X(10) VALUE "CUSTOMER".
             05  WS-SC-NAME            PIC X(60) VALUE SPACES.
             05  WS-SC-DOC             PIC X(14) VALUE SPACES.
             05  WS-SC-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-SC-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-SC-REF             PIC X(20) VALUE SPACES.
             05  WS-SC-OPERATOR        PIC X(20) VALUE SPACES.
             05  WS-SC-SESSION         PIC X(10) VALUE SPACES.
             05  WS-SC-NORM-NAME       PIC X(60) VALUE SPACES.
             05  WS-SC-HIT-ID          PIC 9(9)  VALUE 0.
             05  WS-SC-SCORE           PIC 9(3)  VALUE 0.
             05  WS-SC-LIST-TYPE       PIC X(10) VALUE SPACES.
             05  WS-SC-MATCH-NAME      PIC X(60) VALUE SPACES.
         01  WS-SCRN-DISP           PIC X(1)  VALUE SPACE.

      *    Classificacao de risco KYC (KYCRATE), gravada no cadastro na
      *    mesma transacao da mudanca.
         01  WS-KYC-DATA.
             05  WS-KY-DOC             PIC X(14) VALUE SPACES.
             05  WS-KY-BUS-DATE        PIC X(10) VALUE SPACES.
             05  WS-KY-SCORE           PIC 9(3)  VALUE 0.
             05  WS-KY-RATING          PIC X(6)  VALUE SPACES.
             05  WS-KY-REVIEW-DUE      PIC X(10) VALUE SPACES.
             05  WS-KY-FACTORS         PIC X(60) VALUE SPACES.
         01  WS-KYC-DISP            PIC X(1)  VALUE SPACE.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.
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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CUST-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CUSTMAINT".
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
               DISPLAY "#Cadastro de clientes - digite HELP para ajuda"
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
            DISPLAY "LIST    : Lista os clientes"
            DISPLAY "DDAON   : Adere o cliente ao DDA (boletos)"
            DISPLAY "DDAOFF  : Cancela a adesao ao DDA"
            DISPLAY "KYC     : Revisao cadastral e classificacao KYC"
            DISPLAY "UBOADD  : Registra beneficiario final (CNPJ)"
            DISPLAY "UBOLIST : Lista os beneficiarios finais"
            DISPLAY "UBODROP : Baixa um beneficiario final"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "============================"
               WHEN "LIST"     PERFORM LIST-CUSTOMERS
               WHEN "DDAON"    PERFORM DDA-OPT-IN
               WHEN "DDAOFF"   PERFORM DDA-OPT-OUT
               WHEN "KYC"      PERFORM KYC-REVIEW
               WHEN "UBOADD"   PERFORM UBO-ADD
               WHEN "UBOLIST"  PERFORM UBO-LIST
               WHEN "UBODROP"  PERFORM UBO-DROP
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
            ACCEPT WS-CUST-OCCUPATION
            DISPLAY "#Renda mensal declarada: " NO ADVANCING
            ACCEPT WS-CUST-INCOME
            DISPLAY "#Codigo de atividade (KYC): " NO ADVANCING
            ACCEPT WS-CUST-ACTIVITY
            DISPLAY "#Pais de residencia (ENTER = BR): " NO ADVANCING
            ACCEPT WS-CUST-COUNTRY
            DISPLAY "#Pessoa exposta politicamente (S/N): "
               NO ADVANCING
            ACCEPT WS-CUST-PEP
            PERFORM NORMALIZE-KYC-FIELDS
            IF WS-CUST-COUNTRY = SPACES
               MOVE "BR" TO WS-CUST-COUNTRY
            END-IF
            IF WS-CUST-PEP NOT = "S"
               MOVE "N" TO WS-CUST-PEP
            END-IF

            MOVE "S" TO WS-FIELDS-OK
            IF WS-CUST-NAME = SPACES
                  DISPLAY "0\CUST"
                  DISPLAY "#Documento ja cadastrado - use UPDATE"
               ELSE
                  PERFORM SCREEN-CUSTOMER
                  IF WS-SCRN-DISP = "F"
                     DISPLAY "0\CUST"
                     DISPLAY "#Triagem de listas restritivas "
                        "indisponivel - cadastro recusado"
                  ELSE
                     PERFORM INSERT-CUSTOMER
                  END-IF
               END-IF
               END-IF
            END-IF.

         SCREEN-CUSTOMER.
      *    Nome e documento contra as listas de sancoes/PEP em vigor.
      *    Possivel ocorrencia fica gravada na mesma transacao do
      *    cadastro e o cliente nasce (ou fica) HELD.
            MOVE 0 TO WS-CUST-HIT-ID
            MOVE "CHECK"         TO WS-SC-FUNC
            MOVE "CUSTOMER"      TO WS-SC-CONTEXT
            MOVE WS-CUST-NAME    TO WS-SC-NAME
            MOVE WS-CUST-DOC     TO WS-SC-DOC
            MOVE 0               TO WS-SC-ACCOUNT
            MOVE 0               TO WS-SC-AMOUNT
            MOVE WS-CUST-DOC     TO WS-SC-REF
            MOVE WS-OPERATOR-USER TO WS-SC-OPERATOR
            MOVE WS-CONN-PID     TO WS-SC-SESSION
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            IF WS-SCRN-DISP = "H"
               MOVE WS-SC-HIT-ID TO WS-CUST-HIT-ID
               DISPLAY "#Possivel ocorrencia em lista " WS-SC-LIST-TYPE
                  " (score " WS-SC-SCORE "): " WS-SC-MATCH-NAME
            END-IF.

         INSERT-CUSTOMER.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO customers
                  (name, doc, address, phone, email,
                   occupation, monthly_income, status,
                   registered_date, screening_hit_id,
                   activity_code, country, pep_flag, kyc_status)
               VALUES (:WS-CUST-NAME, :WS-CUST-DOC,
                       :WS-CUST-ADDRESS, :WS-CUST-PHONE,
                       :WS-CUST-EMAIL, :WS-CUST-OCCUPATION,
                       :WS-CUST-INCOME,
                       CASE WHEN :WS-CUST-HIT-ID > 0
                            THEN 'HELD' ELSE 'ACTIVE' END,
                       CURRENT_DATE, NULLIF(:WS-CUST-HIT-ID, 0),
                       NULLIF(TRIM(:WS-CUST-ACTIVITY), ''),
                       :WS-CUST-COUNTRY, :WS-CUST-PEP, 'CURRENT')
               RETURNING id INTO :WS-CUST-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM RATE-CUSTOMER-KYC
            END-IF
            IF SQLCODE = ZERO
               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\CUST-REGISTER\" WS-CUST-ID
                  IF WS-CUST-HIT-ID > 0
                     DISPLAY "#Cliente cadastrado RETIDO (HELD) - "
                        "ocorrencia " WS-CUST-HIT-ID " aguarda o "
                        "compliance"
                  ELSE
                     DISPLAY "#Cliente cadastrado com sucesso"
                  END-IF
                  PERFORM SHOW-KYC-RATING

                  MOVE "CUST-REGISTER" TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
            MOVE WS-CUST-DOC TO WS-JR-REF
            CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP.

         READ-CUSTOMER-IMAGE.
      *    Imagem da linha do cliente para a trilha de alteracoes.
            MOVE "customers" TO WS-CHG-TABLE
            MOVE WS-CUST-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-CUST-DOC TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM customers t
               WHERE id = :WS-CUST-ID
            END-EXEC.

         READ-DDA-IMAGE.
      *    Adesao DDA mais recente do documento - a ativa, quando ha.
            MOVE "dda_optins" TO WS-CHG-TABLE
            MOVE WS-CUST-DOC TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-CUST-DOC TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM dda_optins t
               WHERE doc = :WS-CUST-DOC
               ORDER BY (status = 'ACTIVE') DESC, opted_at DESC
               LIMIT 1
            END-EXEC.

         FETCH-CUSTOMER-DOC.
      *    Carrega o documento do cliente em manutencao - a referencia
      *    do diario e o documento, nao o id interno.
               DISPLAY "0\CUST"
               DISPLAY "#Nada a alterar"
            ELSE
      *        Nome novo passa pela triagem antes do UPDATE; so
      *        endereco nao precisa.
               MOVE 0 TO WS-CUST-HIT-ID
               MOVE "S" TO WS-SCRN-DISP
               IF WS-CUST-NAME NOT = SPACES
                  PERFORM SCREEN-CUSTOMER
               END-IF
               IF WS-SCRN-DISP = "F"
                  DISPLAY "0\CUST"
                  DISPLAY "#Triagem de listas restritivas "
                     "indisponivel - alteracao recusada"
               ELSE
                  PERFORM APPLY-CUSTOMER-UPDATE
               END-IF
            END-IF.

         APPLY-CUSTOMER-UPDATE.
            PERFORM READ-CUSTOMER-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE customers
               SET name = CASE WHEN :WS-CUST-NAME <> ''
                               THEN :WS-CUST-NAME ELSE name END,
                   address = CASE WHEN :WS-CUST-ADDRESS <> ''
                               THEN :WS-CUST-ADDRESS
                               ELSE address END,
                   status = CASE WHEN :WS-CUST-HIT-ID > 0
                               THEN 'HELD' ELSE status END,
                   screening_hit_id = CASE WHEN :WS-CUST-HIT-ID > 0
                               THEN :WS-CUST-HIT-ID
                               ELSE screening_hit_id END
               WHERE id = :WS-CUST-ID
            END-EXEC
            MOVE "CUST-UPDATE" TO WS-JR-ACTION
            MOVE "CUST-UPDATE" TO WS-LOG-ACTION
            MOVE SPACE TO WS-JRNL-DISP
            PERFORM COMMIT-CUST-CHANGE
            IF WS-CUST-HIT-ID > 0 AND WS-JRNL-DISP = "S"
               DISPLAY "#Cliente RETIDO (HELD) - ocorrencia "
                  WS-CUST-HIT-ID " aguarda o compliance"
            END-IF.

         UPDATE-CONTACT.
               DISPLAY "0\CUST"
               DISPLAY "#Nada a alterar"
            ELSE
               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE customers
                  SET phone = CASE WHEN :WS-CUST-PHONE <> ''
               DISPLAY "0\CUST"
               DISPLAY "#Ocupacao e obrigatoria (compliance)"
            ELSE
               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE customers
                  SET occupation = :WS-CUST-OCCUPATION,
                      monthly_income = :WS-CUST-INCOME
                  WHERE id = :WS-CUST-ID
               END-EXEC
      *        Renda nova muda o peso da especie na classificacao.
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM RATE-CUSTOMER-KYC
               END-IF
               MOVE "CUST-INCOME" TO WS-JR-ACTION
               MOVE "CUST-INCOME" TO WS-LOG-ACTION
               PERFORM COMMIT-CUST-CHANGE
         COMMIT-CUST-CHANGE.
      *    Fecho comum das atualizacoes: UPDATE ja rodou, o diario vai
      *    na mesma transacao e so entao o COMMIT - sem linha de diario
      *    a mudanca cadastral nao comita; a trilha de alteracoes
      *    tambem vai antes do COMMIT.
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               DISPLAY "#Ocupacao : " WS-CUST-OCCUPATION
               DISPLAY "#Renda    : " WS-CUST-INCOME
               DISPLAY "#Situacao : " WS-CUST-STATUS
               PERFORM FETCH-CUSTOMER-KYC
               IF SQLCODE = ZERO
                  DISPLAY "#Atividade: " WS-CUST-ACTIVITY " pais "
                     WS-CUST-COUNTRY " PEP " WS-CUST-PEP
                  DISPLAY "#KYC      : " WS-CUST-KYC-RATING " score "
                     WS-CUST-KYC-SCORE " revisao ate "
                     WS-CUST-KYC-DUE " (" WS-CUST-KYC-STATUS ")"
                  DISPLAY "#Revisado : " WS-CUST-KYC-REVIEWED
               END-IF
            END-IF.

         LIST-CUSTOMERS.
               DISPLAY "0\DDA"
               DISPLAY "#Cliente ja aderido ao DDA"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO dda_optins (doc, status, opted_at)
                  VALUES (:WS-CUST-DOC, 'ACTIVE', CURRENT_DATE)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-DDA-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
               MOVE WS-CMD-ARGS TO WS-CUST-DOC
            END-IF

            PERFORM READ-DDA-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE dda_optins
               SET status = 'CANCELLED'
               WHERE doc = :WS-CUST-DOC
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-DDA-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\DDA"
               END-IF
            END-IF.

         NORMALIZE-KYC-FIELDS.
            INSPECT WS-CUST-ACTIVITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WS-CUST-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WS-CUST-PEP CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

         RATE-CUSTOMER-KYC.
      *    Classificacao de risco na mesma transacao da mudanca - sem
      *    ela a mudanca nao comita, como a trilha de alteracoes.
            MOVE WS-CUST-DOC TO WS-KY-DOC
            MOVE SPACES TO WS-KY-BUS-DATE
            CALL "KYCRATE" USING WS-KYC-DATA, WS-KYC-DISP
            IF WS-KYC-DISP = "S"
               MOVE 0 TO SQLCODE
               MOVE WS-CHG-ROWS TO SQLERRD(3)
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na classificacao KYC" TO SQLERRMC
            END-IF.

         SHOW-KYC-RATING.
            DISPLAY "#Classificacao KYC: " WS-KY-RATING " (score "
               WS-KY-SCORE ") - proxima revisao " WS-KY-REVIEW-DUE
            DISPLAY "#Fatores: " WS-KY-FACTORS
            IF WS-CUST-DOC(12:3) NOT = SPACES
               MOVE 0 TO WS-UBO-COUNT
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-UBO-COUNT
                  FROM customer_ubos
                  WHERE customer_doc = :WS-CUST-DOC
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO AND WS-UBO-COUNT = 0
                  DISPLAY "#Pessoa juridica sem beneficiario final "
                     "registrado - use UBOADD"
               END-IF
            END-IF.

         FETCH-CUSTOMER-KYC.
            EXEC SQL
               SELECT doc, occupation, COALESCE(monthly_income, 0),
                      COALESCE(activity_code, ' '),
                      COALESCE(country, 'BR'),
                      COALESCE(pep_flag, 'N'),
                      COALESCE(kyc_rating, ' '),
                      COALESCE(kyc_score, 0),
                      COALESCE(TO_CHAR(kyc_review_due, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(kyc_status, 'CURRENT'),
                      COALESCE(TO_CHAR(kyc_reviewed_at, 'YYYY-MM-DD'),
                               ' ')
               INTO :WS-CUST-DOC, :WS-CUST-OCCUPATION,
                    :WS-CUST-INCOME, :WS-CUST-ACTIVITY,
                    :WS-CUST-COUNTRY, :WS-CUST-PEP,
                    :WS-CUST-KYC-RATING, :WS-CUST-KYC-SCORE,
                    :WS-CUST-KYC-DUE, :WS-CUST-KYC-STATUS,
                    :WS-CUST-KYC-REVIEWED
               FROM customers
               WHERE id = :WS-CUST-ID
            END-EXEC.

         KYC-REVIEW.
      *    Revisao cadastral periodica - o operador confere com o
      *    cliente ocupacao, renda, atividade, pais e PEP (ENTER mantem
      *    o que ha). A revisao reclassifica, conta o prazo da proxima
      *    a partir de hoje e tira a restricao de debito da revisao
      *    vencida.
            PERFORM GET-CUSTOMER-ARG
            PERFORM FETCH-CUSTOMER-KYC
            IF SQLCODE = 100
               DISPLAY "0\CUST"
               DISPLAY "#Cliente " WS-CUST-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "#Ocupacao : " WS-CUST-OCCUPATION
               DISPLAY "#Renda    : " WS-CUST-INCOME
               DISPLAY "#Atividade " WS-CUST-ACTIVITY " pais "
                  WS-CUST-COUNTRY " PEP " WS-CUST-PEP
               DISPLAY "#KYC " WS-CUST-KYC-RATING " revisao ate "
                  WS-CUST-KYC-DUE " (" WS-CUST-KYC-STATUS ")"
               DISPLAY "#Ocupacao (ENTER = mantem): " NO ADVANCING
               MOVE SPACES TO WS-CUST-OCCUPATION
               ACCEPT WS-CUST-OCCUPATION
               DISPLAY "#Renda mensal (ENTER = mantem): "
                  NO ADVANCING
               MOVE 0 TO WS-CUST-INCOME
               ACCEPT WS-CUST-INCOME
               DISPLAY "#Codigo de atividade (ENTER = mantem): "
                  NO ADVANCING
               MOVE SPACES TO WS-CUST-ACTIVITY
               ACCEPT WS-CUST-ACTIVITY
               DISPLAY "#Pais de residencia (ENTER = mantem): "
                  NO ADVANCING
               MOVE SPACES TO WS-CUST-COUNTRY
               ACCEPT WS-CUST-COUNTRY
               DISPLAY "#PEP (S/N, ENTER = mantem): " NO ADVANCING
               MOVE SPACE TO WS-CUST-PEP
               ACCEPT WS-CUST-PEP
               PERFORM NORMALIZE-KYC-FIELDS

               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE customers
                  SET occupation = CASE WHEN :WS-CUST-OCCUPATION <> ''
                                  THEN :WS-CUST-OCCUPATION
                                  ELSE occupation END,
                      monthly_income = CASE WHEN :WS-CUST-INCOME > 0
                                  THEN :WS-CUST-INCOME
                                  ELSE monthly_income END,
                      activity_code = CASE WHEN :WS-CUST-ACTIVITY <> ''
                                  THEN :WS-CUST-ACTIVITY
                                  ELSE activity_code END,
                      country = CASE WHEN :WS-CUST-COUNTRY <> ''
                                  THEN :WS-CUST-COUNTRY
                                  ELSE country END,
                      pep_flag = CASE WHEN :WS-CUST-PEP IN ('S', 'N')
                                  THEN :WS-CUST-PEP
                                  ELSE pep_flag END,
                      kyc_reviewed_at = now(),
                      kyc_status = 'CURRENT',
                      kyc_reminded_at = NULL
                  WHERE id = :WS-CUST-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM RATE-CUSTOMER-KYC
               END-IF
               MOVE "CUST-KYC" TO WS-JR-ACTION
               MOVE "CUST-KYC" TO WS-LOG-ACTION
               MOVE SPACE TO WS-JRNL-DISP
               PERFORM COMMIT-CUST-CHANGE
               IF WS-JRNL-DISP = "S"
                  IF WS-CUST-KYC-STATUS = "RESTRICTED"
                     DISPLAY "#Restricao de debito por revisao "
                        "vencida retirada"
                  END-IF
                  PERFORM SHOW-KYC-RATING
               END-IF
            END-IF
            END-IF.

         UBO-ADD.
      *    Beneficiario final da pessoa juridica - documento conferido
      *    pelo CHECKDIGIT, participacoes somadas nunca acima de 100% e
      *    o nome triado nas listas restritivas como o do proprio
      *    cliente: possivel ocorrencia retem a empresa (HELD) ate o
      *    compliance decidir no SCRN-MAINT.
            PERFORM GET-CUSTOMER-ARG
            PERFORM FETCH-CUSTOMER-DOC
            IF SQLCODE = 100
               DISPLAY "0\CUST"
               DISPLAY "#Cliente " WS-CUST-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CUST-DOC(12:3) = SPACES
               DISPLAY "0\UBO"
               DISPLAY "#Beneficiario final so se registra para CNPJ"
            ELSE
               DISPLAY "#Nome do beneficiario final: " NO ADVANCING
               ACCEPT WS-UBO-NAME
               DISPLAY "#CPF/CNPJ do beneficiario (somente digitos): "
                  NO ADVANCING
               ACCEPT WS-UBO-DOC
               DISPLAY "#Participacao (%): " NO ADVANCING
               ACCEPT WS-UBO-PCT
               PERFORM CHECK-UBO-FIELDS
               IF WS-FIELDS-OK = "S"
                  PERFORM SCREEN-UBO
                  IF WS-SCRN-DISP = "F"
                     DISPLAY "0\UBO"
                     DISPLAY "#Triagem de listas restritivas "
                        "indisponivel - registro recusado"
                  ELSE
                     PERFORM INSERT-UBO
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-UBO-FIELDS.
            MOVE "S" TO WS-FIELDS-OK
            IF WS-UBO-NAME = SPACES
               MOVE "N" TO WS-FIELDS-OK
               DISPLAY "0\INVALID"
               DISPLAY "#Nome do beneficiario e obrigatorio"
            END-IF
            IF WS-FIELDS-OK = "S"
               PERFORM VALIDATE-UBO-DOC
               IF WS-CHKD-RESULT NOT = "S"
                  MOVE "N" TO WS-FIELDS-OK
                  DISPLAY "0\INVALID"
                  DISPLAY "#Documento com digito verificador invalido"
               END-IF
            END-IF
            IF WS-FIELDS-OK = "S"
               AND (WS-UBO-PCT = 0 OR WS-UBO-PCT > 100)
               MOVE "N" TO WS-FIELDS-OK
               DISPLAY "0\INVALID"
               DISPLAY "#Participacao deve ficar entre 0,01 e 100%"
            END-IF
            IF WS-FIELDS-OK = "S"
               MOVE 0 TO WS-UBO-COUNT
               MOVE 0 TO WS-UBO-TOTAL
               EXEC SQL
                  SELECT COALESCE(SUM(CASE WHEN ubo_doc = :WS-UBO-DOC
                                      THEN 1 ELSE 0 END), 0),
                         COALESCE(SUM(ownership_pct), 0)
                  INTO :WS-UBO-COUNT, :WS-UBO-TOTAL
                  FROM customer_ubos
                  WHERE customer_doc = :WS-CUST-DOC
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "N" TO WS-FIELDS-OK
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE IF WS-UBO-COUNT > 0
                  MOVE "N" TO WS-FIELDS-OK
                  DISPLAY "0\UBO"
                  DISPLAY "#Beneficiario ja registrado para a empresa"
               ELSE IF WS-UBO-TOTAL + WS-UBO-PCT > 100
                  MOVE "N" TO WS-FIELDS-OK
                  DISPLAY "0\UBO"
                  DISPLAY "#Participacoes somariam mais de 100% - "
                     "registradas: " WS-UBO-TOTAL
               END-IF
               END-IF
               END-IF
            END-IF.

         VALIDATE-UBO-DOC.
      *    Mesma conferencia do documento do cliente.
            MOVE "N" TO WS-CHKD-RESULT
            IF WS-UBO-DOC(1:11) IS NUMERIC AND
               WS-UBO-DOC(12:3) = SPACES
               MOVE "CPF " TO WS-CHKD-TYPE
               MOVE WS-UBO-DOC TO WS-CHKD-VALUE
               CALL "CHECKDIGIT" USING WS-CHKD-TYPE, WS-CHKD-VALUE,
                  WS-CHKD-RESULT
            ELSE
               IF WS-UBO-DOC(1:14) IS NUMERIC
                  MOVE "CNPJ" TO WS-CHKD-TYPE
                  MOVE WS-UBO-DOC TO WS-CHKD-VALUE
                  CALL "CHECKDIGIT" USING WS-CHKD-TYPE,
                     WS-CHKD-VALUE, WS-CHKD-RESULT
               END-IF
            END-IF.

         SCREEN-UBO.
      *    Beneficiario contra as listas de sancoes/PEP; a referencia
      *    da ocorrencia e o CNPJ da empresa, que e quem fica retida.
            MOVE 0 TO WS-CUST-HIT-ID
            MOVE "CHECK"         TO WS-SC-FUNC
            MOVE "CUSTOMER"      TO WS-SC-CONTEXT
            MOVE WS-UBO-NAME     TO WS-SC-NAME
            MOVE WS-UBO-DOC      TO WS-SC-DOC
            MOVE 0               TO WS-SC-ACCOUNT
            MOVE 0               TO WS-SC-AMOUNT
            MOVE WS-CUST-DOC     TO WS-SC-REF
            MOVE WS-OPERATOR-USER TO WS-SC-OPERATOR
            MOVE WS-CONN-PID     TO WS-SC-SESSION
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            IF WS-SCRN-DISP = "H"
               MOVE WS-SC-HIT-ID TO WS-CUST-HIT-ID
               DISPLAY "#Possivel ocorrencia em lista " WS-SC-LIST-TYPE
                  " (score " WS-SC-SCORE "): " WS-SC-MATCH-NAME
            END-IF.

         INSERT-UBO.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO customer_ubos
                  (customer_doc, ubo_name, ubo_doc, ownership_pct,
                   status, operator, created_at)
               VALUES (:WS-CUST-DOC, :WS-UBO-NAME, :WS-UBO-DOC,
                       :WS-UBO-PCT, 'ACTIVE', :WS-OPERATOR-USER,
                       now())
               RETURNING id INTO :WS-UBO-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-UBO-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE = ZERO AND WS-CUST-HIT-ID > 0
               PERFORM HOLD-UBO-COMPANY
            END-IF
            IF SQLCODE = ZERO
               PERFORM RATE-CUSTOMER-KYC
            END-IF
            MOVE "CUST-UBO-ADD" TO WS-JR-ACTION
            MOVE "CUST-UBO-ADD" TO WS-LOG-ACTION
            PERFORM COMMIT-UBO-CHANGE
            IF WS-CUST-HIT-ID > 0 AND WS-JRNL-DISP = "S"
               DISPLAY "#Empresa RETIDA (HELD) - ocorrencia "
                  WS-CUST-HIT-ID " aguarda o compliance"
            END-IF.

         HOLD-UBO-COMPANY.
            PERFORM READ-CUSTOMER-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE customers
               SET status = 'HELD', screening_hit_id = :WS-CUST-HIT-ID
               WHERE id = :WS-CUST-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CUSTOMER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         UBO-LIST.
            PERFORM GET-CUSTOMER-ARG
            PERFORM FETCH-CUSTOMER-DOC
            IF SQLCODE = 100
               DISPLAY "0\CUST"
               DISPLAY "#Cliente " WS-CUST-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  DECLARE CUST-UBO-CUR CURSOR FOR
                  SELECT id, ubo_name, ubo_doc, ownership_pct
                  FROM customer_ubos
                  WHERE customer_doc = :WS-CUST-DOC
                    AND status = 'ACTIVE'
                  ORDER BY ownership_pct DESC, id
               END-EXEC

               EXEC SQL
                  OPEN CUST-UBO-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  DISPLAY "1\UBO-LIST\" WS-CUST-DOC
                  MOVE 0 TO WS-UBO-TOTAL
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM FETCH-UBO-ROW UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE CUST-UBO-CUR
                  END-EXEC
                  DISPLAY "#Participacao registrada: " WS-UBO-TOTAL
                     "%"
               END-IF
            END-IF
            END-IF.

         FETCH-UBO-ROW.
            EXEC SQL
               FETCH CUST-UBO-CUR
               INTO :WS-UBO-ID, :WS-UBO-NAME, :WS-UBO-DOC,
                    :WS-UBO-PCT
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
               ADD WS-UBO-PCT TO WS-UBO-TOTAL
               DISPLAY "ubo\" WS-UBO-ID "\" WS-UBO-NAME "\"
                  WS-UBO-DOC "\" WS-UBO-PCT
            END-IF
            END-IF.

         UBO-DROP.
      *    Baixa do beneficiario (venda de participacao, erro de
      *    cadastro) - a linha fica REMOVED e a empresa reclassificada.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do beneficiario: " NO ADVANCING
               ACCEPT WS-UBO-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-UBO-ID
            END-IF

            MOVE SPACES TO WS-CUST-DOC
            EXEC SQL
               SELECT customer_doc, ubo_name
               INTO :WS-CUST-DOC, :WS-UBO-NAME
               FROM customer_ubos
               WHERE id = :WS-UBO-ID
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\UBO"
               DISPLAY "#Beneficiario " WS-UBO-ID " nao encontrado "
                  "ou ja baixado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM READ-UBO-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE customer_ubos
                  SET status = 'REMOVED', removed_at = now()
                  WHERE id = :WS-UBO-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-UBO-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE = ZERO
                  PERFORM RATE-CUSTOMER-KYC
               END-IF
               MOVE "CUST-UBO-DROP" TO WS-JR-ACTION
               MOVE "CUST-UBO-DROP" TO WS-LOG-ACTION
               PERFORM COMMIT-UBO-CHANGE
            END-IF
            END-IF.

         READ-UBO-IMAGE.
      *    Imagem do beneficiario para a trilha de alteracoes.
            MOVE "customer_ubos" TO WS-CHG-TABLE
            MOVE WS-UBO-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-CUST-DOC TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM customer_ubos t
               WHERE id = :WS-UBO-ID
            END-EXEC.

         COMMIT-UBO-CHANGE.
      *    Fecho das mudancas de beneficiario: trilha e classificacao
      *    ja rodaram; o diario vai na mesma transacao e so entao o
      *    COMMIT.
            MOVE SPACE TO WS-JRNL-DISP
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
               PERFORM JOURNAL-CUST-CHANGE
               IF WS-JRNL-DISP NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "0\UBO"
                  DISPLAY "#Falha no diario de auditoria - alteracao "
                     "desfeita"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\" WS-LOG-ACTION "\" WS-UBO-ID
                  DISPLAY "#Beneficiario final " WS-UBO-ID " - "
                     WS-UBO-NAME
                  PERFORM SHOW-KYC-RATING

                  MOVE "OK"   TO WS-LOG-STATUS
                  MOVE 0      TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "empresa " WS-CUST-DOC " beneficiario "
                     WS-UBO-ID DELIMITED BY SIZE
                     INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

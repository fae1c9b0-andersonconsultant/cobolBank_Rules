      *  through the same post_transfer() the engines use, from the
      *  funding account configured in LOAN_FUNDING_ACCOUNT. The
      *  nightly LOAN-DUE batch raises and charges the installments.
      *  RATING records the credit analyst's risk rating (AA to H) for
      *  a contract; the monthly LOAN-PROV batch takes the worse of it
      *  and the rating by days overdue - an override can make a
      *  contract riskier, never better than its delay allows.
      *  A payroll loan (consignado) application opens a CONSIG
      *  contract under its employer agreement, at the agreement rate
      *  and on the term the margin was checked for; its installments
      *  go in the employer's deduction file (CONSIG-OUT) instead of
      *  the account debit, unless they fall back to it.
      *  PORTIN issues the contract of an inbound credit portability
      *  registered at LOAN-PORT, at the rate and term we offered and
      *  through the same signing gate as NEW: the principal is the
      *  balance the other bank informed grossed up by the IOF and fee
      *  LOANCET prices, so the amount released covers that payoff
      *  exactly. Only at SIGNED is the payoff wired to the other bank
      *  instead of disbursed to the customer, provided the request
      *  is still open at LOAN-PORT. An outbound portability closes
      *  the contract as PORTED_OUT at LOAN-PORT, priced by the same
      *  payoff quote (LOANQUOTE) as PAYOFF here.
      *  NEW no longer pays out on the spot: the contract opens
      *  PENDING_SIGN with its schedule pending, priced by LOANCET (IOF
      *  and contract fee withheld, CET monthly and annual), and the
      *  contract document with its schedule is printed to the
      *  permanent statements file and registered in
      *  loan_contract_documents with a unique code and content hash,
      *  like the balance certificate. SIGNED records the signed copy
      *  as received (the code printed on it must match), activates
      *  the contract and only then disburses the amount released.
      *  VOID cancels a contract never signed and gives the approved
      *  application (or the portability request) back to the queue.
      *  An application fast-tracked inside a pre-approved offer
      *  (CREDIT-OFFER) is contracted at the offer rate.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
            SELECT RECEIPT-FILE ASSIGN TO WS-RECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.
      *    Extratos permanentes da Enginev3 - o contrato e o cronograma
      *    saem impressos ali, como o certificado de saldo.
            SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

      ******************************************************************
         DATA                        DIVISION.
             05  RCP-REC-ACCOUNT     PIC 9(10).
             05  RCP-REC-AMOUNT      PIC 9(10)V99.
             05  RCP-REC-REF         PIC X(20).
             05  RCP-REC-OPERATOR    PIC X(20).
             05  RCP-REC-VALUE-DATE  PIC 9(8).

         FD  STATEMENT-FILE.
         01  STATEMENT-LINE          PIC X(150).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  WS-LOAN-PRINCIPAL       PIC 9(10)V99 VALUE 0.
         01  WS-LOAN-RATE            PIC 9(1)V9(4) VALUE 0.
         01  WS-LOAN-TERMS           PIC 9(3)  VALUE 0.
         01  WS-LOAN-STATUS          PIC X(12) VALUE SPACES.
         01  WS-LOAN-PRODUCT         PIC X(10) VALUE SPACES.
         01  WS-LOAN-RESULT          PIC X(20) VALUE SPACES.

      *    Aplicacao aprovada na esteira (LOAN-APPLY) que autoriza o
         01  WS-APL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-APL-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-APL-STATUS           PIC X(10) VALUE SPACES.
         01  WS-APL-TERMS            PIC 9(3)  VALUE 0.
         01  WS-APL-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-APL-AGREEMENT        PIC 9(9)  VALUE 0.
         01  WS-APL-CSG-RATE         PIC 9(1)V9(4) VALUE 0.
         01  WS-APL-OFFER            PIC 9(9)  VALUE 0.
         01  WS-APL-OFR-RATE         PIC 9(1)V9(4) VALUE 0.

      *    Parcela corrente da construcao do cronograma.
         01  WS-INST-SEQ             PIC 9(3)  VALUE 0.
         01  WS-INST-PRINCIPAL       PIC 9(10)V99 VALUE 0.
         01  WS-INST-INTEREST        PIC 9(10)V99 VALUE 0.
         01  WS-INST-DUE-MONTHS      PIC 9(3)  VALUE 0.
      *    PENDING ate a assinatura do contrato.
         01  WS-INST-STATUS          PIC X(10) VALUE SPACES.

      *    Conta de funding dos emprestimos - de onde sai o desembolso
      *    e para onde voltam as parcelas cobradas.
         01  WS-LST-INST-STATUS      PIC X(10) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         01  WS-CHG-LOAN-ID         PIC 9(9)  VALUE 0.
         01  WS-CHG-LOAN-ACCT       PIC 9(10) VALUE 0.

      *    Classificacao de risco do analista (override) do contrato.
         01  WS-RTG-CURRENT         PIC X(2)  VALUE SPACES.
         01  WS-RTG-NEW             PIC X(2)  VALUE SPACES.
         01  WS-RTG-REASON          PIC X(40) VALUE SPACES.
         01  WS-RTG-FOUND           PIC 9(5)  VALUE 0.
         01  WS-RTG-ID              PIC 9(9)  VALUE 0.
         01  WS-RTG-ANALYST         PIC X(20) VALUE SPACES.
         01  WS-RTG-DATE            PIC X(10) VALUE SPACES.

      *    Portabilidade de entrada (LOAN-PORT) que abre o contrato -
      *    saldo informado pelo banco credor, taxa e prazo ofertados.
         01  WS-PTI-ID              PIC 9(9)  VALUE 0.
         01  WS-PTI-DIRECTION       PIC X(3)  VALUE SPACES.
         01  WS-PTI-STATUS          PIC X(10) VALUE SPACES.
         01  WS-PTI-BANK            PIC 9(3)  VALUE 0.
         01  WS-PTI-DEADLINE        PIC X(10) VALUE SPACES.
         01  WS-PTI-OVERDUE         PIC X(1)  VALUE "N".
         01  WS-PTI-BUS-DATE        PIC X(10) VALUE SPACES.
         01  WS-PTI-TED-REF         PIC X(20) VALUE SPACES.
         01  WS-PTI-OPERATOR        PIC X(20) VALUE SPACES.
         01  WS-PTI-BALANCE         PIC 9(10)V99 VALUE 0.
         01  WS-PTI-CONTRACT        PIC 9(9)  VALUE 0.

      *    Documento do contrato - CET pelos fluxos reais (LOANCET),
      *    codigo unico e hash do conteudo canonico, como o
      *    certificado de saldo; sem o documento assinado recebido o
      *    principal nao sai.
         01  WS-DOC-CODE            PIC X(12) VALUE SPACES.
         01  WS-DOC-CODE-IN         PIC X(12) VALUE SPACES.
         01  WS-DOC-HASH            PIC X(32) VALUE SPACES.
         01  WS-DOC-CONTENT         PIC X(200) VALUE SPACES.
         01  WS-DOC-HOLDER          PIC X(60) VALUE SPACES.
         01  WS-DOC-DATE            PIC X(10) VALUE SPACES.
         01  WS-DOC-IOF             PIC 9(10)V99 VALUE 0.
         01  WS-DOC-FEE             PIC 9(10)V99 VALUE 0.
         01  WS-DOC-RELEASED        PIC 9(10)V99 VALUE 0.
         01  WS-DOC-CET-MONTH       PIC 9(3)V9(4) VALUE 0.
         01  WS-DOC-CET-YEAR        PIC 9(6)V99 VALUE 0.
         01  WS-DOC-OPERATOR        PIC X(20) VALUE SPACES.
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
         01  WS-BUILD-OK            PIC X(1)  VALUE "S".
         01  WS-RTG-OK              PIC X(1)  VALUE "N".
         01  WS-PTI-OK              PIC X(1)  VALUE "N".
         01  WS-PTI-STEPS           PIC 9(3)  VALUE 0.
         01  WS-FUNDING-ENV         PIC X(10) VALUE SPACES.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; vai no recibo da quitacao.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Recibo da quitacao - numerador proprio por sessao, no mesmo
      *    arquivo que o REPRINT da Enginev3 rele.
         01  WS-RECEIPT-PATH        PIC X(100) VALUE SPACES.
         01  WS-RECEIPT-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-RECEIPT-SEQ         PIC 9(6)  VALUE 0.
         01  WS-RCPT-VALUE-DATE     PIC 9(8)  VALUE 0.
         01  WS-RCPT-BUS-YMD        PIC X(8)  VALUE SPACES.
         01  WS-PAY-ANSWER          PIC X(1)  VALUE SPACE.
         01  WS-PAY-QUOTE-DISP      PIC X(1)  VALUE SPACE.

      *    Impressao do contrato no arquivo de extratos permanentes.
         01  WS-DOC-CET-DISP        PIC X(1)  VALUE SPACE.
         01  WS-STATEMENT-PATH      PIC X(100) VALUE SPACES.
         01  WS-STMT-FILE-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-PRT-INST-TOTAL      PIC 9(10)V99 VALUE 0.
         01  WS-PRT-AMOUNT-EDIT     PIC Z(9)9,99.
         01  WS-PRT-INTEREST-EDIT   PIC Z(9)9,99.
         01  WS-PRT-TOTAL-EDIT      PIC Z(9)9,99.
         01  WS-PRT-CET-MONTH-EDIT  PIC ZZ9,9999.
         01  WS-PRT-CET-YEAR-EDIT   PIC Z(5)9,99.

      *    Taxa vigente na tabela de taxas (RATE-MAINT) por faixa de
      *    prazo em meses - quando ha linha vigente ela vence a
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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "LOAN-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOANMAINT".
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
      *    Sem operador ativo no cadastro o console nao abre; papel
      *    READONLY tambem nao, ja que aqui tudo movimenta dinheiro.
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
               DISPLAY "#Contratos de emprestimo - digite HELP para "
                  "ajuda"
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
            DISPLAY "=== CONTRATOS DE EMPRESTIMO ==="
            DISPLAY "NEW     : Abre contrato e emite o documento com "
               "o CET"
            DISPLAY "SIGNED  : Registra o contrato assinado e "
               "desembolsa (ou paga o banco credor)"
            DISPLAY "VOID    : Cancela contrato nunca assinado"
            DISPLAY "LIST    : Lista os contratos"
            DISPLAY "SCHED   : Mostra o cronograma de um contrato"
            DISPLAY "PAYOFF  : Cotacao e quitacao antecipada"
            DISPLAY "RATING  : Classificacao de risco do analista"
            DISPLAY "PORTIN  : Abre contrato de portabilidade de "
               "entrada"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "==============================="
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "NEW"      PERFORM NEW-CONTRACT
               WHEN "SIGNED"   PERFORM SIGN-CONTRACT
               WHEN "VOID"     PERFORM VOID-CONTRACT
               WHEN "LIST"     PERFORM LIST-CONTRACTS
               WHEN "SCHED"    PERFORM SHOW-SCHEDULE
               WHEN "PAYOFF"   PERFORM PAYOFF-CONTRACT
               WHEN "RATING"   PERFORM RATE-CONTRACT
               WHEN "PORTIN"   PERFORM PORTIN-CONTRACT
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
      *    mesma conta e sem passar do valor aprovado - era o "digita
      *    e contrata" sem segunda olhada que a esteira fecha.
            PERFORM CHECK-APPROVED-APPLICATION
            IF WS-APL-STATUS = "APPROVED" AND
               WS-APL-PRODUCT = "CONSIG"
               MOVE WS-APL-CSG-RATE TO WS-LOAN-RATE
               DISPLAY "#Taxa do convenio aplicada: " WS-LOAN-RATE
            END-IF
            IF WS-APL-STATUS = "APPROVED" AND WS-APL-OFFER > 0
               MOVE WS-APL-OFR-RATE TO WS-LOAN-RATE
               DISPLAY "#Taxa da oferta pre-aprovada aplicada: "
                  WS-LOAN-RATE
            END-IF

      *    CET pelos fluxos reais - IOF e tarifa retidos no desembolso
      *    - antes de qualquer gravacao.
            MOVE "N" TO WS-DOC-CET-DISP
            IF WS-APL-STATUS = "APPROVED"
               CALL "LOANCET" USING WS-LOAN-PRINCIPAL, WS-LOAN-RATE,
                  WS-LOAN-TERMS, WS-DOC-IOF, WS-DOC-FEE,
                  WS-DOC-CET-MONTH, WS-DOC-CET-YEAR, WS-DOC-CET-DISP
            END-IF
            IF WS-APL-STATUS NOT = "APPROVED"
               CONTINUE
            ELSE
               DISPLAY "0\LOAN"
               DISPLAY "#Principal e numero de parcelas sao "
                  "obrigatorios"
            ELSE IF WS-DOC-CET-DISP NOT = "S"
               DISPLAY "0\LOAN"
               DISPLAY "#IOF e tarifa consomem o principal - "
                  "contrato impossivel"
            ELSE
               COMPUTE WS-DOC-RELEASED =
                  WS-LOAN-PRINCIPAL - WS-DOC-IOF - WS-DOC-FEE
               EXEC SQL
                  INSERT INTO loan_contracts
                     (account, principal, monthly_rate, installments,
                      status, start_date, product, agreement_id,
                      iof_amount, fee_amount, cet_monthly, cet_annual)
                  VALUES (:WS-LOAN-ACCOUNT, :WS-LOAN-PRINCIPAL,
                          :WS-LOAN-RATE, :WS-LOAN-TERMS,
                          'PENDING_SIGN', CURRENT_DATE,
                          :WS-APL-PRODUCT,
                          NULLIF(:WS-APL-AGREEMENT, 0),
                          :WS-DOC-IOF, :WS-DOC-FEE,
                          :WS-DOC-CET-MONTH, :WS-DOC-CET-YEAR)
                  RETURNING id INTO :WS-LOAN-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  MOVE SPACES TO WS-CHG-BEFORE
                  MOVE WS-LOAN-ID TO WS-CHG-LOAN-ID
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE WS-APL-PRODUCT TO WS-LOAN-PRODUCT
                  MOVE "PENDING" TO WS-INST-STATUS
                  PERFORM BUILD-SCHEDULE
                  IF WS-BUILD-OK = "S"
                     PERFORM ISSUE-CONTRACT-DOCUMENT
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-APPROVED-APPLICATION.
      *    Busca a aplicacao e confere: APPROVED, mesma conta e
      *    principal dentro do valor aprovado. Qualquer divergencia
      *    deixa WS-APL-STATUS fora de APPROVED e nada contrata. No
      *    consignado o prazo e o da aplicacao - a margem foi conferida
      *    para aquela parcela - e a taxa e a do convenio.
            MOVE SPACES TO WS-APL-STATUS
            MOVE 0 TO WS-APL-CSG-RATE
            MOVE 0 TO WS-APL-OFR-RATE
            EXEC SQL
               SELECT account, amount, status, term_months,
                      COALESCE(product, 'LOAN'),
                      COALESCE(agreement_id, 0),
                      COALESCE(offer_id, 0)
               INTO :WS-APL-ACCOUNT, :WS-APL-AMOUNT, :WS-APL-STATUS,
                    :WS-APL-TERMS, :WS-APL-PRODUCT, :WS-APL-AGREEMENT,
                    :WS-APL-OFFER
               FROM loan_applications
               WHERE id = :WS-APL-ID
            END-EXEC
            IF SQLCODE = ZERO AND WS-APL-OFFER > 0
               EXEC SQL
                  SELECT monthly_rate INTO :WS-APL-OFR-RATE
                  FROM credit_offers
                  WHERE id = :WS-APL-OFFER
               END-EXEC
            END-IF
            IF SQLCODE = ZERO AND WS-APL-PRODUCT = "CONSIG"
               EXEC SQL
                  SELECT monthly_rate INTO :WS-APL-CSG-RATE
                  FROM consig_agreements
                  WHERE id = :WS-APL-AGREEMENT
               END-EXEC
            END-IF

            IF SQLCODE = 100
               MOVE SPACES TO WS-APL-STATUS
               DISPLAY "#Principal acima do valor aprovado ("
                  WS-APL-AMOUNT ")"
               MOVE SPACES TO WS-APL-STATUS
            ELSE IF WS-APL-PRODUCT = "CONSIG" AND
                    WS-LOAN-TERMS NOT = WS-APL-TERMS
               DISPLAY "0\LOAN"
               DISPLAY "#Consignado no prazo da aplicacao ("
                  WS-APL-TERMS " parcelas)"
               MOVE SPACES TO WS-APL-STATUS
            END-IF.

         BUILD-SCHEDULE.
               VALUES (:WS-LOAN-ID, :WS-INST-SEQ,
                       CURRENT_DATE +
                          (:WS-INST-DUE-MONTHS || ' months')::interval,
                       :WS-INST-PRINCIPAL, :WS-INST-INTEREST,
                       :WS-INST-STATUS)
            END-EXEC

            IF SQLCODE NOT = ZERO
               SUBTRACT WS-INST-PRINCIPAL FROM WS-PRINCIPAL-LEFT
            END-IF.

         ISSUE-CONTRACT-DOCUMENT.
      *    A aplicacao vira CONTRACTED junto com o contrato - nao sobra
      *    aplicacao aprovada "em aberto" para um segundo contrato; na
      *    portabilidade e o pedido que fica preso ao contrato - e o
      *    documento fica registrado com codigo unico e hash do
      *    conteudo; sem o registro gravado nenhum contrato sai
      *    impresso e nada comita.
            IF WS-LOAN-PRODUCT = "PORTIN"
               PERFORM LINK-PORTABILITY-CONTRACT
            ELSE
               PERFORM READ-APPLICATION-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_applications
                  SET status = 'CONTRACTED',
                      contract_id = :WS-LOAN-ID
                  WHERE id = :WS-APL-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-APPLICATION-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE = ZERO
               MOVE SPACES TO WS-DOC-HOLDER
               MOVE WS-DS-OUT TO WS-DOC-DATE
               EXEC SQL
                  SELECT COALESCE(get_usr(:WS-LOAN-ACCOUNT), ' '),
                         UPPER(SUBSTR(MD5(random()::text ||
                         clock_timestamp()::text), 1, 12))
                  INTO :WS-DOC-HOLDER, :WS-DOC-CODE
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               PERFORM BUILD-DOC-CONTENT
               EXEC SQL
                  SELECT MD5(:WS-DOC-CONTENT) INTO :WS-DOC-HASH
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE WS-OPERATOR-USER TO WS-DOC-OPERATOR
               EXEC SQL
                  INSERT INTO loan_contract_documents
                     (code, contract_id, account, business_date,
                      holder, principal, monthly_rate, installments,
                      iof_amount, fee_amount, released_amount,
                      cet_monthly, cet_annual, content_hash, status,
                      issued_by, created_at)
                  VALUES (:WS-DOC-CODE, :WS-LOAN-ID, :WS-LOAN-ACCOUNT,
                          :WS-DOC-DATE::date, :WS-DOC-HOLDER,
                          :WS-LOAN-PRINCIPAL, :WS-LOAN-RATE,
                          :WS-LOAN-TERMS, :WS-DOC-IOF, :WS-DOC-FEE,
                          :WS-DOC-RELEASED, :WS-DOC-CET-MONTH,
                          :WS-DOC-CET-YEAR, :WS-DOC-HASH, 'ISSUED',
                          :WS-DOC-OPERATOR, now())
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  MOVE SPACES TO WS-CHG-BEFORE
                  PERFORM READ-DOCUMENT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
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
               DISPLAY "0\LOAN"
               DISPLAY "#Falha ao registrar o documento do contrato"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM PRINT-CONTRACT-DOCUMENT
               IF WS-LOAN-PRODUCT = "PORTIN"
                  DISPLAY "1\LOAN-PORTIN\" WS-LOAN-ID "\" WS-DOC-CODE
                  DISPLAY "#Contrato " WS-LOAN-ID " emitido - codigo "
                     WS-DOC-CODE " - TED ao banco " WS-PTI-BANK
                     " apos o SIGNED"
                  MOVE "LOAN-PORTIN"   TO WS-LOG-ACTION
               ELSE
                  DISPLAY "1\LOAN-NEW\" WS-LOAN-ID "\" WS-DOC-CODE
                  DISPLAY "#Contrato " WS-LOAN-ID " emitido - codigo "
                     WS-DOC-CODE " - desembolso apos o SIGNED"
                  MOVE "LOAN-NEW"      TO WS-LOG-ACTION
               END-IF
               MOVE WS-DOC-CET-MONTH TO WS-PRT-CET-MONTH-EDIT
               MOVE WS-DOC-CET-YEAR TO WS-PRT-CET-YEAR-EDIT
               DISPLAY "#CET " WS-PRT-CET-MONTH-EDIT "% a.m. / "
                  WS-PRT-CET-YEAR-EDIT "% a.a."

               MOVE "PENDSIGN"         TO WS-LOG-STATUS
               MOVE WS-LOAN-PRINCIPAL  TO WS-LOG-VALUE
               MOVE SPACES             TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " conta "
                  WS-LOAN-ACCOUNT " parcelas " WS-LOAN-TERMS
                  " documento " WS-DOC-CODE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         BUILD-DOC-CONTENT.
      *    Conteudo canonico do hash - sempre montado dos campos do
      *    contrato, com as mesmas pictures.
            MOVE SPACES TO WS-DOC-CONTENT
            STRING WS-LOAN-ID "|" WS-LOAN-ACCOUNT "|" WS-DOC-DATE "|"
               WS-LOAN-PRINCIPAL "|" WS-LOAN-RATE "|" WS-LOAN-TERMS
               "|" WS-DOC-IOF "|" WS-DOC-FEE "|" WS-DOC-RELEASED "|"
               WS-DOC-CET-MONTH "|" WS-DOC-CET-YEAR "|" WS-DOC-HOLDER
               DELIMITED BY SIZE INTO WS-DOC-CONTENT
            END-STRING.

         PRINT-CONTRACT-DOCUMENT.
      *    Contrato e cronograma para assinatura no arquivo de extratos
      *    permanentes, na mesma convencao do certificado de saldo - a
      *    agencia encontra e reimprime dali.
            MOVE "/tmp/enginev3_statements.txt" TO WS-STATEMENT-PATH
            ACCEPT WS-STATEMENT-PATH FROM ENVIRONMENT "STATEMENT_FILE"
            IF WS-STATEMENT-PATH = SPACES
               MOVE "/tmp/enginev3_statements.txt" TO WS-STATEMENT-PATH
            END-IF
            OPEN EXTEND STATEMENT-FILE
            IF WS-STMT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
            END-IF
            IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "#Falha ao imprimir o contrato - status "
                  WS-STMT-FILE-STATUS
            ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "CONTRATO DE EMPRESTIMO No " WS-LOAN-ID
                  " - CODIGO " WS-DOC-CODE " - DATA " WS-DOC-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE SPACES TO STATEMENT-LINE
               STRING "TITULAR: " WS-DOC-HOLDER "  CONTA "
                  WS-LOAN-ACCOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-LOAN-PRINCIPAL TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  VALOR CONTRATADO.....: " WS-PRT-AMOUNT-EDIT
                  "  TAXA MENSAL " WS-LOAN-RATE "  PARCELAS "
                  WS-LOAN-TERMS
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-DOC-IOF TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  IOF..................: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-DOC-FEE TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  TARIFA DE CONTRATACAO: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-DOC-RELEASED TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  VALOR LIBERADO.......: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               IF WS-LOAN-PRODUCT = "PORTIN"
                  MOVE WS-PTI-BALANCE TO WS-PRT-AMOUNT-EDIT
                  MOVE SPACES TO STATEMENT-LINE
                  STRING "  QUITACAO POR TED AO BANCO CREDOR "
                     WS-PTI-BANK ": " WS-PRT-AMOUNT-EDIT
                     DELIMITED BY SIZE INTO STATEMENT-LINE
                  END-STRING
                  WRITE STATEMENT-LINE
               END-IF

               MOVE WS-DOC-CET-MONTH TO WS-PRT-CET-MONTH-EDIT
               MOVE WS-DOC-CET-YEAR TO WS-PRT-CET-YEAR-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  CUSTO EFETIVO TOTAL..: " WS-PRT-CET-MONTH-EDIT
                  "% AO MES  " WS-PRT-CET-YEAR-EDIT "% AO ANO"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE "  PARC VENCIMENTO        PRINCIPAL          JUROS"
                  TO STATEMENT-LINE
               WRITE STATEMENT-LINE

               EXEC SQL
                  DECLARE LOAN-DOC-CUR CURSOR FOR
                  SELECT seq, TO_CHAR(due_date, 'YYYY-MM-DD'),
                         principal_amount, interest_amount
                  FROM loan_installments
                  WHERE contract_id = :WS-LOAN-ID
                  ORDER BY seq
               END-EXEC

               EXEC SQL
                  OPEN LOAN-DOC-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM PRINT-CONTRACT-INSTALLMENT
                     UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE LOAN-DOC-CUR
                  END-EXEC
               END-IF

               MOVE SPACES TO STATEMENT-LINE
               STRING "ASSINATURA DO CLIENTE: "
                  "______________________________"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE SPACES TO STATEMENT-LINE
               STRING "AUTENTICIDADE: codigo " WS-DOC-CODE
                  " - o desembolso so ocorre com esta via assinada "
                  "recebida pelo banco"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               CLOSE STATEMENT-FILE
            END-IF.

         PRINT-CONTRACT-INSTALLMENT.
            EXEC SQL
               FETCH LOAN-DOC-CUR
               INTO :WS-INST-SEQ, :WS-LST-DUE-DATE,
                    :WS-INST-PRINCIPAL, :WS-INST-INTEREST
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
               COMPUTE WS-PRT-INST-TOTAL =
                  WS-INST-PRINCIPAL + WS-INST-INTEREST
               MOVE WS-INST-PRINCIPAL TO WS-PRT-AMOUNT-EDIT
               MOVE WS-INST-INTEREST TO WS-PRT-INTEREST-EDIT
               MOVE WS-PRT-INST-TOTAL TO WS-PRT-TOTAL-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  " WS-INST-SEQ "  " WS-LST-DUE-DATE " "
                  WS-PRT-AMOUNT-EDIT " " WS-PRT-INTEREST-EDIT
                  "  PARCELA " WS-PRT-TOTAL-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
            END-IF
            END-IF.

         SIGN-CONTRACT.
      *    Via assinada recebida: o codigo impresso nela tem de fechar
      *    com o documento emitido. So entao o contrato ativa, as
      *    parcelas entram em cobranca e o valor liberado sai - na
      *    portabilidade, por TED ao banco credor, e so com o pedido
      *    ainda aberto no LOAN-PORT.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-LOAN-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-LOAN-ID
            END-IF
            DISPLAY "#Codigo impresso no contrato assinado: "
               NO ADVANCING
            ACCEPT WS-DOC-CODE-IN
            INSPECT WS-DOC-CODE-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE SPACES TO WS-DOC-CODE
            EXEC SQL
               SELECT c.account, c.principal, c.installments,
                      c.status, COALESCE(c.product, 'LOAN'),
                      COALESCE(c.iof_amount, 0),
                      COALESCE(c.fee_amount, 0),
                      COALESCE((SELECT d.code
                                FROM loan_contract_documents d
                                WHERE d.contract_id = c.id
                                  AND d.status = 'ISSUED'
                                ORDER BY d.created_at DESC
                                LIMIT 1), ' ')
               INTO :WS-LOAN-ACCOUNT, :WS-LOAN-PRINCIPAL,
                    :WS-LOAN-TERMS, :WS-LOAN-STATUS, :WS-LOAN-PRODUCT,
                    :WS-DOC-IOF, :WS-DOC-FEE, :WS-DOC-CODE
               FROM loan_contracts c
               WHERE c.id = :WS-LOAN-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOAN"
               DISPLAY "#Contrato nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LOAN-STATUS NOT = "PENDING_SIGN"
               DISPLAY "0\LOAN"
               DISPLAY "#Contrato nao aguarda assinatura ("
                  WS-LOAN-STATUS ")"
            ELSE IF WS-DOC-CODE = SPACES
               DISPLAY "0\LOAN"
               DISPLAY "#Contrato sem documento emitido"
            ELSE IF WS-DOC-CODE-IN NOT = WS-DOC-CODE
               DISPLAY "0\LOAN"
               DISPLAY "#Codigo nao confere com o documento emitido - "
                  "via assinada NAO aceita"

               MOVE "LOAN-SIGNED" TO WS-LOG-ACTION
               MOVE "REFUSED"     TO WS-LOG-STATUS
               MOVE 0             TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " codigo apresentado "
                  WS-DOC-CODE-IN
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE IF WS-FUNDING-ACCOUNT = 0
               DISPLAY "0\LOAN"
               DISPLAY "#LOAN_FUNDING_ACCOUNT nao configurada - "
                  "desembolso impossivel"
            ELSE
               COMPUTE WS-DOC-RELEASED =
                  WS-LOAN-PRINCIPAL - WS-DOC-IOF - WS-DOC-FEE
               IF WS-LOAN-PRODUCT = "PORTIN"
                  PERFORM CHECK-PORTIN-REQUEST
               ELSE
                  MOVE "S" TO WS-PTI-OK
               END-IF
               IF WS-PTI-OK = "S"
                  PERFORM RECORD-SIGNATURE
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-PORTIN-REQUEST.
      *    Contrato de portabilidade so e assinado com o pedido preso a
      *    ele ainda REQUESTED e no prazo regulatorio - recusado,
      *    cancelado ou expirado no LOAN-PORT o contrato vai a VOID.
            MOVE "N" TO WS-PTI-OK
            MOVE WS-DS-OUT TO WS-PTI-BUS-DATE
            MOVE "N" TO WS-PTI-OVERDUE
            EXEC SQL
               SELECT id, status, counterparty_bank, payoff_amount,
                      TO_CHAR(deadline_date, 'YYYY-MM-DD'),
                      CASE WHEN deadline_date < :WS-PTI-BUS-DATE::date
                           THEN 'S' ELSE 'N' END
               INTO :WS-PTI-ID, :WS-PTI-STATUS, :WS-PTI-BANK,
                    :WS-PTI-BALANCE, :WS-PTI-DEADLINE, :WS-PTI-OVERDUE
               FROM loan_portability
               WHERE contract_id = :WS-LOAN-ID
                 AND direction = 'IN'
               ORDER BY id DESC
               LIMIT 1
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOAN"
               DISPLAY "#Contrato sem pedido de portabilidade vinculado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-PTI-STATUS NOT = "REQUESTED"
               DISPLAY "0\LOAN"
               DISPLAY "#Pedido " WS-PTI-ID " encerrado no LOAN-PORT ("
                  WS-PTI-STATUS ") - cancele o contrato (VOID)"
            ELSE IF WS-PTI-OVERDUE = "S"
               DISPLAY "0\LOAN"
               DISPLAY "#Prazo regulatorio vencido em "
                  WS-PTI-DEADLINE " - expire no LOAN-PORT e cancele o "
                  "contrato (VOID)"

               MOVE "LOAN-PORTIN" TO WS-LOG-ACTION
               MOVE "REFUSED"     TO WS-LOG-STATUS
               MOVE 0             TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " pedido " WS-PTI-ID
                  " fora do prazo " WS-PTI-DEADLINE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               MOVE "S" TO WS-PTI-OK
            END-IF
            END-IF
            END-IF
            END-IF.

         RECORD-SIGNATURE.
      *    Documento SIGNED com data do movimento e operador que
      *    recebeu, contrato ACTIVE e parcelas OPEN - tudo na mesma
      *    transacao do desembolso, ou da TED ao banco credor na
      *    portabilidade.
            MOVE WS-OPERATOR-USER TO WS-DOC-OPERATOR
            MOVE WS-DS-OUT TO WS-DOC-DATE
            PERFORM READ-DOCUMENT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loan_contract_documents
               SET status = 'SIGNED',
                   signed_date = :WS-DOC-DATE::date,
                   received_by = :WS-DOC-OPERATOR
               WHERE code = :WS-DOC-CODE
                 AND status = 'ISSUED'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-DOCUMENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = ZERO
               MOVE WS-LOAN-ID TO WS-CHG-LOAN-ID
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_contracts
                  SET status = 'ACTIVE'
                  WHERE id = :WS-LOAN-ID
                    AND status = 'PENDING_SIGN'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_installments
                  SET status = 'OPEN'
                  WHERE contract_id = :WS-LOAN-ID
                    AND status = 'PENDING'
               END-EXEC
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
            ELSE IF WS-LOAN-PRODUCT = "PORTIN"
               PERFORM PAY-ORIGIN-BANK
            ELSE
               PERFORM DISBURSE-PRINCIPAL
            END-IF
            END-IF.

         DISBURSE-PRINCIPAL.
      *    Desembolso pela mesma post_transfer() dos engines, do valor
      *    liberado (principal menos IOF e tarifa retidos) - a
      *    assinatura, a ativacao e o credito ao cliente comitam
      *    juntos ou nada comita.
            EXEC SQL
               SELECT post_transfer(:WS-FUNDING-ACCOUNT,
                      :WS-LOAN-ACCOUNT, :WS-DOC-RELEASED)
               INTO :WS-LOAN-RESULT
            END-EXEC

               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\LOAN-SIGNED\" WS-LOAN-ID
               DISPLAY "#Contrato " WS-LOAN-ID " assinado - "
                  "liberado " WS-DOC-RELEASED " na conta "
                  WS-LOAN-ACCOUNT

               MOVE "LOAN-SIGNED"      TO WS-LOG-ACTION
               MOVE "OK"               TO WS-LOG-STATUS
               MOVE WS-DOC-RELEASED    TO WS-LOG-VALUE
               MOVE SPACES             TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " conta "
                  WS-LOAN-ACCOUNT " documento " WS-DOC-CODE
                  " recebido por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         VOID-CONTRACT.
      *    Contrato emitido e nunca assinado: contrato e parcelas
      *    CANCELLED, documento VOID e a aplicacao volta APPROVED para
      *    uma nova emissao - na portabilidade o pedido se solta do
      *    contrato e pode ir a um novo PORTIN. Nada foi desembolsado.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-LOAN-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-LOAN-ID
            END-IF

            MOVE 0 TO WS-APL-ID
            MOVE 0 TO WS-PTI-ID
            EXEC SQL
               SELECT c.account, c.status,
                      COALESCE((SELECT MAX(a.id)
                                FROM loan_applications a
                                WHERE a.contract_id = c.id), 0),
                      COALESCE((SELECT MAX(p.id)
                                FROM loan_portability p
                                WHERE p.contract_id = c.id
                                  AND p.direction = 'IN'), 0)
               INTO :WS-LOAN-ACCOUNT, :WS-LOAN-STATUS, :WS-APL-ID,
                    :WS-PTI-ID
               FROM loan_contracts c
               WHERE c.id = :WS-LOAN-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOAN"
               DISPLAY "#Contrato nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LOAN-STATUS NOT = "PENDING_SIGN"
               DISPLAY "0\LOAN"
               DISPLAY "#So contrato aguardando assinatura e "
                  "cancelado (" WS-LOAN-STATUS ")"
            ELSE
               MOVE WS-LOAN-ID TO WS-CHG-LOAN-ID
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_contracts
                  SET status = 'CANCELLED'
                  WHERE id = :WS-LOAN-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE loan_installments
                     SET status = 'CANCELLED'
                     WHERE contract_id = :WS-LOAN-ID
                       AND status = 'PENDING'
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE loan_contract_documents
                     SET status = 'VOID'
                     WHERE contract_id = :WS-LOAN-ID
                       AND status = 'ISSUED'
                  END-EXEC
                  IF SQLCODE = 100
                     MOVE 0 TO SQLCODE
                  END-IF
               END-IF

               IF SQLCODE = ZERO AND WS-APL-ID > 0
                  MOVE WS-LOAN-ACCOUNT TO WS-APL-ACCOUNT
                  PERFORM READ-APPLICATION-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE loan_applications
                     SET status = 'APPROVED',
                         contract_id = NULL
                     WHERE id = :WS-APL-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-APPLICATION-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF

               IF SQLCODE = ZERO AND WS-PTI-ID > 0
                  MOVE WS-OPERATOR-USER TO WS-PTI-OPERATOR
                  PERFORM READ-PORTABILITY-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE loan_portability
                     SET contract_id = NULL,
                         updated_by = :WS-PTI-OPERATOR
                     WHERE id = :WS-PTI-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-PORTABILITY-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "1\LOAN-VOID\" WS-LOAN-ID
                  DISPLAY "#Contrato " WS-LOAN-ID " cancelado sem "
                     "desembolso"

                  MOVE "LOAN-VOID"  TO WS-LOG-ACTION
                  MOVE "OK"         TO WS-LOG-STATUS
                  MOVE 0            TO WS-LOG-VALUE
                  MOVE SPACES       TO WS-LOG-MESSAGE
                  STRING "contrato " WS-LOAN-ID " conta "
                     WS-LOAN-ACCOUNT " aplicacao " WS-APL-ID
                     " pedido " WS-PTI-ID " devolvidos"
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF
            END-IF.

         READ-DOCUMENT-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loan_contract_documents t
               WHERE code = :WS-DOC-CODE
            END-EXEC
            MOVE "loan_contract_documents" TO WS-CHG-TABLE
            MOVE WS-DOC-CODE TO WS-CHG-KEY
            MOVE WS-LOAN-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         PORTIN-CONTRACT.
      *    Portabilidade de entrada registrada no LOAN-PORT: pedido
      *    REQUESTED, dentro do prazo regulatorio e sem contrato ainda
      *    preso a ele. O contrato nasce PENDING_SIGN na taxa e prazo
      *    ofertados, com documento e CET como no NEW; o saldo so sai
      *    por TED ao banco credor no SIGNED - o cliente nao recebe
      *    credito em conta.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do pedido de portabilidade: " NO ADVANCING
               ACCEPT WS-PTI-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-PTI-ID
            END-IF

            MOVE WS-DS-OUT TO WS-PTI-BUS-DATE
            MOVE "N" TO WS-PTI-OVERDUE
            EXEC SQL
               SELECT direction, status, account, counterparty_bank,
                      payoff_amount, monthly_rate, terms,
                      TO_CHAR(deadline_date, 'YYYY-MM-DD'),
                      CASE WHEN deadline_date < :WS-PTI-BUS-DATE::date
                           THEN 'S' ELSE 'N' END,
                      COALESCE(contract_id, 0)
               INTO :WS-PTI-DIRECTION, :WS-PTI-STATUS,
                    :WS-LOAN-ACCOUNT, :WS-PTI-BANK,
                    :WS-PTI-BALANCE, :WS-LOAN-RATE, :WS-LOAN-TERMS,
                    :WS-PTI-DEADLINE, :WS-PTI-OVERDUE,
                    :WS-PTI-CONTRACT
               FROM loan_portability
               WHERE id = :WS-PTI-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOAN"
               DISPLAY "#Pedido de portabilidade nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-PTI-DIRECTION NOT = "IN"
               DISPLAY "0\LOAN"
               DISPLAY "#Pedido nao e de portabilidade de entrada"
            ELSE IF WS-PTI-STATUS NOT = "REQUESTED"
               DISPLAY "0\LOAN"
               DISPLAY "#Pedido ja encerrado (" WS-PTI-STATUS ")"
            ELSE IF WS-PTI-CONTRACT > 0
               DISPLAY "0\LOAN"
               DISPLAY "#Pedido ja tem o contrato " WS-PTI-CONTRACT
                  " aguardando assinatura - SIGNED ou VOID"
            ELSE IF WS-PTI-OVERDUE = "S"
               DISPLAY "0\LOAN"
               DISPLAY "#Prazo regulatorio vencido em "
                  WS-PTI-DEADLINE " - expire no LOAN-PORT"

               MOVE "LOAN-PORTIN" TO WS-LOG-ACTION
               MOVE "REFUSED"     TO WS-LOG-STATUS
               MOVE 0             TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "pedido " WS-PTI-ID " fora do prazo "
                  WS-PTI-DEADLINE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE IF WS-FUNDING-ACCOUNT = 0
               DISPLAY "0\LOAN"
               DISPLAY "#LOAN_FUNDING_ACCOUNT nao configurada - "
                  "liquidacao impossivel"
            ELSE
               PERFORM PRICE-PORTIN-PRINCIPAL
               IF WS-DOC-CET-DISP NOT = "S"
                  DISPLAY "0\LOAN"
                  DISPLAY "#IOF e tarifa consomem o saldo informado - "
                     "contrato impossivel"
               ELSE
                  PERFORM OPEN-PORTIN-CONTRACT
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         PRICE-PORTIN-PRINCIPAL.
      *    O banco credor recebe o saldo que informou, inteiro: IOF e
      *    tarifa vao financiados no principal. Parte da proporcao do
      *    IOF sobre o saldo (o IOF e linear no principal, a tarifa e
      *    fixa), um pouco abaixo, e sobe de centavo em centavo pelo
      *    LOANCET ate o valor liberado cobrir o saldo.
            MOVE WS-PTI-BALANCE TO WS-LOAN-PRINCIPAL
            CALL "LOANCET" USING WS-LOAN-PRINCIPAL, WS-LOAN-RATE,
               WS-LOAN-TERMS, WS-DOC-IOF, WS-DOC-FEE,
               WS-DOC-CET-MONTH, WS-DOC-CET-YEAR, WS-DOC-CET-DISP
            IF WS-DOC-CET-DISP = "S"
               COMPUTE WS-LOAN-PRINCIPAL =
                  (WS-PTI-BALANCE + WS-DOC-FEE) * WS-PTI-BALANCE
                     / (WS-PTI-BALANCE - WS-DOC-IOF) - 0,02
               MOVE 0 TO WS-DOC-RELEASED
               MOVE 0 TO WS-PTI-STEPS
               PERFORM PRICE-PORTIN-STEP
                  UNTIL WS-DOC-RELEASED >= WS-PTI-BALANCE
                     OR WS-DOC-CET-DISP NOT = "S"
                     OR WS-PTI-STEPS >= 100
               IF WS-DOC-RELEASED < WS-PTI-BALANCE
                  MOVE "N" TO WS-DOC-CET-DISP
               END-IF
            END-IF.

         PRICE-PORTIN-STEP.
            IF WS-PTI-STEPS > 0
               ADD 0,01 TO WS-LOAN-PRINCIPAL
            END-IF
            ADD 1 TO WS-PTI-STEPS
            CALL "LOANCET" USING WS-LOAN-PRINCIPAL, WS-LOAN-RATE,
               WS-LOAN-TERMS, WS-DOC-IOF, WS-DOC-FEE,
               WS-DOC-CET-MONTH, WS-DOC-CET-YEAR, WS-DOC-CET-DISP
            IF WS-DOC-CET-DISP = "S"
               COMPUTE WS-DOC-RELEASED =
                  WS-LOAN-PRINCIPAL - WS-DOC-IOF - WS-DOC-FEE
            END-IF.

         OPEN-PORTIN-CONTRACT.
      *    Contrato PENDING_SIGN com o cronograma pendente e o
      *    documento emitido, como no NEW - o pedido fica preso ao
      *    contrato ate o SIGNED ou o VOID.
            EXEC SQL
               INSERT INTO loan_contracts
                  (account, principal, monthly_rate, installments,
                   status, start_date, product,
                   iof_amount, fee_amount, cet_monthly, cet_annual)
               VALUES (:WS-LOAN-ACCOUNT, :WS-LOAN-PRINCIPAL,
                       :WS-LOAN-RATE, :WS-LOAN-TERMS,
                       'PENDING_SIGN', CURRENT_DATE, 'PORTIN',
                       :WS-DOC-IOF, :WS-DOC-FEE,
                       :WS-DOC-CET-MONTH, :WS-DOC-CET-YEAR)
               RETURNING id INTO :WS-LOAN-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               MOVE SPACES TO WS-CHG-BEFORE
               MOVE WS-LOAN-ID TO WS-CHG-LOAN-ID
               PERFORM READ-CONTRACT-IMAGE
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
               MOVE "PORTIN" TO WS-LOAN-PRODUCT
               MOVE 0 TO WS-APL-ID
               MOVE "PENDING" TO WS-INST-STATUS
               PERFORM BUILD-SCHEDULE
               IF WS-BUILD-OK = "S"
                  PERFORM ISSUE-CONTRACT-DOCUMENT
               END-IF
            END-IF.

         LINK-PORTABILITY-CONTRACT.
      *    Pedido preso ao contrato emitido, ainda REQUESTED - um
      *    segundo PORTIN do mesmo pedido e recusado.
            MOVE WS-OPERATOR-USER TO WS-PTI-OPERATOR
            PERFORM READ-PORTABILITY-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loan_portability
               SET contract_id = :WS-LOAN-ID,
                   updated_by = :WS-PTI-OPERATOR
               WHERE id = :WS-PTI-ID
                 AND status = 'REQUESTED'
                 AND contract_id IS NULL
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-PORTABILITY-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         PAY-ORIGIN-BANK.
      *    Na assinatura o saldo informado sai da conta de funding por
      *    TED ao banco credor (post_ted_debit, a mesma perna que o
      *    SETTLE-OUT embarca) e o pedido fecha SETTLED - assinatura,
      *    ativacao, TED e pedido comitam juntos ou nada comita.
            EXEC SQL
               SELECT post_ted_debit(:WS-FUNDING-ACCOUNT,
                      :WS-PTI-BALANCE)
               INTO :WS-PTI-TED-REF
            END-EXEC

            IF SQLCODE = ZERO
               MOVE WS-OPERATOR-USER TO WS-PTI-OPERATOR
               MOVE WS-DS-OUT TO WS-PTI-BUS-DATE
               PERFORM READ-PORTABILITY-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_portability
                  SET status = 'SETTLED',
                      contract_id = :WS-LOAN-ID,
                      decided_date = :WS-PTI-BUS-DATE::date,
                      transfer_ref = :WS-PTI-TED-REF,
                      updated_by = :WS-PTI-OPERATOR
                  WHERE id = :WS-PTI-ID
                    AND status = 'REQUESTED'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-PORTABILITY-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
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
               DISPLAY "1\LOAN-SIGNED\" WS-LOAN-ID
               DISPLAY "#Contrato " WS-LOAN-ID " assinado e saldo pago "
                  "ao banco " WS-PTI-BANK " (TED " WS-PTI-TED-REF ")"

               MOVE "LOAN-PORTIN"      TO WS-LOG-ACTION
               MOVE "OK"               TO WS-LOG-STATUS
               MOVE WS-PTI-BALANCE     TO WS-LOG-VALUE
               MOVE SPACES             TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " pedido " WS-PTI-ID
                  " banco " WS-PTI-BANK " documento " WS-DOC-CODE
                  " recebido por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-PORTABILITY-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loan_portability t
               WHERE id = :WS-PTI-ID
            END-EXEC
            MOVE "loan_portability" TO WS-CHG-TABLE
            MOVE WS-PTI-ID TO WS-CHG-KEY
            MOVE WS-LOAN-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-CONTRACT-IMAGE.
      *    Imagem do contrato (id em WS-CHG-LOAN-ID) para a trilha de
      *    alteracoes. As parcelas do cronograma nao entram linha a
      *    linha - nascem e fecham junto com o contrato, que ja esta
      *    na trilha.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE 0 TO WS-CHG-LOAN-ACCT
            EXEC SQL
               SELECT account, row_to_json(t)::text
               INTO :WS-CHG-LOAN-ACCT, :WS-CHG-IMAGE
               FROM loan_contracts t
               WHERE id = :WS-CHG-LOAN-ID
            END-EXEC
            MOVE "loan_contracts" TO WS-CHG-TABLE
            MOVE WS-CHG-LOAN-ID TO WS-CHG-KEY
            MOVE WS-CHG-LOAN-ACCT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-APPLICATION-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loan_applications t
               WHERE id = :WS-APL-ID
            END-EXEC
            MOVE "loan_applications" TO WS-CHG-TABLE
            MOVE WS-APL-ID TO WS-CHG-KEY
            MOVE WS-APL-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LIST-CONTRACTS.
            EXEC SQL
               DECLARE LOAN-LIST-CUR CURSOR FOR
            END-IF.

         QUOTE-PAYOFF.
      *    Cotacao pelo LOANQUOTE - a mesma conta que a portabilidade
      *    de saida (LOAN-PORT) informa ao banco proponente.
            CALL "LOANQUOTE" USING WS-PAY-CONTRACT, WS-PAY-PRINCIPAL,
               WS-PAY-FUT-INTEREST, WS-PAY-CYCLE-DAYS, WS-PAY-ACCRUED,
               WS-PAY-TOTAL, WS-PAY-QUOTE-DISP

            DISPLAY "1\PAYOFF-QUOTE\" WS-PAY-TOTAL
            DISPLAY "#Principal em aberto : " WS-PAY-PRINCIPAL
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-PAY-SETTLED
                  MOVE WS-PAY-CONTRACT TO WS-CHG-LOAN-ID
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE loan_contracts
                     SET status = 'SETTLED'
                     WHERE id = :WS-PAY-CONTRACT
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-CONTRACT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
               END-IF

               IF SQLCODE NOT = ZERO
               MOVE WS-CONN-PID    TO RCP-REC-SESSION
               ACCEPT RCP-REC-DATE FROM DATE YYYYMMDD
               ACCEPT RCP-REC-TIME FROM TIME
      *    Quitacao depois do EOD-CLOSE ja e do movimento seguinte: a
      *    data do movimento (DATESRV) vai no recibo, como na Enginev3.
               PERFORM STAMP-BUSINESS-DATE
               MOVE 0 TO WS-RCPT-VALUE-DATE
               IF WS-DS-DISP = "S"
                  STRING WS-DS-OUT(1:4) WS-DS-OUT(6:2) WS-DS-OUT(9:2)
                     DELIMITED BY SIZE INTO WS-RCPT-BUS-YMD
                  END-STRING
                  IF WS-RCPT-BUS-YMD IS NUMERIC
                     AND WS-RCPT-BUS-YMD NOT = RCP-REC-DATE
                     MOVE WS-RCPT-BUS-YMD TO WS-RCPT-VALUE-DATE
                  END-IF
               END-IF
               MOVE WS-RCPT-VALUE-DATE TO RCP-REC-VALUE-DATE
               MOVE "PAYOFF"       TO RCP-REC-OP
               MOVE WS-PAY-ACCOUNT TO RCP-REC-ACCOUNT
               MOVE WS-PAY-TOTAL   TO RCP-REC-AMOUNT
               MOVE WS-PAY-RESULT  TO RCP-REC-REF
               MOVE WS-OPERATOR-USER TO RCP-REC-OPERATOR
               WRITE RECEIPT-RECORD
               CLOSE RECEIPT-FILE
               DISPLAY "1\RECIBO\" WS-RECEIPT-SEQ
               IF WS-RCPT-VALUE-DATE > 0
                  DISPLAY "#Lancamento para o movimento de "
                     WS-RCPT-VALUE-DATE " (proximo dia util)"
               END-IF
            END-IF.

         RATE-CONTRACT.
      *    Override do analista sobre a classificacao por atraso - um
      *    por contrato ativo; o anterior fica REPLACED na tabela, com
      *    a trilha de alteracoes, e ENTER em branco so retira o atual.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-LOAN-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-LOAN-ID
            END-IF

            MOVE SPACES TO WS-LOAN-STATUS
            EXEC SQL
               SELECT account, status
               INTO :WS-LOAN-ACCOUNT, :WS-LOAN-STATUS
               FROM loan_contracts
               WHERE id = :WS-LOAN-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\RATING"
               DISPLAY "#Contrato " WS-LOAN-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "0\RATING"
               DISPLAY "#Contrato " WS-LOAN-ID " nao esta ativo ("
                  WS-LOAN-STATUS ")"
            ELSE
               PERFORM ASK-CONTRACT-RATING
               IF WS-RTG-OK = "S"
                  PERFORM SAVE-CONTRACT-RATING
               END-IF
            END-IF
            END-IF
            END-IF.

         ASK-CONTRACT-RATING.
            MOVE "N" TO WS-RTG-OK
            MOVE 0 TO WS-RTG-FOUND
            MOVE SPACES TO WS-RTG-CURRENT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-RTG-FOUND
               FROM loan_rating_overrides
               WHERE contract_id = :WS-LOAN-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO AND WS-RTG-FOUND > 0
               EXEC SQL
                  SELECT id, rating
                  INTO :WS-RTG-ID, :WS-RTG-CURRENT
                  FROM loan_rating_overrides
                  WHERE contract_id = :WS-LOAN-ID
                    AND status = 'ACTIVE'
               END-EXEC
               DISPLAY "#Classificacao atual do analista: "
                  WS-RTG-CURRENT
            END-IF

            DISPLAY "#Classificacao (AA a H, ENTER retira): "
               NO ADVANCING
            ACCEPT WS-RTG-NEW
            INSPECT WS-RTG-NEW CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE SPACES TO WS-RTG-REASON
            IF WS-RTG-NEW NOT = SPACES
               DISPLAY "#Motivo: " NO ADVANCING
               ACCEPT WS-RTG-REASON
            END-IF

            IF WS-RTG-NEW = SPACES AND WS-RTG-FOUND = 0
               DISPLAY "0\RATING"
               DISPLAY "#Contrato sem classificacao do analista"
            ELSE IF WS-RTG-NEW NOT = SPACES AND
               WS-RTG-NEW NOT = "AA" AND WS-RTG-NEW NOT = "A" AND
               WS-RTG-NEW NOT = "B" AND WS-RTG-NEW NOT = "C" AND
               WS-RTG-NEW NOT = "D" AND WS-RTG-NEW NOT = "E" AND
               WS-RTG-NEW NOT = "F" AND WS-RTG-NEW NOT = "G" AND
               WS-RTG-NEW NOT = "H"
               DISPLAY "0\RATING"
               DISPLAY "#Classificacao invalida: " WS-RTG-NEW
            ELSE IF WS-RTG-NEW NOT = SPACES AND WS-RTG-REASON = SPACES
               DISPLAY "0\RATING"
               DISPLAY "#Motivo obrigatorio para a classificacao"
            ELSE
               MOVE "S" TO WS-RTG-OK
            END-IF
            END-IF
            END-IF.

         SAVE-CONTRACT-RATING.
            MOVE WS-OPERATOR-USER TO WS-RTG-ANALYST
            MOVE WS-DS-OUT TO WS-RTG-DATE
            MOVE 0 TO SQLCODE
            IF WS-RTG-FOUND > 0
               PERFORM READ-RATING-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_rating_overrides
                  SET status = 'REPLACED',
                      ended_date = :WS-RTG-DATE::date
                  WHERE id = :WS-RTG-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-RATING-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE = ZERO AND WS-RTG-NEW NOT = SPACES
               EXEC SQL
                  INSERT INTO loan_rating_overrides
                     (contract_id, rating, reason, analyst,
                      set_date, status)
                  VALUES (:WS-LOAN-ID, :WS-RTG-NEW, :WS-RTG-REASON,
                          :WS-RTG-ANALYST, :WS-RTG-DATE::date,
                          'ACTIVE')
                  RETURNING id INTO :WS-RTG-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  MOVE SPACES TO WS-CHG-BEFORE
                  PERFORM READ-RATING-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
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
               DISPLAY "1\RATING\" WS-LOAN-ID "\" WS-RTG-NEW
               IF WS-RTG-NEW = SPACES
                  DISPLAY "#Classificacao do analista retirada - vale "
                     "a do atraso"
               ELSE
                  DISPLAY "#Contrato " WS-LOAN-ID " classificado "
                     WS-RTG-NEW " pelo analista"
               END-IF

               MOVE "LOAN-RATING" TO WS-LOG-ACTION
               MOVE "OK"          TO WS-LOG-STATUS
               MOVE 0             TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "contrato " WS-LOAN-ID " de " WS-RTG-CURRENT
                  " para " WS-RTG-NEW " " WS-RTG-REASON
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-RATING-IMAGE.
      *    Imagem do override (id em WS-RTG-ID) para a trilha.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loan_rating_overrides t
               WHERE id = :WS-RTG-ID
            END-EXEC
            MOVE "loan_rating_overrides" TO WS-CHG-TABLE
            MOVE WS-RTG-ID TO WS-CHG-KEY
            MOVE WS-LOAN-ACCOUNT TO WS-CHG-ACCOUNT
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

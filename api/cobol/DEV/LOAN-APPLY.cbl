      *  APPROVE-Q (LIST/SHOW/APPROVE/REJECT). Only an APPROVED
      *  application can feed contract creation in LOAN-MAINT, which
      *  marks it CONTRACTED on disbursement.
      *  A payroll loan (product CONSIG) is taken under the employer's
      *  agreement (CONSIG-MAINT): the agreement rate and longest term
      *  apply, and the estimated installment must fit the employee's
      *  available margin - the margin of the employer's latest margin
      *  file (CONSIG-MARGIN) less the installments of the consignado
      *  applications granted since. Over the margin it is REJECTED on
      *  the spot, since the employer cannot deduct it; inside it the
      *  auto-approve band still applies.
      *  Every application shows the Custo Efetivo Total estimated by
      *  LOANCET on the requested amount, rate and term - IOF and the
      *  contract fee included - the same figure LOAN-MAINT prints on
      *  the contract.
      *  A LOAN application inside the account's pre-approved offer
      *  (CREDIT-OFFER: ACTIVE, not expired, amount and term within
      *  it) is fast-tracked - APPROVED on the spot at the offer rate,
      *  the offer kept on the application and marked TAKEN, so
      *  LOAN-MAINT contracts it at that rate.
      *  Every application is also measured against the concentration
      *  limit of the applicant's risk unit - the economic group
      *  (GROUP-MAINT) or the customer alone - through GRPEXPO; a loan
      *  that would take the unit over the limit is warned about and
      *  logged (CONC-WARN), the decision itself left to the policy.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-APL-TERMS            PIC 9(3)  VALUE 0.
         01  WS-APL-PURPOSE          PIC X(40) VALUE SPACES.
         01  WS-APL-STATUS           PIC X(10) VALUE SPACES.
         01  WS-APL-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-APL-AGREEMENT        PIC 9(9)  VALUE 0.
         01  WS-APL-EMPLOYEE         PIC X(14) VALUE SPACES.
         01  WS-APL-MARGIN           PIC S9(10)V99 VALUE 0.

      *    Pecas da avaliacao de capacidade de pagamento.
         01  WS-APL-AVG-BAL          PIC S9(12)V99 VALUE 0.
         01  WS-APL-EST-INST         PIC 9(10)V99 VALUE 0.
         01  WS-APL-RATE             PIC 9(1)V9(4) VALUE 0,0150.

      *    Convenio do consignado e a margem do funcionario nele.
         01  WS-CSG-EMPLOYER         PIC X(14) VALUE SPACES.
         01  WS-CSG-FOUND            PIC 9(5)  VALUE 0.
         01  WS-CSG-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-CSG-MAX-TERMS        PIC 9(3)  VALUE 0.
         01  WS-CSG-STATUS           PIC X(10) VALUE SPACES.
         01  WS-MRG-FOUND            PIC 9(5)  VALUE 0.
         01  WS-MRG-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-MRG-REF-DATE         PIC X(10) VALUE SPACES.
         01  WS-MRG-USED             PIC 9(10)V99 VALUE 0.

      *    Oferta pre-aprovada vigente da conta (CREDIT-OFFER).
         01  WS-OFR-ID               PIC 9(9)  VALUE 0.
         01  WS-OFR-FOUND            PIC 9(5)  VALUE 0.
         01  WS-OFR-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-OFR-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-OFR-TERMS            PIC 9(3)  VALUE 0.

      *    Titular da conta, para achar a unidade de risco.
         01  WS-APL-DOC              PIC X(14) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-ITEM-FOUND          PIC X(1)  VALUE "N".
         01  WS-CSG-OK              PIC X(1)  VALUE "N".
      *    Taxa da parcela estimada - a da politica, ou a do convenio
      *    no consignado.
         01  WS-APL-INST-RATE       PIC 9(1)V9(4) VALUE 0.

      *    CET estimado do pedido (LOANCET).
         01  WS-CET-IOF             PIC 9(10)V99 VALUE 0.
         01  WS-CET-FEE             PIC 9(10)V99 VALUE 0.
         01  WS-CET-MONTH           PIC 9(3)V9(4) VALUE 0.
         01  WS-CET-YEAR            PIC 9(6)V99 VALUE 0.
         01  WS-CET-DISP            PIC X(1)  VALUE SPACE.

      *    Exposicao da unidade de risco do proponente (GRPEXPO).
         01  WS-GRP-EXPO-DATA.
             05  WS-GX-DOC             PIC X(14) VALUE SPACES.
             05  WS-GX-GROUP-ID        PIC 9(9)  VALUE 0.
             05  WS-GX-GROUP-NAME      PIC X(40) VALUE SPACES.
             05  WS-GX-MEMBERS         PIC 9(5)  VALUE 0.
             05  WS-GX-LOANS           PIC 9(13)V99 VALUE 0.
             05  WS-GX-OVERDRAFT       PIC 9(13)V99 VALUE 0.
             05  WS-GX-DISCOUNT        PIC 9(13)V99 VALUE 0.
             05  WS-GX-GUARANTEES      PIC 9(13)V99 VALUE 0.
             05  WS-GX-TOTAL           PIC 9(13)V99 VALUE 0.
             05  WS-GX-LIMIT           PIC 9(13)V99 VALUE 0.
             05  WS-GX-USE-PCT         PIC 9(5)V99 VALUE 0.
         01  WS-GX-DISP             PIC X(1)  VALUE SPACE.
         01  WS-GX-AFTER            PIC 9(13)V99 VALUE 0.

      *    Politica da esteira - banda de auto-aprovacao e fracao da
      *    renda media comprometivel, pelo catalogo central com padrao
         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== ESTEIRA DE CREDITO ==="
            DISPLAY "APPLY   : Registra pedido (LOAN ou CONSIG) e "
               "roda a avaliacao"
            DISPLAY "LIST    : Lista a fila de revisao manual"
            DISPLAY "SHOW    : Detalha um pedido pelo id"
            DISPLAY "APPROVE : Aprova um pedido em revisao"
            END-IF.

         APPLY-LOAN.
            DISPLAY "#Produto (LOAN/CONSIG, ENTER = LOAN): "
               NO ADVANCING
            ACCEPT WS-APL-PRODUCT
            INSPECT WS-APL-PRODUCT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-APL-PRODUCT = SPACES
               MOVE "LOAN" TO WS-APL-PRODUCT
            END-IF
            MOVE SPACES TO WS-CSG-EMPLOYER
            IF WS-APL-PRODUCT = "CONSIG"
               DISPLAY "#CNPJ do empregador (convenio): "
                  NO ADVANCING
               ACCEPT WS-CSG-EMPLOYER
            END-IF
            DISPLAY "#Conta do proponente: " NO ADVANCING
            ACCEPT WS-APL-ACCOUNT
            DISPLAY "#Valor pedido: " NO ADVANCING
            DISPLAY "#Finalidade: " NO ADVANCING
            ACCEPT WS-APL-PURPOSE

            MOVE WS-APL-RATE TO WS-APL-INST-RATE
            MOVE 0 TO WS-APL-AGREEMENT
            MOVE SPACES TO WS-APL-EMPLOYEE
            MOVE 0 TO WS-APL-MARGIN
            MOVE 0 TO WS-OFR-ID
            MOVE "S" TO WS-CSG-OK

            IF WS-APL-AMOUNT = 0 OR WS-APL-TERMS = 0
               DISPLAY "0\APPLY"
               DISPLAY "#Valor e numero de parcelas sao obrigatorios"
            ELSE IF WS-APL-PRODUCT NOT = "LOAN" AND
                    WS-APL-PRODUCT NOT = "CONSIG"
               DISPLAY "0\APPLY"
               DISPLAY "#Produto invalido - LOAN ou CONSIG"
            ELSE
               IF WS-APL-PRODUCT = "CONSIG"
                  PERFORM CHECK-CONSIG-AGREEMENT
               END-IF
               IF WS-APL-PRODUCT = "LOAN"
                  PERFORM CHECK-CREDIT-OFFER
               END-IF
               IF WS-CSG-OK = "S"
                  PERFORM ASSESS-AFFORDABILITY
                  PERFORM DISCLOSE-CET
                  PERFORM CHECK-GROUP-CONCENTRATION
                  IF WS-APL-PRODUCT = "CONSIG"
                     PERFORM ASSESS-CONSIG-MARGIN
                     PERFORM DECIDE-CONSIG-APPLICATION
                  ELSE IF WS-OFR-ID > 0
                     MOVE "APPROVED" TO WS-APL-STATUS
                     DISPLAY "#Dentro da oferta pre-aprovada "
                        WS-OFR-ID " - aprovacao imediata"
                  ELSE
                     PERFORM DECIDE-APPLICATION
                  END-IF
                  END-IF
                  PERFORM INSERT-APPLICATION
               END-IF
            END-IF
            END-IF.

         CHECK-CONSIG-AGREEMENT.
      *    Convenio ativo do empregador; a taxa dele vale para a
      *    parcela e o prazo nao passa do maximo acordado. O
      *    funcionario e o titular da conta do proponente.
            MOVE "N" TO WS-CSG-OK
            MOVE 0 TO WS-CSG-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-CSG-FOUND
               FROM consig_agreements
               WHERE employer_doc = :WS-CSG-EMPLOYER
            END-EXEC
            IF SQLCODE = ZERO AND WS-CSG-FOUND > 0
               EXEC SQL
                  SELECT id, monthly_rate, max_terms, status
                  INTO :WS-APL-AGREEMENT, :WS-CSG-RATE,
                       :WS-CSG-MAX-TERMS, :WS-CSG-STATUS
                  FROM consig_agreements
                  WHERE employer_doc = :WS-CSG-EMPLOYER
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT COALESCE(account_holder_doc(:WS-APL-ACCOUNT),
                                  ' ')
                  INTO :WS-APL-EMPLOYEE
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CSG-FOUND = 0
               DISPLAY "0\APPLY"
               DISPLAY "#Empregador " WS-CSG-EMPLOYER
                  " sem convenio de consignado"
            ELSE IF WS-CSG-STATUS NOT = "ACTIVE"
               DISPLAY "0\APPLY"
               DISPLAY "#Convenio " WS-APL-AGREEMENT " "
                  WS-CSG-STATUS " - sem novas concessoes"
            ELSE IF WS-APL-TERMS > WS-CSG-MAX-TERMS
               DISPLAY "0\APPLY"
               DISPLAY "#Prazo acima do maximo do convenio ("
                  WS-CSG-MAX-TERMS " meses)"
            ELSE IF WS-APL-EMPLOYEE = SPACES
               DISPLAY "0\APPLY"
               DISPLAY "#Conta " WS-APL-ACCOUNT " sem titular"
            ELSE
               MOVE WS-CSG-RATE TO WS-APL-INST-RATE
               MOVE "S" TO WS-CSG-OK
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-CREDIT-OFFER.
      *    Oferta ACTIVE e no prazo da conta; valor e prazo do pedido
      *    dentro dela levam a taxa da oferta e dispensam a banda de
      *    auto-aprovacao. Fora dela o pedido segue a esteira normal.
            MOVE 0 TO WS-OFR-ID
            MOVE 0 TO WS-OFR-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-OFR-FOUND
               FROM credit_offers
               WHERE account = :WS-APL-ACCOUNT
                 AND status = 'ACTIVE'
                 AND expiry_date >= CURRENT_DATE
            END-EXEC
            IF SQLCODE = ZERO AND WS-OFR-FOUND > 0
               EXEC SQL
                  SELECT id, amount, monthly_rate, max_terms
                  INTO :WS-OFR-ID, :WS-OFR-AMOUNT, :WS-OFR-RATE,
                       :WS-OFR-TERMS
                  FROM credit_offers
                  WHERE account = :WS-APL-ACCOUNT
                    AND status = 'ACTIVE'
                    AND expiry_date >= CURRENT_DATE
                  ORDER BY offer_date DESC, id DESC
                  LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-OFR-ID
               ELSE IF WS-APL-AMOUNT > WS-OFR-AMOUNT OR
                       WS-APL-TERMS > WS-OFR-TERMS
                  DISPLAY "#Pedido fora da oferta pre-aprovada (ate "
                     WS-OFR-AMOUNT " em " WS-OFR-TERMS " parcelas)"
                  MOVE 0 TO WS-OFR-ID
               ELSE
                  MOVE WS-OFR-RATE TO WS-APL-INST-RATE
               END-IF
               END-IF
            END-IF.

         ASSESS-CONSIG-MARGIN.
      *    Margem do funcionario no ultimo arquivo do empregador - quem
      *    ficou fora dele nao tem margem - menos as parcelas dos
      *    consignados concedidos desde a data de referencia, que o
      *    empregador ainda nao descontou da margem informada.
            MOVE 0 TO WS-MRG-FOUND
            MOVE 0 TO WS-MRG-AMOUNT
            MOVE 0 TO WS-MRG-USED
            MOVE SPACES TO WS-MRG-REF-DATE
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(m.available_margin), 0),
                      COALESCE(TO_CHAR(MAX(m.reference_date),
                                       'YYYY-MM-DD'), ' ')
               INTO :WS-MRG-FOUND, :WS-MRG-AMOUNT, :WS-MRG-REF-DATE
               FROM consig_margins m
               WHERE m.agreement_id = :WS-APL-AGREEMENT
                 AND m.employee_doc = :WS-APL-EMPLOYEE
                 AND m.reference_date =
                     (SELECT MAX(reference_date) FROM consig_margins
                      WHERE agreement_id = :WS-APL-AGREEMENT)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-MRG-FOUND
            END-IF

            IF WS-MRG-FOUND > 0
               EXEC SQL
                  SELECT COALESCE(SUM(est_installment), 0)
                  INTO :WS-MRG-USED
                  FROM loan_applications
                  WHERE product = 'CONSIG'
                    AND agreement_id = :WS-APL-AGREEMENT
                    AND employee_doc = :WS-APL-EMPLOYEE
                    AND status IN ('APPROVED', 'REVIEW', 'CONTRACTED')
                    AND applied_date >= :WS-MRG-REF-DATE::date
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-MRG-USED
               END-IF
            END-IF

            COMPUTE WS-APL-MARGIN = WS-MRG-AMOUNT - WS-MRG-USED

            DISPLAY "#Margem do arquivo: " WS-MRG-AMOUNT " (ref "
               WS-MRG-REF-DATE ")"
            DISPLAY "#Margem ja tomada : " WS-MRG-USED
            DISPLAY "#Margem disponivel: " WS-APL-MARGIN.

         DECIDE-CONSIG-APPLICATION.
      *    Parcela acima da margem o empregador nao desconta - o pedido
      *    sai rejeitado. Dentro da margem vale a banda de auto-
      *    aprovacao; acima do limite vai para a revisao manual.
            IF WS-MRG-FOUND = 0
               MOVE "REJECTED" TO WS-APL-STATUS
               DISPLAY "#Funcionario fora do ultimo arquivo de margem"
            ELSE IF WS-APL-EST-INST > WS-APL-MARGIN
               MOVE "REJECTED" TO WS-APL-STATUS
               DISPLAY "#Parcela acima da margem consignavel"
            ELSE IF WS-APL-AMOUNT <= WS-AUTO-LIMIT
               MOVE "APPROVED" TO WS-APL-STATUS
            ELSE
               MOVE "REVIEW" TO WS-APL-STATUS
            END-IF
            END-IF
            END-IF.

         ASSESS-AFFORDABILITY.
      *    do construtor do LOAN-MAINT no vencimento 1.
            COMPUTE WS-APL-EST-INST ROUNDED =
               WS-APL-AMOUNT / WS-APL-TERMS
                  + WS-APL-AMOUNT * WS-APL-INST-RATE

            COMPUTE WS-AFFORD-CAP ROUNDED =
               WS-APL-AVG-BAL * WS-AFFORD-PCT / 100
            DISPLAY "#Parcela estimada : " WS-APL-EST-INST
            DISPLAY "#Teto comprometivel: " WS-AFFORD-CAP.

         DISCLOSE-CET.
      *    CET pelos fluxos reais do cliente - valor liberado liquido
      *    de IOF e tarifa contra as parcelas do cronograma.
            CALL "LOANCET" USING WS-APL-AMOUNT, WS-APL-INST-RATE,
               WS-APL-TERMS, WS-CET-IOF, WS-CET-FEE, WS-CET-MONTH,
               WS-CET-YEAR, WS-CET-DISP
            IF WS-CET-DISP = "S"
               DISPLAY "#IOF estimado      : " WS-CET-IOF
               DISPLAY "#Tarifa contratacao: " WS-CET-FEE
               DISPLAY "#CET estimado      : " WS-CET-MONTH "% a.m. / "
                  WS-CET-YEAR "% a.a."
            ELSE
               DISPLAY "#CET indisponivel - IOF e tarifa consomem o "
                  "valor pedido"
            END-IF.

         CHECK-GROUP-CONCENTRATION.
      *    Limite de concentracao da unidade de risco - grupo economico
      *    ou o cliente sozinho. So alerta; sem limite parametrizado
      *    (CONC_REF_EQUITY) o servico devolve zero e nada se diz.
            MOVE SPACES TO WS-APL-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-APL-ACCOUNT), ' ')
               INTO :WS-APL-DOC
            END-EXEC
            IF SQLCODE = ZERO AND WS-APL-DOC NOT = SPACES
               MOVE WS-APL-DOC TO WS-GX-DOC
               MOVE 0 TO WS-GX-GROUP-ID
               CALL "GRPEXPO" USING WS-GRP-EXPO-DATA, WS-GX-DISP
               IF WS-GX-DISP = "S" AND WS-GX-LIMIT > 0
                  COMPUTE WS-GX-AFTER = WS-GX-TOTAL + WS-APL-AMOUNT
                  IF WS-GX-AFTER > WS-GX-LIMIT
                     PERFORM WARN-GROUP-CONCENTRATION
                  END-IF
               END-IF
            END-IF.

         WARN-GROUP-CONCENTRATION.
            IF WS-GX-GROUP-ID > 0
               DISPLAY "#Atencao: o grupo economico " WS-GX-GROUP-NAME
               DISPLAY "#  passa do limite de concentracao com este "
                  "pedido"
            ELSE
               DISPLAY "#Atencao: o cliente " WS-APL-DOC
                  " passa do limite de concentracao com este pedido"
            END-IF
            DISPLAY "#  exposicao atual: " WS-GX-TOTAL
               " - com o pedido: " WS-GX-AFTER
            DISPLAY "#  limite         : " WS-GX-LIMIT

            MOVE "LOAN-APPLY"   TO WS-LOG-ACTION
            MOVE "CONC-WARN"    TO WS-LOG-STATUS
            MOVE WS-APL-AMOUNT  TO WS-LOG-VALUE
            MOVE SPACES         TO WS-LOG-MESSAGE
            STRING "conta " WS-APL-ACCOUNT " doc " WS-APL-DOC
               " grupo " WS-GX-GROUP-ID " acima do limite"
               DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         DECIDE-APPLICATION.
      *    Banda de auto-aprovacao: valor dentro do limite e parcela
      *    nova mais compromisso atual dentro do teto comprometivel.
               INSERT INTO loan_applications
                  (account, amount, term_months, purpose,
                   avg_balance, existing_monthly, est_installment,
                   status, applied_date, product, agreement_id,
                   employee_doc, available_margin, offer_id)
               VALUES (:WS-APL-ACCOUNT, :WS-APL-AMOUNT,
                       :WS-APL-TERMS, :WS-APL-PURPOSE,
                       :WS-APL-AVG-BAL, :WS-APL-EXISTING,
                       :WS-APL-EST-INST, :WS-APL-STATUS,
                       CURRENT_DATE, :WS-APL-PRODUCT,
                       NULLIF(:WS-APL-AGREEMENT, 0),
                       NULLIF(TRIM(:WS-APL-EMPLOYEE), ''),
                       :WS-APL-MARGIN, NULLIF(:WS-OFR-ID, 0))
               RETURNING id INTO :WS-APL-ID
            END-EXEC

      *    Oferta usada sai de cena na mesma transacao do pedido.
            IF SQLCODE = ZERO AND WS-OFR-ID > 0
               EXEC SQL
                  UPDATE credit_offers
                  SET status = 'TAKEN',
                      application_id = :WS-APL-ID
                  WHERE id = :WS-OFR-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               IF WS-APL-STATUS = "APPROVED"
                  DISPLAY "#Pedido auto-aprovado - leve o id ao "
                     "LOAN-MAINT para contratar"
               ELSE IF WS-APL-STATUS = "REJECTED"
                  DISPLAY "#Pedido rejeitado pela margem consignavel"
               ELSE
                  DISPLAY "#Pedido na fila de revisao manual"
               END-IF
               END-IF

               MOVE "LOAN-APPLY"   TO WS-LOG-ACTION
               MOVE WS-APL-STATUS  TO WS-LOG-STATUS
               MOVE WS-APL-AMOUNT  TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "pedido " WS-APL-ID " conta " WS-APL-ACCOUNT
                  " " WS-APL-PRODUCT " " WS-APL-STATUS
                  DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            EXEC SQL
               SELECT account, amount, term_months, purpose,
                      avg_balance, existing_monthly,
                      est_installment, status,
                      COALESCE(product, 'LOAN'),
                      COALESCE(agreement_id, 0),
                      COALESCE(available_margin, 0)
               INTO :WS-APL-ACCOUNT, :WS-APL-AMOUNT, :WS-APL-TERMS,
                    :WS-APL-PURPOSE, :WS-APL-AVG-BAL,
                    :WS-APL-EXISTING, :WS-APL-EST-INST,
                    :WS-APL-STATUS, :WS-APL-PRODUCT,
                    :WS-APL-AGREEMENT, :WS-APL-MARGIN
               FROM loan_applications
               WHERE id = :WS-APL-ID
            END-EXEC
               DISPLAY "#Saldo medio: " WS-APL-AVG-BAL
               DISPLAY "#Compromisso: " WS-APL-EXISTING
               DISPLAY "#Parcela est: " WS-APL-EST-INST
               DISPLAY "#Produto    : " WS-APL-PRODUCT
               IF WS-APL-PRODUCT = "CONSIG"
                  DISPLAY "#Convenio   : " WS-APL-AGREEMENT
                     " margem " WS-APL-MARGIN
               END-IF
               DISPLAY "#Situacao   : " WS-APL-STATUS
            END-IF.


      *  in the database, writes balanced gl_entries for the business
      *  date and prints the trial-balance listing the auditors ask for
      *  on every visit, instead of the accountants re-keying totals by
      *  hand at month end. The business date is the official one
      *  (data do movimento, DATESRV) - a deposit keyed after EOD-CLOSE
      *  carries the next movement and is booked with it, not with the
      *  day already closed. The job runs in the night chain after
      *  EOD-CLOSE has rolled the date, so it books the day just
      *  closed (DATESRV PREVCLOS); GL_POST_DATE (AAAA-MM-DD) reposts
      *  any past movement. The suspense ledger's open balance
      *  (items the reconciliation jobs parked in suspense and
      *  SUSP-MAINT has not yet cleared or returned) is listed under
      *  its own GL account at the foot of the trial balance.
      *  Pairs other jobs book straight into gl_entries (GL-CLOSE
      *  result roll, POS-INGEST settlement, LOAN-PROV provision,
      *  INT-ACCRUAL interest appropriation, ARRC-REPASS collection
      *  tariff, INS-REMIT insurance commission) survive a rerun.
      *  Fee refunds from the waiver desk (WAIVER-MAINT) post under
      *  their own FEE-REFUND action, mapped in gl_action_map to debit
      *  fee revenue and credit customer deposits.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-TB-TOTAL-DEBIT       PIC S9(13)V99 VALUE 0.
         01  WS-TB-TOTAL-CREDIT      PIC S9(13)V99 VALUE 0.
         01  WS-PERIOD-CLOSED        PIC 9(5) VALUE 0.
         01  WS-GL-BUS-DATE          PIC X(10) VALUE SPACES.

      *    Saldo em aberto da conta de suspense na data do movimento.
         01  WS-SUSP-GL-CODE         PIC 9(6) VALUE 0.
         01  WS-SUSP-GL-NAME         PIC X(40) VALUE SPACES.
         01  WS-SUSP-BALANCE         PIC S9(12)V99 VALUE 0.
         01  WS-SUSP-OPEN-COUNT      PIC 9(6) VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-TRIAL-PATH          PIC X(100) VALUE SPACES.
         01  WS-TRIAL-STATUS        PIC X(2)  VALUE SPACES.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "GLPOST".
            PERFORM LOAD-TRIAL-PATH
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-BUSINESS-DATE
      *        Periodo fechado pelo GL-CLOSE nao recebe lancamento -
      *        o fechamento de janeiro publicado nao muda em marco.
               PERFORM CHECK-PERIOD-OPEN
            END-IF
            STOP RUN.

         LOAD-BUSINESS-DATE.
      *    Movimento informado no ambiente vence; sem ele, o dia
      *    recem-fechado pelo EOD-CLOSE - a data em vigor ja e a do
      *    proximo movimento.
            ACCEPT WS-GL-BUS-DATE FROM ENVIRONMENT "GL_POST_DATE"
            IF WS-GL-BUS-DATE = SPACES
               MOVE "PREVCLOS" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-OUT TO WS-GL-BUS-DATE
            END-IF
            DISPLAY "#Data do movimento: " WS-GL-BUS-DATE.

         CHECK-PERIOD-OPEN.
            MOVE 0 TO WS-PERIOD-CLOSED
            EXEC SQL
               SELECT COUNT(*) INTO :WS-PERIOD-CLOSED
               FROM gl_periods
               WHERE period = TO_CHAR(:WS-GL-BUS-DATE::date,
                                      'YYYY-MM')
                 AND status = 'CLOSED'
            END-EXEC
            IF SQLCODE NOT = ZERO
         CLEAR-TODAY-ENTRIES.
      *    Rodar o fechamento duas vezes na mesma data substituia por
      *    duplicar: apaga os lancamentos do dia antes de reagregar, o
      *    mesmo DELETE-e-regrava de BANK-BAL e SNAPSHOT. Os pares que
      *    outros programas lancam direto no razao (resultado do
      *    GL-CLOSE, liquidacao do POS-INGEST, provisao do LOAN-PROV,
      *    apropriacao diaria de juros do INT-ACCRUAL, tarifa da
      *    arrecadacao do ARRC-REPASS, comissao de seguros do
      *    INS-REMIT) nao saem do log e nao seriam regravados - ficam.
            MOVE "S" TO WS-RERUN-OK
            EXEC SQL
               DELETE FROM gl_entries
               WHERE business_date = :WS-GL-BUS-DATE::date
                 AND source_action NOT IN ('PL-ROLL', 'POS-SETTLE',
                                           'LOAN-PROV',
                                           'CDB-ACCRUAL',
                                           'CDB-ACCR-REV',
                                           'LOAN-ACCRUAL',
                                           'LOAN-ACCR-REV',
                                           'ARRC-TARIFF',
                                           'INS-COMMISSION')
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
      *    balanceado de lancamentos (debito e credito) em gl_entries,
      *    pelas contas definidas em gl_action_map.
      *    REVERSAL fica de fora do agregado: o log nao guarda valor
      *    nem direcao do estorno. O estorno de tarifa da mesa de
      *    estornos (WAIVER-MAINT) tem acao propria, FEE-REFUND, e
      *    entra: baixa a receita de tarifas contra os depositos.
            EXEC SQL
               DECLARE GL-AGG-CUR CURSOR FOR
               SELECT action, COALESCE(SUM(value_processed), 0)
               FROM log_cobol
               WHERE status = 'OK'
                 AND COALESCE(business_date, created_at::date) =
                     :WS-GL-BUS-DATE::date
                 AND action IN ('DEPOSIT', 'WITHDRAW', 'TRANSFER',
                                'PIX', 'CHEQUE',
                                'INTEREST', 'FEE', 'TAX',
                                'SAV-INTEREST', 'PKG-FEE', 'IOF',
                                'OD-INTEREST',
                                'CARD-PURCHASE', 'SUSP-OPEN',
                                'SUSP-CLEAR', 'SUSP-RETURN',
                                'CARD-CREDIT', 'CARD-INTEREST',
                                'CARD-LATE-FEE',
                                'LOAN-WOFF', 'LOAN-RECOVERY',
                                'FEE-REFUND')
               GROUP BY action
               ORDER BY action
            END-EXEC
                  INSERT INTO gl_entries
                     (business_date, gl_code, debit_amount,
                      credit_amount, source_action)
                  VALUES (:WS-GL-BUS-DATE::date, :WS-GL-DEBIT-ACCT,
                          :WS-GL-AMOUNT, 0, :WS-GL-ACTION)
               END-EXEC

                     INSERT INTO gl_entries
                        (business_date, gl_code, debit_amount,
                         credit_amount, source_action)
                     VALUES (:WS-GL-BUS-DATE::date,
                             :WS-GL-CREDIT-ACCT,
                             0, :WS-GL-AMOUNT, :WS-GL-ACTION)
                  END-EXEC
               END-IF
                         COALESCE(SUM(e.credit_amount), 0)
                  FROM gl_entries e
                  LEFT JOIN gl_accounts a ON a.gl_code = e.gl_code
                  WHERE e.business_date = :WS-GL-BUS-DATE::date
                  GROUP BY e.gl_code, a.gl_name
                  ORDER BY e.gl_code
               END-EXEC
                  END-IF
               END-IF

               PERFORM WRITE-SUSPENSE-BALANCE
               CLOSE TRIAL-BAL-FILE
            END-IF.

               WRITE TRIAL-BAL-LINE
            END-IF.

         WRITE-SUSPENSE-BALANCE.
      *    Pendencias abertas na data do movimento (abertas ate ela e
      *    ainda nao encerradas nela): recebido sem dono soma, pago sem
      *    dono subtrai. A conta e a de credito do SUSP-OPEN no mapa.
            EXEC SQL
               SELECT COALESCE(m.credit_gl, 0),
                      COALESCE(a.gl_name, ''),
                      (SELECT COALESCE(SUM(CASE s.direction
                                 WHEN 'C' THEN s.amount
                                 WHEN 'D' THEN 0 - s.amount
                                 ELSE 0 END), 0)
                       FROM suspense_items s
                       WHERE s.opened_date <= :WS-GL-BUS-DATE::date
                         AND (s.status = 'OPEN'
                              OR s.resolved_date >
                                 :WS-GL-BUS-DATE::date)),
                      (SELECT COUNT(*)
                       FROM suspense_items s
                       WHERE s.opened_date <= :WS-GL-BUS-DATE::date
                         AND (s.status = 'OPEN'
                              OR s.resolved_date >
                                 :WS-GL-BUS-DATE::date))
               INTO :WS-SUSP-GL-CODE, :WS-SUSP-GL-NAME,
                    :WS-SUSP-BALANCE, :WS-SUSP-OPEN-COUNT
               FROM (SELECT 1) x
               LEFT JOIN gl_action_map m ON m.action = 'SUSP-OPEN'
               LEFT JOIN gl_accounts a ON a.gl_code = m.credit_gl
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SPACES TO TRIAL-BAL-LINE
               WRITE TRIAL-BAL-LINE
               MOVE SPACES TO TRIAL-BAL-LINE
               STRING "SALDO EM SUSPENSE: " WS-SUSP-GL-CODE " "
                  WS-SUSP-GL-NAME(1:30) " " WS-SUSP-BALANCE " ("
                  WS-SUSP-OPEN-COUNT " pendencia(s))"
                  DELIMITED BY SIZE INTO TRIAL-BAL-LINE
               END-STRING
               WRITE TRIAL-BAL-LINE
               DISPLAY "#Saldo em suspense (GL " WS-SUSP-GL-CODE "): "
                  WS-SUSP-BALANCE " em " WS-SUSP-OPEN-COUNT
                  " pendencia(s)"
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

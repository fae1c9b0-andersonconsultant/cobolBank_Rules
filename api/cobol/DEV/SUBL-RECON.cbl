      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Product subledger to GL control-account reconciliation -
      *  BANK-BAL proves the checking book against the day's log and
      *  GL-POST writes gl_entries, but nothing proved that each
      *  product book agrees with its control account in the ledger.
      *  For the business date (SUBL_RECON_DATE, AAAA-MM-DD, default
      *  the movement in force at DATESRV) every subledger is totalled
      *  from its own table and compared with the balance of its GL
      *  control account accumulated in gl_entries up to that date:
      *    LOAN     - principal of the OPEN installments of ACTIVE
      *               loan_contracts (debit side)
      *    CDB      - principal of the OPEN term_deposits (credit)
      *    SAVINGS  - savings_parcels balances (credit)
      *    CARD     - card_transactions net of payments, the credit
      *               card receivable (debit)
      *    LIEN     - ACTIVE liens, memorandum account (debit)
      *    CHQHOLD  - cheque_holds still HELD, memorandum (debit)
      *    SUSPENSE - open suspense_items, money received less money
      *               paid out, as GL-POST lists it (credit)
      *  The control account is SUBL_GL_<product> in bank_params; LOAN
      *  falls back to the loan book GL-POST credits for LOAN-WOFF and
      *  SUSPENSE to the GL-POST suspense account (credit GL of
      *  SUSP-OPEN) in gl_action_map. A product with no control account
      *  is listed SEM CONTA and does not fail the run.
      *  A difference within SUBL_RECON_TOLERANCE (bank_params, default
      *  R$ 1,00) is MATCHED; beyond it, what accounting has explained
      *  for the date at SUBL-MAINT (subledger_recon_notes) is taken
      *  off, and the product is EXPLAINED when the rest is within
      *  tolerance, BREAK otherwise. Each break is drilled down to the
      *  day's movements on both sides: the subledger rows dated on the
      *  business date and the day's gl_entries of the control account
      *  by source action. Results go to subledger_recon (a rerun for
      *  the same date rewrites them) and to the report
      *  (SUBL_RECON_REPORT, default /tmp/subledger_recon.txt); any
      *  BREAK ends the run with rc=1, so BATCH-ORCH stops the steps
      *  that depend on it. The subledger side is the position at run
      *  time - the run belongs right after GL-POST for the movement.
      *
      *  subledger_recon: business_date, product, gl_code,
      *  subledger_balance, gl_balance, difference, explained_amount,
      *  status (MATCHED/EXPLAINED/BREAK/NOMAP), run_at.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SUBL-RECON.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT                SECTION.
         FILE-CONTROL.
            SELECT RECON-REPORT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  RECON-REPORT.
         01  RECON-REPORT-LINE       PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-RECON-DATE           PIC X(10) VALUE SPACES.

      *    Produto corrente - subrazao, conta de controle e quebra.
         01  WS-PROD-CODE            PIC X(8)  VALUE SPACES.
         01  WS-PROD-SIDE            PIC X(1)  VALUE SPACE.
         01  WS-PROD-GL              PIC 9(6)  VALUE 0.
         01  WS-SUB-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-GL-BALANCE           PIC S9(13)V99 VALUE 0.
         01  WS-DIFFERENCE           PIC S9(13)V99 VALUE 0.
         01  WS-EXPLAINED            PIC S9(13)V99 VALUE 0.
         01  WS-PROD-STATUS          PIC X(10) VALUE SPACES.
         01  WS-FALLBACK-ACTION      PIC X(20) VALUE SPACES.

      *    Linha do detalhamento de uma quebra.
         01  WS-DRL-KIND             PIC X(30) VALUE SPACES.
         01  WS-DRL-COUNT            PIC 9(7)  VALUE 0.
         01  WS-DRL-AMOUNT           PIC S9(13)V99 VALUE 0.
         01  WS-DRL-DEBIT            PIC 9(13)V99 VALUE 0.
         01  WS-DRL-CREDIT           PIC 9(13)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Produtos na ordem do relatorio, com o lado natural do saldo
      *    da conta de controle (D ativo/compensacao, C passivo).
         01  WS-PRODUCT-LIST.
             05  FILLER              PIC X(9)  VALUE "LOAN    D".
             05  FILLER              PIC X(9)  VALUE "CDB     C".
             05  FILLER              PIC X(9)  VALUE "SAVINGS C".
             05  FILLER              PIC X(9)  VALUE "CARD    D".
             05  FILLER              PIC X(9)  VALUE "LIEN    D".
             05  FILLER              PIC X(9)  VALUE "CHQHOLD D".
             05  FILLER              PIC X(9)  VALUE "SUSPENSEC".
         01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-LIST.
             05  WS-PRODUCT-ENTRY    OCCURS 7 TIMES.
                 10  WS-PT-CODE      PIC X(8).
                 10  WS-PT-SIDE      PIC X(1).
         01  WS-PRODUCT-COUNT        PIC 9(2)  VALUE 7.
         01  WS-PX                   PIC 9(2)  VALUE 0.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-RUN-FAILED          PIC X(1)  VALUE "N".
         01  WS-DRL-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-TOLERANCE           PIC 9(7)V99 VALUE 1.
         01  WS-ABS-DIFF            PIC 9(13)V99 VALUE 0.
         01  WS-UNEXPLAINED         PIC S9(13)V99 VALUE 0.
         01  WS-DRL-LINES           PIC 9(5)  VALUE 0.

      *    Totais da corrida.
         01  WS-MATCHED-COUNT       PIC 9(2)  VALUE 0.
         01  WS-EXPLAINED-COUNT     PIC 9(2)  VALUE 0.
         01  WS-BREAK-COUNT         PIC 9(2)  VALUE 0.
         01  WS-NOMAP-COUNT         PIC 9(2)  VALUE 0.

         01  WS-ED-SUB              PIC -(12)9,99.
         01  WS-ED-GL               PIC -(12)9,99.
         01  WS-ED-DIFF             PIC -(12)9,99.
         01  WS-ED-EXPL             PIC -(12)9,99.
         01  WS-ED-AMOUNT           PIC -(12)9,99.
         01  WS-ED-DEBIT            PIC Z(12)9,99.
         01  WS-ED-CREDIT           PIC Z(12)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SUBLRECON".
             05  WS-LOG-ACTION         PIC X(20) VALUE "SUBL-RECON".
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
               PERFORM LOAD-DB-POLICY
               OPEN OUTPUT RECON-REPORT
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Falha ao abrir relatorio - status "
                     WS-REPORT-STATUS
                  MOVE 1 TO RETURN-CODE
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM CLEAR-DATE-RESULTS
                  IF WS-RUN-FAILED = "N"
                     PERFORM RECONCILE-ONE-PRODUCT
                        VARYING WS-PX FROM 1 BY 1
                        UNTIL WS-PX > WS-PRODUCT-COUNT
                           OR WS-RUN-FAILED = "S"
                  END-IF
                  PERFORM FINISH-RUN
                  CLOSE RECON-REPORT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-RECON-DATE FROM ENVIRONMENT "SUBL_RECON_DATE"
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SUBL_RECON_REPORT"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/subledger_recon.txt" TO WS-REPORT-PATH
            END-IF.

         START-SQL.
      *    CONNECT
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD   FROM ENVIRONMENT "DB_PASSWORD"

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
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
      *    Movimento informado no ambiente vence; sem ele, a data do
      *    movimento em vigor no DATESRV.
               IF WS-RECON-DATE = SPACES
                  MOVE "CURRBD" TO WS-DS-FUNC
                  MOVE SPACES TO WS-DS-IN
                  CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN,
                     WS-DS-OUT, WS-DS-DAYS, WS-DS-DISP
                  MOVE WS-DS-OUT TO WS-RECON-DATE
               END-IF
               DISPLAY "#Data do movimento: " WS-RECON-DATE
            END-IF.

         LOAD-DB-POLICY.
            MOVE "SUBL_RECON_TOLERANCE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-TOLERANCE
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "CONCILIACAO SUBRAZAO X RAZAO - MOVIMENTO "
               WS-RECON-DATE "   TOLERANCIA " WS-TOLERANCE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE "PRODUTO  CONTA          SUBRAZAO             RAZAO"
               TO RECON-REPORT-LINE
            MOVE "         DIFERENCA        JUSTIFICADO  SITUACAO"
               TO RECON-REPORT-LINE(51:)
            WRITE RECON-REPORT-LINE.

         CLEAR-DATE-RESULTS.
      *    Reexecucao da data regrava o resultado, como BANK-BAL.
            EXEC SQL
               DELETE FROM subledger_recon
               WHERE business_date = :WS-RECON-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         RECONCILE-ONE-PRODUCT.
            MOVE WS-PT-CODE(WS-PX) TO WS-PROD-CODE
            MOVE WS-PT-SIDE(WS-PX) TO WS-PROD-SIDE
            PERFORM RESOLVE-CONTROL-ACCOUNT
            PERFORM TOTAL-SUBLEDGER
            IF WS-RUN-FAILED = "N"
               PERFORM TOTAL-CONTROL-ACCOUNT
            END-IF
            IF WS-RUN-FAILED = "N"
               PERFORM CLASSIFY-PRODUCT
               PERFORM STORE-PRODUCT-RESULT
            END-IF
            IF WS-RUN-FAILED = "N"
               PERFORM WRITE-PRODUCT-LINE
               IF WS-PROD-STATUS = "BREAK"
                  PERFORM DRILL-DOWN-BREAK
               END-IF
            END-IF.

         RESOLVE-CONTROL-ACCOUNT.
      *    Conta de controle do catalogo; emprestimo e suspense caem no
      *    mapa de acoes do GL-POST quando o catalogo nao tem.
            MOVE 0 TO WS-PROD-GL
            MOVE SPACES TO WS-PARAM-NAME
            STRING "SUBL_GL_" WS-PROD-CODE DELIMITED BY SPACE
               INTO WS-PARAM-NAME
            END-STRING
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-PROD-GL
            ELSE
               MOVE SPACES TO WS-FALLBACK-ACTION
               EVALUATE WS-PROD-CODE
                  WHEN "LOAN"
                     MOVE "LOAN-WOFF" TO WS-FALLBACK-ACTION
                  WHEN "SUSPENSE"
                     MOVE "SUSP-OPEN" TO WS-FALLBACK-ACTION
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               IF WS-FALLBACK-ACTION NOT = SPACES
                  EXEC SQL
                     SELECT COALESCE(MAX(credit_gl), 0)
                     INTO :WS-PROD-GL
                     FROM gl_action_map
                     WHERE action = :WS-FALLBACK-ACTION
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE 0 TO WS-PROD-GL
                  END-IF
               END-IF
            END-IF.

         TOTAL-SUBLEDGER.
            MOVE 0 TO WS-SUB-BALANCE
            EVALUATE WS-PROD-CODE
               WHEN "LOAN"
                  EXEC SQL
                     SELECT COALESCE(SUM(i.principal_amount), 0)
                     INTO :WS-SUB-BALANCE
                     FROM loan_installments i
                     JOIN loan_contracts c ON c.id = i.contract_id
                     WHERE c.status = 'ACTIVE'
                       AND i.status = 'OPEN'
                  END-EXEC
               WHEN "CDB"
                  EXEC SQL
                     SELECT COALESCE(SUM(principal), 0)
                     INTO :WS-SUB-BALANCE
                     FROM term_deposits
                     WHERE status = 'OPEN'
                  END-EXEC
               WHEN "SAVINGS"
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-SUB-BALANCE
                     FROM savings_parcels
                     WHERE amount > 0
                  END-EXEC
               WHEN "CARD"
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-SUB-BALANCE
                     FROM card_transactions
                     WHERE business_date <= :WS-RECON-DATE::date
                  END-EXEC
               WHEN "LIEN"
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-SUB-BALANCE
                     FROM liens
                     WHERE status = 'ACTIVE'
                  END-EXEC
               WHEN "CHQHOLD"
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-SUB-BALANCE
                     FROM cheque_holds
                     WHERE status = 'HELD'
                  END-EXEC
               WHEN "SUSPENSE"
                  EXEC SQL
                     SELECT COALESCE(SUM(CASE direction
                               WHEN 'C' THEN amount
                               WHEN 'D' THEN 0 - amount
                               ELSE 0 END), 0)
                     INTO :WS-SUB-BALANCE
                     FROM suspense_items
                     WHERE opened_date <= :WS-RECON-DATE::date
                       AND (status = 'OPEN'
                            OR resolved_date > :WS-RECON-DATE::date)
                  END-EXEC
            END-EVALUATE
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         TOTAL-CONTROL-ACCOUNT.
      *    Saldo acumulado da conta no razao ate o movimento, no lado
      *    natural do produto, e o que a contabilidade ja justificou.
            MOVE 0 TO WS-GL-BALANCE
            MOVE 0 TO WS-EXPLAINED
            IF WS-PROD-GL > 0
               EXEC SQL
                  SELECT COALESCE(SUM(CASE :WS-PROD-SIDE::text
                            WHEN 'D' THEN debit_amount - credit_amount
                            ELSE credit_amount - debit_amount END), 0)
                  INTO :WS-GL-BALANCE
                  FROM gl_entries
                  WHERE gl_code = :WS-PROD-GL
                    AND business_date <= :WS-RECON-DATE::date
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-EXPLAINED
                     FROM subledger_recon_notes
                     WHERE business_date = :WS-RECON-DATE::date
                       AND product = :WS-PROD-CODE
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RUN-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         CLASSIFY-PRODUCT.
            COMPUTE WS-DIFFERENCE = WS-SUB-BALANCE - WS-GL-BALANCE
            COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED
            IF WS-PROD-GL = 0
               MOVE "NOMAP" TO WS-PROD-STATUS
               ADD 1 TO WS-NOMAP-COUNT
            ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFF
               IF WS-ABS-DIFF <= WS-TOLERANCE
                  MOVE "MATCHED" TO WS-PROD-STATUS
                  ADD 1 TO WS-MATCHED-COUNT
               ELSE
                  MOVE WS-UNEXPLAINED TO WS-ABS-DIFF
                  IF WS-ABS-DIFF <= WS-TOLERANCE
                     MOVE "EXPLAINED" TO WS-PROD-STATUS
                     ADD 1 TO WS-EXPLAINED-COUNT
                  ELSE
                     MOVE "BREAK" TO WS-PROD-STATUS
                     ADD 1 TO WS-BREAK-COUNT
                  END-IF
               END-IF
            END-IF.

         STORE-PRODUCT-RESULT.
            EXEC SQL
               INSERT INTO subledger_recon
                  (business_date, product, gl_code, subledger_balance,
                   gl_balance, difference, explained_amount, status,
                   run_at)
               VALUES (:WS-RECON-DATE::date, :WS-PROD-CODE,
                       :WS-PROD-GL, :WS-SUB-BALANCE, :WS-GL-BALANCE,
                       :WS-DIFFERENCE, :WS-EXPLAINED, :WS-PROD-STATUS,
                       now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         WRITE-PRODUCT-LINE.
            MOVE WS-SUB-BALANCE TO WS-ED-SUB
            MOVE WS-GL-BALANCE TO WS-ED-GL
            MOVE WS-DIFFERENCE TO WS-ED-DIFF
            MOVE WS-EXPLAINED TO WS-ED-EXPL
            MOVE SPACES TO RECON-REPORT-LINE
            IF WS-PROD-STATUS = "NOMAP"
               STRING WS-PROD-CODE " ------ " WS-ED-SUB
                  "   SEM CONTA DE CONTROLE (SUBL_GL_"
                  DELIMITED BY SIZE
                  WS-PROD-CODE DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO RECON-REPORT-LINE
               END-STRING
            ELSE
               STRING WS-PROD-CODE " " WS-PROD-GL " " WS-ED-SUB " "
                  WS-ED-GL " " WS-ED-DIFF " " WS-ED-EXPL "  "
                  WS-PROD-STATUS
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
            END-IF
            WRITE RECON-REPORT-LINE
            DISPLAY "#" WS-PROD-CODE " GL " WS-PROD-GL ": subrazao "
               WS-ED-SUB " razao " WS-ED-GL " diferenca " WS-ED-DIFF
               " " WS-PROD-STATUS.

         DRILL-DOWN-BREAK.
      *    Os dois lados do dia: linhas do subrazao datadas no
      *    movimento e lancamentos do dia na conta de controle.
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "    QUEBRA " WS-PROD-CODE " NAO JUSTIFICADA: "
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            MOVE WS-UNEXPLAINED TO WS-ED-AMOUNT
            MOVE WS-ED-AMOUNT TO RECON-REPORT-LINE(40:)
            WRITE RECON-REPORT-LINE
            MOVE "    MOVIMENTO DO DIA NO SUBRAZAO" TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE

            EXEC SQL
               DECLARE SUBL-DAY-CUR CURSOR FOR
               SELECT k, n, v FROM (
                  SELECT 'LOAN' AS p, 'liberacoes' AS k,
                         COUNT(DISTINCT c.id) AS n,
                         COALESCE(SUM(i.principal_amount), 0) AS v
                  FROM loan_contracts c
                  JOIN loan_installments i ON i.contract_id = c.id
                  WHERE c.start_date = :WS-RECON-DATE::date
                  UNION ALL
                  SELECT 'LOAN', 'parcelas ' || LOWER(i.status),
                         COUNT(*), 0 - COALESCE(SUM(i.principal_amount),
                                                0)
                  FROM loan_installments i
                  WHERE i.paid_date = :WS-RECON-DATE::date
                  GROUP BY i.status
                  UNION ALL
                  SELECT 'CDB', 'aplicacoes', COUNT(*),
                         COALESCE(SUM(principal), 0)
                  FROM term_deposits
                  WHERE open_date = :WS-RECON-DATE::date
                  UNION ALL
                  SELECT 'CDB', 'resgates ' || LOWER(status), COUNT(*),
                         0 - COALESCE(SUM(principal), 0)
                  FROM term_deposits
                  WHERE closed_date = :WS-RECON-DATE::date
                  GROUP BY status
                  UNION ALL
                  SELECT 'CARD', LOWER(txn_type), COUNT(*),
                         COALESCE(SUM(amount), 0)
                  FROM card_transactions
                  WHERE business_date = :WS-RECON-DATE::date
                  GROUP BY txn_type
                  UNION ALL
                  SELECT 'LIEN', 'bloqueios registrados', COUNT(*),
                         COALESCE(SUM(amount), 0)
                  FROM liens
                  WHERE registered_date = :WS-RECON-DATE::date
                  UNION ALL
                  SELECT 'CHQHOLD', 'cheques depositados ' ||
                         LOWER(status), COUNT(*),
                         COALESCE(SUM(amount), 0)
                  FROM cheque_holds
                  WHERE deposited_on = :WS-RECON-DATE::date
                  GROUP BY status
                  UNION ALL
                  SELECT 'SUSPENSE', 'abertas ' || direction, COUNT(*),
                         COALESCE(SUM(CASE direction
                            WHEN 'C' THEN amount
                            WHEN 'D' THEN 0 - amount
                            ELSE 0 END), 0)
                  FROM suspense_items
                  WHERE opened_date = :WS-RECON-DATE::date
                  GROUP BY direction
                  UNION ALL
                  SELECT 'SUSPENSE', 'resolvidas ' || direction,
                         COUNT(*),
                         COALESCE(SUM(CASE direction
                            WHEN 'C' THEN 0 - amount
                            WHEN 'D' THEN amount
                            ELSE 0 END), 0)
                  FROM suspense_items
                  WHERE resolved_date = :WS-RECON-DATE::date
                  GROUP BY direction
               ) x
               WHERE p = :WS-PROD-CODE
                 AND n > 0
               ORDER BY k
            END-EXEC

            EXEC SQL
               OPEN SUBL-DAY-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-DRL-LINES
               MOVE "N" TO WS-DRL-EOF
               PERFORM WRITE-SUBLEDGER-DAY-LINE
                  UNTIL WS-DRL-EOF = "Y"
               EXEC SQL
                  CLOSE SUBL-DAY-CUR
               END-EXEC
               IF WS-DRL-LINES = 0
                  MOVE "      (nenhuma linha datada no movimento)"
                     TO RECON-REPORT-LINE
                  WRITE RECON-REPORT-LINE
               END-IF
            END-IF

            MOVE SPACES TO RECON-REPORT-LINE
            STRING "    LANCAMENTOS DO DIA NA CONTA " WS-PROD-GL
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE

            EXEC SQL
               DECLARE SUBL-GL-CUR CURSOR FOR
               SELECT source_action, COUNT(*),
                      COALESCE(SUM(debit_amount), 0),
                      COALESCE(SUM(credit_amount), 0)
               FROM gl_entries
               WHERE gl_code = :WS-PROD-GL
                 AND business_date = :WS-RECON-DATE::date
               GROUP BY source_action
               ORDER BY source_action
            END-EXEC

            EXEC SQL
               OPEN SUBL-GL-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-DRL-LINES
               MOVE "N" TO WS-DRL-EOF
               PERFORM WRITE-GL-DAY-LINE UNTIL WS-DRL-EOF = "Y"
               EXEC SQL
                  CLOSE SUBL-GL-CUR
               END-EXEC
               IF WS-DRL-LINES = 0
                  MOVE "      (nenhum lancamento no movimento)"
                     TO RECON-REPORT-LINE
                  WRITE RECON-REPORT-LINE
               END-IF
            END-IF.

         WRITE-SUBLEDGER-DAY-LINE.
            EXEC SQL
               FETCH SUBL-DAY-CUR
               INTO :WS-DRL-KIND, :WS-DRL-COUNT, :WS-DRL-AMOUNT
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-DRL-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-DRL-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-DRL-LINES
               MOVE WS-DRL-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "      " WS-DRL-KIND " " WS-DRL-COUNT
                  " linha(s) " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
            END-IF
            END-IF.

         WRITE-GL-DAY-LINE.
            EXEC SQL
               FETCH SUBL-GL-CUR
               INTO :WS-DRL-KIND, :WS-DRL-COUNT, :WS-DRL-DEBIT,
                    :WS-DRL-CREDIT
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-DRL-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-DRL-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-DRL-LINES
               MOVE WS-DRL-DEBIT TO WS-ED-DEBIT
               MOVE WS-DRL-CREDIT TO WS-ED-CREDIT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "      " WS-DRL-KIND " " WS-DRL-COUNT
                  " lanc.  D " WS-ED-DEBIT "  C " WS-ED-CREDIT
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
            END-IF
            END-IF.

         FINISH-RUN.
      *    Tudo ou nada: o resultado da data so fica gravado inteiro.
            IF WS-RUN-FAILED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
               MOVE "*** CONCILIACAO INTERROMPIDA POR ERRO ***"
                  TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE "OK" TO WS-LOG-STATUS
               IF WS-BREAK-COUNT > 0
                  MOVE "FAILED" TO WS-LOG-STATUS
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF

            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "CONCILIADOS " WS-MATCHED-COUNT
               "  JUSTIFICADOS " WS-EXPLAINED-COUNT
               "  QUEBRAS " WS-BREAK-COUNT
               "  SEM CONTA " WS-NOMAP-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
            IF WS-BREAK-COUNT > 0
               MOVE "*** QUEBRA ACIMA DA TOLERANCIA - CADEIA PARADA ***"
                  TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
            END-IF

            DISPLAY "#Conciliados: " WS-MATCHED-COUNT
               " justificados: " WS-EXPLAINED-COUNT
               " quebras: " WS-BREAK-COUNT
               " sem conta: " WS-NOMAP-COUNT
            DISPLAY "#Relatorio: " WS-REPORT-PATH

            MOVE WS-BREAK-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "subrazao x razao " WS-RECON-DATE ": "
               WS-MATCHED-COUNT " conciliado(s), " WS-EXPLAINED-COUNT
               " justificado(s), " WS-BREAK-COUNT " quebra(s), "
               WS-NOMAP-COUNT " sem conta"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

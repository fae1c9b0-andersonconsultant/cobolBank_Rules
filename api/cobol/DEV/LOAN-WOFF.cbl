      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Loan write-off run (baixa para prejuizo) - takes off the
      *  active book the contracts long past any hope of the regular
      *  charging at LOAN-DUE, keeping them in the written-off
      *  register (loan_writeoffs) where the recoveries are tracked.
      *
      *  Each run does three things:
      *  1. Writes off the register entries approved at WOFF-MAINT:
      *     the open installments go to WOFF dated the business date,
      *     the contract to WRITTEN_OFF and the entry records the
      *     amount (principal and interest still open) and the vintage
      *     (YYYY-MM of the write-off). The loss is logged as action
      *     LOAN-WOFF, which GL-POST books through gl_action_map
      *     against the provision reserve built at LOAN-PROV. An entry
      *     whose contract was settled or renegotiated since the
      *     proposal is cancelled instead. One commit per contract.
      *  2. Proposes the new candidates: ACTIVE contracts whose oldest
      *     open installment is more than WRITEOFF_MIN_DAYS overdue
      *     (parameter, 360 by default) and with no entry pending in
      *     the register go in as PROPOSED for the credit supervisor.
      *  3. Writes the monthly written-off and recovered report by
      *     branch and vintage - the month of the business date, or
      *     LOAN_WOFF_MONTH (AAAA-MM) when set, to
      *     LOAN_WOFF_REPORT_FILE.
      *  Recoveries on the register (COLLECT, agreement or judicial)
      *  are posted at WOFF-MAINT (RECOVER).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOAN-WOFF.
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
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(100).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-MIN-DAYS             PIC 9(5)  VALUE 360.

      *    Mes do relatorio - o do movimento ou o informado.
         01  WS-RPT-PERIOD           PIC X(7)  VALUE SPACES.
         01  WS-PER-START            PIC X(10) VALUE SPACES.
         01  WS-PER-END              PIC X(10) VALUE SPACES.

      *    Entrada do registro em baixa.
         01  WS-WO-ID                PIC 9(9)  VALUE 0.
         01  WS-WO-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-WO-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-WO-CONTRACT-STATUS   PIC X(12) VALUE SPACES.
         01  WS-WO-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-WO-VINTAGE           PIC X(7)  VALUE SPACES.
         01  WS-WO-PROPOSED          PIC 9(7)  VALUE 0.

      *    Linha do relatorio por agencia e safra.
         01  WS-RPT-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-RPT-VINTAGE          PIC X(7)  VALUE SPACES.
         01  WS-RPT-COUNT            PIC 9(7)  VALUE 0.
         01  WS-RPT-WOFF-MONTH       PIC 9(13)V99 VALUE 0.
         01  WS-RPT-RECOV-MONTH      PIC 9(13)V99 VALUE 0.
         01  WS-RPT-WOFF-TOTAL       PIC 9(13)V99 VALUE 0.
         01  WS-RPT-RECOV-TOTAL      PIC 9(13)V99 VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-WO-EOF              PIC X(1)  VALUE "N".
         01  WS-RPT-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-PERIOD-ENV          PIC X(7)  VALUE SPACES.
         01  WS-WRITTEN-COUNT       PIC 9(7)  VALUE 0.
         01  WS-CANCELLED-COUNT     PIC 9(7)  VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(7)  VALUE 0.
         01  WS-WRITTEN-TOTAL       PIC 9(13)V99 VALUE 0.
         01  WS-LAST-BRANCH         PIC X(6)  VALUE SPACES.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Totais gerais do relatorio.
         01  WS-TOT-COUNT           PIC 9(7)  VALUE 0.
         01  WS-TOT-WOFF-MONTH      PIC 9(13)V99 VALUE 0.
         01  WS-TOT-RECOV-MONTH     PIC 9(13)V99 VALUE 0.
         01  WS-TOT-WOFF-TOTAL      PIC 9(13)V99 VALUE 0.
         01  WS-TOT-RECOV-TOTAL     PIC 9(13)V99 VALUE 0.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-COUNT-EDIT          PIC Z(6)9.
         01  WS-AMT1-EDIT           PIC Z(12)9,99.
         01  WS-AMT2-EDIT           PIC Z(12)9,99.
         01  WS-AMT3-EDIT           PIC Z(12)9,99.
         01  WS-AMT4-EDIT           PIC Z(12)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOANWOFF".
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
               PERFORM LOAD-DB-POLICY
               PERFORM WRITE-OFF-APPROVED
               PERFORM PROPOSE-CANDIDATES
               PERFORM RESOLVE-PERIOD
               IF WS-RPT-PERIOD NOT = SPACES
                  PERFORM WRITE-WRITEOFF-REPORT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "LOAN_WOFF_MONTH"
            IF WS-PERIOD-ENV NOT = SPACES
               MOVE WS-PERIOD-ENV TO WS-RPT-PERIOD
            END-IF

            MOVE "/tmp/loan_writeoff.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "LOAN_WOFF_REPORT_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/loan_writeoff.txt" TO WS-REPORT-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Atraso minimo para propor a baixa pelo catalogo central.
            MOVE "WRITEOFF_MIN_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-MIN-DAYS
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
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         WRITE-OFF-APPROVED.
      *    Entradas aprovadas na mesa, na ordem da aprovacao.
            EXEC SQL
               DECLARE WOFF-APR-CUR CURSOR FOR
               SELECT w.id, w.contract_id, c.account, c.status
               FROM loan_writeoffs w
               JOIN loan_contracts c ON c.id = w.contract_id
               WHERE w.status = 'APPROVED'
               ORDER BY w.approved_date, w.id
            END-EXEC

            EXEC SQL
               OPEN WOFF-APR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-WO-EOF
               PERFORM WRITE-OFF-ONE UNTIL WS-WO-EOF = "Y"
               EXEC SQL
                  CLOSE WOFF-APR-CUR
               END-EXEC
               DISPLAY "#Contratos baixados para prejuizo: "
                  WS-WRITTEN-COUNT " valor " WS-WRITTEN-TOTAL
               DISPLAY "#Aprovacoes canceladas: " WS-CANCELLED-COUNT
                  " falhas: " WS-FAILED-COUNT
            END-IF.

         WRITE-OFF-ONE.
            EXEC SQL
               FETCH WOFF-APR-CUR
               INTO :WS-WO-ID, :WS-WO-CONTRACT, :WS-WO-ACCOUNT,
                    :WS-WO-CONTRACT-STATUS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-WO-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-WO-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM TRY-WRITE-OFF
            END-IF.

         TRY-WRITE-OFF.
      *    Saldo refeito na hora da baixa - o que o cliente pagou ou a
      *    cobranca recebeu desde a proposta nao vai para prejuizo.
            MOVE 0 TO WS-WO-AMOUNT
            EXEC SQL
               SELECT COALESCE(SUM(principal_amount
                                   + interest_amount), 0)
               INTO :WS-WO-AMOUNT
               FROM loan_installments
               WHERE contract_id = :WS-WO-CONTRACT
                 AND status = 'OPEN'
            END-EXEC

            IF SQLCODE = ZERO
               IF WS-WO-CONTRACT-STATUS NOT = "ACTIVE"
                  OR WS-WO-AMOUNT = 0
                  PERFORM CANCEL-APPROVAL
               ELSE
                  PERFORM BOOK-WRITE-OFF
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
               ADD 1 TO WS-FAILED-COUNT
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         CANCEL-APPROVAL.
      *    Contrato quitado, renegociado ou sem parcela em aberto desde
      *    a proposta - nao ha o que baixar.
            EXEC SQL
               UPDATE loan_writeoffs
               SET status = 'CANCELLED'
               WHERE id = :WS-WO-ID
            END-EXEC
            IF SQLCODE = ZERO
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY "#Contrato " WS-WO-CONTRACT " ("
                  WS-WO-CONTRACT-STATUS ") sem saldo a baixar - "
                  "aprovacao cancelada"
            END-IF.

         BOOK-WRITE-OFF.
            EXEC SQL
               SELECT TO_CHAR(:WS-BUS-DATE::date, 'YYYY-MM')
               INTO :WS-WO-VINTAGE
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_installments
                  SET status = 'WOFF',
                      paid_date = :WS-BUS-DATE::date
                  WHERE contract_id = :WS-WO-CONTRACT
                    AND status = 'OPEN'
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_contracts
                  SET status = 'WRITTEN_OFF'
                  WHERE id = :WS-WO-CONTRACT
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_writeoffs
                  SET status = 'WRITTEN_OFF',
                      written_off_date = :WS-BUS-DATE::date,
                      written_off_amount = :WS-WO-AMOUNT,
                      vintage = :WS-WO-VINTAGE,
                      recovered_amount = 0
                  WHERE id = :WS-WO-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               ADD 1 TO WS-WRITTEN-COUNT
               ADD WS-WO-AMOUNT TO WS-WRITTEN-TOTAL
               DISPLAY "#Contrato " WS-WO-CONTRACT
                  " baixado para prejuizo: " WS-WO-AMOUNT

               MOVE "LOAN-WOFF"  TO WS-LOG-ACTION
               MOVE "OK"         TO WS-LOG-STATUS
               MOVE WS-WO-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE
               STRING "baixa " WS-WO-ID " contrato " WS-WO-CONTRACT
                  " conta " WS-WO-ACCOUNT " safra " WS-WO-VINTAGE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         PROPOSE-CANDIDATES.
      *    Contratos ativos com a parcela aberta mais antiga alem do
      *    atraso minimo e sem entrada pendente no registro.
            MOVE 0 TO WS-WO-PROPOSED
            EXEC SQL
               INSERT INTO loan_writeoffs
                  (contract_id, account, branch, days_overdue,
                   balance, status, proposed_date)
               SELECT c.id, c.account,
                      COALESCE(account_branch(c.account), 'HQ'),
                      :WS-BUS-DATE::date - MIN(i.due_date),
                      SUM(i.principal_amount + i.interest_amount),
                      'PROPOSED', :WS-BUS-DATE::date
               FROM loan_contracts c
               JOIN loan_installments i ON i.contract_id = c.id
               WHERE c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND NOT EXISTS (SELECT 1 FROM loan_writeoffs w
                                 WHERE w.contract_id = c.id
                                   AND w.status IN ('PROPOSED',
                                                    'APPROVED'))
               GROUP BY c.id, c.account
               HAVING :WS-BUS-DATE::date - MIN(i.due_date)
                      > :WS-MIN-DAYS
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-WO-PROPOSED
               END-IF
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Contratos propostos para baixa (atraso > "
                  WS-MIN-DAYS " dias): " WS-WO-PROPOSED
            END-IF

            MOVE "LOAN-WOFF-RUN" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-WRITTEN-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "baixados " WS-WRITTEN-COUNT " cancelados "
               WS-CANCELLED-COUNT " falhas " WS-FAILED-COUNT
               " propostos " WS-WO-PROPOSED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         RESOLVE-PERIOD.
      *    Sem LOAN_WOFF_MONTH o relatorio e do mes do movimento, ate
      *    a data.
            IF WS-RPT-PERIOD = SPACES
               EXEC SQL
                  SELECT TO_CHAR(:WS-BUS-DATE::date, 'YYYY-MM')
                  INTO :WS-RPT-PERIOD
               END-EXEC
            END-IF

            MOVE SPACES TO WS-PER-START
            STRING WS-RPT-PERIOD "-01" DELIMITED BY SIZE
               INTO WS-PER-START
            END-STRING
            EXEC SQL
               SELECT TO_CHAR((:WS-PER-START::date
                         + interval '1 month')
                         - interval '1 day', 'YYYY-MM-DD')
               INTO :WS-PER-END
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-RPT-PERIOD
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         WRITE-WRITEOFF-REPORT.
      *    Por agencia e safra: baixado e recuperado no mes, e o
      *    acumulado da safra ate o fim do mes.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de prejuizo - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CREDITOS BAIXADOS PARA PREJUIZO E RECUPERADOS - "
                  "MES " WS-RPT-PERIOD
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "AGENCIA SAFRA      QTDE    BAIXADO NO MES"
                  "   RECUPERADO NO MES  BAIXADO ACUMULADO"
                  "  RECUPERADO ACUM."
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               EXEC SQL
                  DECLARE WOFF-RPT-CUR CURSOR FOR
                  SELECT w.branch, w.vintage,
                         COUNT(*) FILTER (WHERE w.written_off_date
                                          >= :WS-PER-START::date),
                         COALESCE(SUM(w.written_off_amount)
                            FILTER (WHERE w.written_off_date
                                    >= :WS-PER-START::date), 0),
                         COALESCE(SUM(r.month_amount), 0),
                         COALESCE(SUM(w.written_off_amount), 0),
                         COALESCE(SUM(r.total_amount), 0)
                  FROM loan_writeoffs w
                  LEFT JOIN (SELECT writeoff_id,
                                    COALESCE(SUM(amount) FILTER
                                       (WHERE business_date >=
                                        :WS-PER-START::date), 0)
                                       AS month_amount,
                                    SUM(amount) AS total_amount
                             FROM loan_writeoff_recoveries
                             WHERE business_date <= :WS-PER-END::date
                             GROUP BY writeoff_id) r
                         ON r.writeoff_id = w.id
                  WHERE w.status = 'WRITTEN_OFF'
                    AND w.written_off_date <= :WS-PER-END::date
                  GROUP BY w.branch, w.vintage
                  ORDER BY w.branch, w.vintage
               END-EXEC

               EXEC SQL
                  OPEN WOFF-RPT-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE SPACES TO WS-LAST-BRANCH
                  MOVE "N" TO WS-RPT-EOF
                  PERFORM WRITE-ONE-REPORT-LINE UNTIL WS-RPT-EOF = "Y"
                  EXEC SQL
                     CLOSE WOFF-RPT-CUR
                  END-EXEC
               END-IF

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-TOT-COUNT TO WS-COUNT-EDIT
               MOVE WS-TOT-WOFF-MONTH TO WS-AMT1-EDIT
               MOVE WS-TOT-RECOV-MONTH TO WS-AMT2-EDIT
               MOVE WS-TOT-WOFF-TOTAL TO WS-AMT3-EDIT
               MOVE WS-TOT-RECOV-TOTAL TO WS-AMT4-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "TOTAL          " WS-COUNT-EDIT " "
                  WS-AMT1-EDIT " " WS-AMT2-EDIT " " WS-AMT3-EDIT " "
                  WS-AMT4-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "#Relatorio de prejuizo do mes " WS-RPT-PERIOD
                  " gravado"
            END-IF.

         WRITE-ONE-REPORT-LINE.
            EXEC SQL
               FETCH WOFF-RPT-CUR
               INTO :WS-RPT-BRANCH, :WS-RPT-VINTAGE, :WS-RPT-COUNT,
                    :WS-RPT-WOFF-MONTH, :WS-RPT-RECOV-MONTH,
                    :WS-RPT-WOFF-TOTAL, :WS-RPT-RECOV-TOTAL
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RPT-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RPT-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF WS-RPT-BRANCH NOT = WS-LAST-BRANCH
                  MOVE SPACES TO REPORT-LINE
                  WRITE REPORT-LINE
                  MOVE WS-RPT-BRANCH TO WS-LAST-BRANCH
               END-IF
               ADD WS-RPT-COUNT TO WS-TOT-COUNT
               ADD WS-RPT-WOFF-MONTH TO WS-TOT-WOFF-MONTH
               ADD WS-RPT-RECOV-MONTH TO WS-TOT-RECOV-MONTH
               ADD WS-RPT-WOFF-TOTAL TO WS-TOT-WOFF-TOTAL
               ADD WS-RPT-RECOV-TOTAL TO WS-TOT-RECOV-TOTAL
               MOVE WS-RPT-COUNT TO WS-COUNT-EDIT
               MOVE WS-RPT-WOFF-MONTH TO WS-AMT1-EDIT
               MOVE WS-RPT-RECOV-MONTH TO WS-AMT2-EDIT
               MOVE WS-RPT-WOFF-TOTAL TO WS-AMT3-EDIT
               MOVE WS-RPT-RECOV-TOTAL TO WS-AMT4-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-RPT-BRANCH "  " WS-RPT-VINTAGE " "
                  WS-COUNT-EDIT " " WS-AMT1-EDIT " " WS-AMT2-EDIT " "
                  WS-AMT3-EDIT " " WS-AMT4-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - a
      *    baixa, a proposta e o lancamento do GL-POST datam por ela.
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
            END-IF.

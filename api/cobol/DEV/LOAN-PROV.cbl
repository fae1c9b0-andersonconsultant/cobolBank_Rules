      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly loan loss provisioning - rates every credit operation
      *  outstanding at the end of the closed month from AA to H and
      *  books the provision the regulator requires for each rating,
      *  instead of the accountant's spreadsheet over COLLECT's aging.
      *  Operations are the loan contracts (installments still open at
      *  month end, loan_contracts/loan_installments) and the overdraft
      *  lines in use (negative closing balance in balance_history on
      *  an account with a line at OD-MAINT, the days continuously
      *  negative counting as days overdue) and the receivables
      *  discount operations of DISC-MAINT (face value of the titles
      *  neither paid nor taken back by recourse at month end, the
      *  oldest of them past its due date setting the days overdue).
      *
      *  Rating by days overdue: 0-14 A, 15-30 B, 31-60 C, 61-90 D,
      *  91-120 E, 121-150 F, 151-180 G, over 180 H. The analyst's
      *  rating kept at LOAN-MAINT (RATING) wins when it is worse;
      *  AA exists only by the analyst's hand. A contract born of a
      *  renegotiation at COLLECT (renegotiated_from) stays at least at
      *  the rating its original had in the last period provisioned
      *  before this one, and is flagged restructured for SCR-REPORT.
      *  Provision percentages:
      *  AA 0, A 0,5, B 1, C 3, D 10, E 30, F 50, G 70, H 100.
      *
      *  Each operation is stored in loan_provisions for the period
      *  (the rerun replaces the period), and the month's increase or
      *  release against the previous period's total is posted to
      *  gl_entries dated the last day of the month under the
      *  LOAN-PROV source: increase debits the provision expense GL
      *  and credits the provision reserve GL; release debits the
      *  reserve and credits the release income GL (parameters
      *  PROVISION_EXPENSE_GL, PROVISION_RESERVE_GL and
      *  PROVISION_RELEASE_GL). The contracts written off to loss in
      *  the month at LOAN-WOFF already consumed their reserve (the
      *  write-off debits it through GL-POST), so their amount is
      *  taken off the previous total before the movement is worked
      *  out. A month already closed at GL-CLOSE is
      *  refused. The branch of each operation comes from the
      *  account_branch() resolver (HQ when absent). SCR-REPORT takes
      *  the ratings from loan_provisions.
      *
      *  The provision report lists balance and provision by branch
      *  and rating, the totals by rating and the GL movement.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOAN-PROV.
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

      *    Periodo apurado - o mes calendario anterior, fechado - e o
      *    anterior a ele, base do aumento/reversao do mes.
         01  WS-PROV-PERIOD          PIC X(7)  VALUE SPACES.
         01  WS-PREV-PERIOD          PIC X(7)  VALUE SPACES.
         01  WS-PER-START            PIC X(10) VALUE SPACES.
         01  WS-PER-END              PIC X(10) VALUE SPACES.
         01  WS-PERIOD-CLOSED        PIC 9(5)  VALUE 0.

      *    Operacao corrente do cursor de carteira.
         01  WS-OP-TYPE              PIC X(4)  VALUE SPACES.
         01  WS-OP-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-OP-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-OP-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-OP-DAYS              PIC 9(5)  VALUE 0.
         01  WS-OP-BALANCE           PIC 9(13)V99 VALUE 0.
         01  WS-OP-OVERRIDE          PIC X(2)  VALUE SPACES.
         01  WS-OP-FLOOR-RANK        PIC 9(1)  VALUE 0.
         01  WS-OP-RESTRUCT          PIC X(1)  VALUE SPACE.
         01  WS-OP-DAYS-RATING       PIC X(2)  VALUE SPACES.
         01  WS-OP-RATING            PIC X(2)  VALUE SPACES.
         01  WS-OP-RANK              PIC 9(1)  VALUE 0.
         01  WS-OP-PCT               PIC 9(3)V99 VALUE 0.
         01  WS-OP-PROVISION         PIC 9(13)V99 VALUE 0.

      *    Totais do periodo e do anterior, e o lancamento contabil.
         01  WS-PROV-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-PREV-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-PERIOD-WOFF          PIC 9(13)V99 VALUE 0.
         01  WS-PREV-BASIS           PIC S9(13)V99 VALUE 0.
         01  WS-GL-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-GL-DEBIT             PIC 9(6)  VALUE 0.
         01  WS-GL-CREDIT            PIC 9(6)  VALUE 0.

      *    Linha do relatorio por agencia e classificacao.
         01  WS-RPT-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-RPT-RATING           PIC X(2)  VALUE SPACES.
         01  WS-RPT-COUNT            PIC 9(7)  VALUE 0.
         01  WS-RPT-BALANCE          PIC 9(13)V99 VALUE 0.
         01  WS-RPT-PROVISION        PIC 9(13)V99 VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-OP-EOF              PIC X(1)  VALUE "N".
         01  WS-RPT-EOF             PIC X(1)  VALUE "N".
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-PERIOD-ENV          PIC X(7)  VALUE SPACES.
         01  WS-OP-COUNT            PIC 9(7)  VALUE 0.
         01  WS-OVERRIDE-COUNT      PIC 9(7)  VALUE 0.
         01  WS-GL-DIRECTION        PIC X(8)  VALUE SPACES.
         01  WS-LAST-BRANCH         PIC X(6)  VALUE SPACES.

      *    Contas do razao da provisao - parametros do catalogo com o
      *    padrao do plano interno (4xxxxx despesa, 3xxxxx receita).
         01  WS-EXPENSE-GL          PIC 9(6)  VALUE 418100.
         01  WS-RESERVE-GL          PIC 9(6)  VALUE 149900.
         01  WS-RELEASE-GL          PIC 9(6)  VALUE 318100.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Tabela regulatoria - classificacao e percentual de provisao,
      *    da menor para a maior perda; a posicao na tabela e o nivel
      *    de risco comparado entre atraso e analista.
         01  WS-RATING-VALUES.
             05  FILLER              PIC X(7)  VALUE "AA00000".
             05  FILLER              PIC X(7)  VALUE "A 00050".
             05  FILLER              PIC X(7)  VALUE "B 00100".
             05  FILLER              PIC X(7)  VALUE "C 00300".
             05  FILLER              PIC X(7)  VALUE "D 01000".
             05  FILLER              PIC X(7)  VALUE "E 03000".
             05  FILLER              PIC X(7)  VALUE "F 05000".
             05  FILLER              PIC X(7)  VALUE "G 07000".
             05  FILLER              PIC X(7)  VALUE "H 10000".
         01  WS-RATING-TABLE REDEFINES WS-RATING-VALUES.
             05  WS-RTG-ENTRY OCCURS 9.
                 10  WS-RTG-CODE     PIC X(2).
                 10  WS-RTG-PCT      PIC 9(3)V99.
         01  WS-RTG-IX              PIC 9(2) COMP VALUE 0.
         01  WS-OVR-RANK            PIC 9(1)  VALUE 0.

      *    Totais por classificacao para o fim do relatorio.
         01  WS-RATING-TOTALS.
             05  WS-RTT-ENTRY OCCURS 9.
                 10  WS-RTT-COUNT    PIC 9(7).
                 10  WS-RTT-BALANCE  PIC 9(13)V99.
                 10  WS-RTT-PROV     PIC 9(13)V99.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-COUNT-EDIT          PIC Z(6)9.
         01  WS-AMOUNT-EDIT         PIC Z(12)9,99.
         01  WS-PROV-EDIT           PIC Z(12)9,99.
         01  WS-PCT-EDIT            PIC ZZ9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOANPROV".
             05  WS-LOG-ACTION         PIC X(20) VALUE "LOAN-PROV".
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
               PERFORM RESOLVE-PERIOD
               IF WS-PROV-PERIOD NOT = SPACES
                  PERFORM CHECK-PERIOD-OPEN
               END-IF
               IF WS-PROV-PERIOD NOT = SPACES
                  PERFORM PROVISION-PERIOD
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "LOAN_PROV_MONTH"
            IF WS-PERIOD-ENV NOT = SPACES
               MOVE WS-PERIOD-ENV TO WS-PROV-PERIOD
            END-IF

            MOVE "/tmp/loan_provision.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "LOAN_PROV_REPORT_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/loan_provision.txt" TO WS-REPORT-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Contas do razao pelo catalogo central, quando cadastradas.
            MOVE "PROVISION_EXPENSE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-EXPENSE-GL
            END-IF

            MOVE "PROVISION_RESERVE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-RESERVE-GL
            END-IF

            MOVE "PROVISION_RELEASE_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-RELEASE-GL
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

         RESOLVE-PERIOD.
      *    Sem LOAN_PROV_MONTH no ambiente o apurado e o mes anterior -
      *    a provisao e do balancete do mes fechado.
            IF WS-PROV-PERIOD = SPACES
               EXEC SQL
                  SELECT TO_CHAR(date_trunc('month', CURRENT_DATE)
                            - interval '1 month', 'YYYY-MM')
                  INTO :WS-PROV-PERIOD
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-PROV-PERIOD
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF

            IF WS-PROV-PERIOD NOT = SPACES
               MOVE SPACES TO WS-PER-START
               STRING WS-PROV-PERIOD "-01" DELIMITED BY SIZE
                  INTO WS-PER-START
               END-STRING
               EXEC SQL
                  SELECT TO_CHAR((:WS-PER-START::date
                            + interval '1 month')
                            - interval '1 day', 'YYYY-MM-DD'),
                         TO_CHAR(:WS-PER-START::date
                            - interval '1 month', 'YYYY-MM')
                  INTO :WS-PER-END, :WS-PREV-PERIOD
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-PROV-PERIOD
               ELSE
                  DISPLAY "#Provisao da carteira de credito - periodo "
                     WS-PROV-PERIOD
               END-IF
            END-IF.

         CHECK-PERIOD-OPEN.
      *    Mes ja fechado no GL-CLOSE nao recebe lancamento - a provisao
      *    daquele mes fica como foi fechada.
            MOVE 0 TO WS-PERIOD-CLOSED
            EXEC SQL
               SELECT COUNT(*) INTO :WS-PERIOD-CLOSED
               FROM gl_periods
               WHERE period = :WS-PROV-PERIOD
                 AND status = 'CLOSED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-PERIOD-CLOSED
            END-IF
            IF WS-PERIOD-CLOSED > 0
               DISPLAY "#Periodo " WS-PROV-PERIOD
                  " ja fechado na contabilidade - provisao nao refeita"
               MOVE "REFUSED" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "provisao " WS-PROV-PERIOD
                  ": periodo contabil fechado"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE SPACES TO WS-PROV-PERIOD
            END-IF.

         PROVISION-PERIOD.
      *    Tudo do periodo numa transacao so - a carteira classificada
      *    e o lancamento contabil comitam juntos ou nenhum dos dois.
            PERFORM CLEAR-PERIOD-PROVISION
            IF WS-RUN-HALTED = "N"
               PERFORM RATE-ALL-OPERATIONS
            END-IF
            IF WS-RUN-HALTED = "N"
               PERFORM POST-PROVISION-MOVEMENT
            END-IF

            IF WS-RUN-HALTED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Provisao interrompida - nada gravado no "
                  "periodo"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM WRITE-PROVISION-REPORT
            END-IF

            DISPLAY "#Operacoes classificadas: " WS-OP-COUNT
               " (analista: " WS-OVERRIDE-COUNT ")"
            DISPLAY "#Provisao do periodo: " WS-PROV-TOTAL
               " anterior: " WS-PREV-TOTAL

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-PROV-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "provisao " WS-PROV-PERIOD ": " WS-OP-COUNT
               " operacao(oes), total " WS-PROV-TOTAL " "
               WS-GL-DIRECTION " " WS-GL-AMOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CLEAR-PERIOD-PROVISION.
      *    Rodar duas vezes o mesmo mes substitui, nao duplica - o
      *    mesmo DELETE-e-regrava do GL-POST, na carteira e no razao.
            EXEC SQL
               DELETE FROM loan_provisions
               WHERE period = :WS-PROV-PERIOD
            END-EXEC
            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  DELETE FROM gl_entries
                  WHERE business_date = :WS-PER-END::date
                    AND source_action = 'LOAN-PROV'
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         RATE-ALL-OPERATIONS.
      *    Carteira na posicao do ultimo dia do mes, de tres fontes:
      *    emprestimos (parcelas em aberto naquela data - as pagas
      *    depois ainda contam), cheque especial em uso no fechamento
      *    diario do SNAPSHOT e operacoes de desconto (DISC) com
      *    titulos em aberto naquela data.
            EXEC SQL
               DECLARE PROV-OP-CUR CURSOR FOR
               SELECT 'LOAN', c.id, c.account,
                      COALESCE(account_branch(c.account), 'HQ'),
                      COALESCE(MAX(CASE
                         WHEN i.due_date < :WS-PER-END::date
                         THEN :WS-PER-END::date - i.due_date
                         ELSE 0 END), 0),
                      SUM(i.principal_amount + i.interest_amount),
                      COALESCE((SELECT r.rating
                                FROM loan_rating_overrides r
                                WHERE r.contract_id = c.id
                                  AND r.status = 'ACTIVE'), ' '),
                      COALESCE((SELECT p.rating_rank
                                FROM loan_provisions p
                                WHERE p.contract_id =
                                      c.renegotiated_from
                                  AND p.op_type = 'LOAN'
                                  AND p.period < :WS-PROV-PERIOD
                                ORDER BY p.period DESC
                                LIMIT 1), 0),
                      CASE WHEN c.renegotiated_from IS NULL
                           THEN 'N' ELSE 'S' END
               FROM loan_contracts c
               JOIN loan_installments i ON i.contract_id = c.id
               WHERE c.start_date <= :WS-PER-END::date
                 AND (i.status = 'OPEN'
                      OR (i.status IN ('PAID', 'SETTLED', 'RENEG',
                                       'WOFF')
                          AND i.paid_date > :WS-PER-END::date))
               GROUP BY c.id, c.account, c.renegotiated_from
               UNION ALL
               SELECT 'OD', 0, h.account,
                      COALESCE(account_branch(h.account), 'HQ'),
                      :WS-PER-END::date
                         - COALESCE((SELECT MAX(b.business_date)
                                     FROM balance_history b
                                     WHERE b.account = h.account
                                       AND b.balance >= 0
                                       AND b.business_date <=
                                           :WS-PER-END::date),
                                    :WS-PER-END::date),
                      0 - h.balance, ' ', 0, 'N'
               FROM balance_history h
               WHERE h.business_date = :WS-PER-END::date
                 AND h.balance < 0
                 AND EXISTS (SELECT 1 FROM overdraft_lines o
                             WHERE o.account = h.account)
               UNION ALL
               SELECT 'DISC', d.id, d.account,
                      COALESCE(account_branch(d.account), 'HQ'),
                      COALESCE(MAX(CASE
                         WHEN t.due_date < :WS-PER-END::date
                         THEN :WS-PER-END::date - t.due_date
                         ELSE 0 END), 0),
                      SUM(t.face_amount), ' ', 0, 'N'
               FROM discount_operations d
               JOIN discount_titles t ON t.operation_id = d.id
               WHERE d.business_date <= :WS-PER-END::date
                 AND (t.status = 'OPEN'
                      OR (t.status IN ('PAID', 'RECOURSE')
                          AND t.settled_date > :WS-PER-END::date))
               GROUP BY d.id, d.account
               ORDER BY 4, 3, 2
            END-EXEC

            EXEC SQL
               OPEN PROV-OP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-OP-EOF
               PERFORM RATE-ONE-OPERATION UNTIL WS-OP-EOF = "Y"
               EXEC SQL
                  CLOSE PROV-OP-CUR
               END-EXEC
            END-IF.

         RATE-ONE-OPERATION.
            EXEC SQL
               FETCH PROV-OP-CUR
               INTO :WS-OP-TYPE, :WS-OP-CONTRACT, :WS-OP-ACCOUNT,
                    :WS-OP-BRANCH, :WS-OP-DAYS, :WS-OP-BALANCE,
                    :WS-OP-OVERRIDE, :WS-OP-FLOOR-RANK,
                    :WS-OP-RESTRUCT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-OP-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-OP-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM CLASSIFY-OPERATION
               PERFORM STORE-OPERATION
            END-IF.

         CLASSIFY-OPERATION.
      *    Nivel pelo atraso e, havendo, pelo analista - vale o pior.
            EVALUATE TRUE
               WHEN WS-OP-DAYS <= 14  MOVE 2 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 30  MOVE 3 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 60  MOVE 4 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 90  MOVE 5 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 120 MOVE 6 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 150 MOVE 7 TO WS-OP-RANK
               WHEN WS-OP-DAYS <= 180 MOVE 8 TO WS-OP-RANK
               WHEN OTHER             MOVE 9 TO WS-OP-RANK
            END-EVALUATE
            MOVE WS-RTG-CODE (WS-OP-RANK) TO WS-OP-DAYS-RATING

            IF WS-OP-OVERRIDE NOT = SPACES
               MOVE 0 TO WS-OVR-RANK
               PERFORM FIND-OVERRIDE-RANK
                  VARYING WS-RTG-IX FROM 1 BY 1
                  UNTIL WS-RTG-IX > 9 OR WS-OVR-RANK > 0
               IF WS-OVR-RANK > 0
                  ADD 1 TO WS-OVERRIDE-COUNT
                  IF WS-OVR-RANK > WS-OP-RANK
                     MOVE WS-OVR-RANK TO WS-OP-RANK
                  END-IF
      *           AA so pelo analista: o atraso ate 14 dias da A, e o
      *           analista pode melhorar para AA so nessa faixa.
                  IF WS-OVR-RANK = 1 AND WS-OP-RANK = 2
                     MOVE 1 TO WS-OP-RANK
                  END-IF
               END-IF
            END-IF

      *    Renegociado nao melhora de classificacao pela renegociacao
      *    - fica no minimo onde o contrato original estava.
            IF WS-OP-FLOOR-RANK > WS-OP-RANK
               MOVE WS-OP-FLOOR-RANK TO WS-OP-RANK
            END-IF

            MOVE WS-RTG-CODE (WS-OP-RANK) TO WS-OP-RATING
            MOVE WS-RTG-PCT (WS-OP-RANK)  TO WS-OP-PCT
            COMPUTE WS-OP-PROVISION ROUNDED =
               WS-OP-BALANCE * WS-OP-PCT / 100.

         FIND-OVERRIDE-RANK.
            IF WS-RTG-CODE (WS-RTG-IX) = WS-OP-OVERRIDE
               MOVE WS-RTG-IX TO WS-OVR-RANK
            END-IF.

         STORE-OPERATION.
            EXEC SQL
               INSERT INTO loan_provisions
                  (period, op_type, contract_id, account, branch,
                   days_overdue, days_rating, override_rating,
                   rating, rating_rank, restructured, balance,
                   provision_pct, provision)
               VALUES (:WS-PROV-PERIOD, :WS-OP-TYPE, :WS-OP-CONTRACT,
                       :WS-OP-ACCOUNT, :WS-OP-BRANCH, :WS-OP-DAYS,
                       :WS-OP-DAYS-RATING, :WS-OP-OVERRIDE,
                       :WS-OP-RATING, :WS-OP-RANK, :WS-OP-RESTRUCT,
                       :WS-OP-BALANCE, :WS-OP-PCT, :WS-OP-PROVISION)
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-OP-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-OP-COUNT
               ADD WS-OP-PROVISION TO WS-PROV-TOTAL
               ADD 1 TO WS-RTT-COUNT (WS-OP-RANK)
               ADD WS-OP-BALANCE TO WS-RTT-BALANCE (WS-OP-RANK)
               ADD WS-OP-PROVISION TO WS-RTT-PROV (WS-OP-RANK)
            END-IF.

         POST-PROVISION-MOVEMENT.
      *    Aumento ou reversao do mes: total de agora contra o total do
      *    periodo anterior; sem periodo anterior a carteira inteira e
      *    constituida agora. A baixa para prejuizo do mes ja usou a
      *    provisao do contrato baixado - sai da base, senao a
      *    reversao dela sairia em dobro.
            MOVE 0 TO WS-PREV-TOTAL
            MOVE 0 TO WS-PERIOD-WOFF
            EXEC SQL
               SELECT COALESCE(SUM(provision), 0)
               INTO :WS-PREV-TOTAL
               FROM loan_provisions
               WHERE period = :WS-PREV-PERIOD
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT COALESCE(SUM(written_off_amount), 0)
                  INTO :WS-PERIOD-WOFF
                  FROM loan_writeoffs
                  WHERE status = 'WRITTEN_OFF'
                    AND written_off_date >= :WS-PER-START::date
                    AND written_off_date <= :WS-PER-END::date
               END-EXEC
            END-IF
            COMPUTE WS-PREV-BASIS = WS-PREV-TOTAL - WS-PERIOD-WOFF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF

            IF WS-RUN-HALTED = "N"
               IF WS-PROV-TOTAL > WS-PREV-BASIS
                  MOVE "AUMENTO" TO WS-GL-DIRECTION
                  COMPUTE WS-GL-AMOUNT = WS-PROV-TOTAL - WS-PREV-BASIS
                  MOVE WS-EXPENSE-GL TO WS-GL-DEBIT
                  MOVE WS-RESERVE-GL TO WS-GL-CREDIT
               ELSE
                  MOVE "REVERSAO" TO WS-GL-DIRECTION
                  COMPUTE WS-GL-AMOUNT = WS-PREV-BASIS - WS-PROV-TOTAL
                  MOVE WS-RESERVE-GL TO WS-GL-DEBIT
                  MOVE WS-RELEASE-GL TO WS-GL-CREDIT
               END-IF
            END-IF

            IF WS-RUN-HALTED = "N" AND WS-GL-AMOUNT > 0
               EXEC SQL
                  INSERT INTO gl_entries
                     (business_date, gl_code, debit_amount,
                      credit_amount, source_action)
                  VALUES (:WS-PER-END::date, :WS-GL-DEBIT,
                          :WS-GL-AMOUNT, 0, 'LOAN-PROV')
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     INSERT INTO gl_entries
                        (business_date, gl_code, debit_amount,
                         credit_amount, source_action)
                     VALUES (:WS-PER-END::date, :WS-GL-CREDIT,
                             0, :WS-GL-AMOUNT, 'LOAN-PROV')
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  DISPLAY "#Lancado no razao: " WS-GL-DIRECTION " "
                     WS-GL-AMOUNT " D " WS-GL-DEBIT " C " WS-GL-CREDIT
               END-IF
            END-IF.

         WRITE-PROVISION-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio de provisao - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "PROVISAO PARA PERDAS - CARTEIRA DE CREDITO - "
                  "PERIODO " WS-PROV-PERIOD " (POSICAO " WS-PER-END
                  ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "AGENCIA RT    QTDE               SALDO     PCT"
                  "            PROVISAO"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               EXEC SQL
                  DECLARE PROV-RPT-CUR CURSOR FOR
                  SELECT branch, rating, COUNT(*),
                         COALESCE(SUM(balance), 0),
                         COALESCE(SUM(provision), 0)
                  FROM loan_provisions
                  WHERE period = :WS-PROV-PERIOD
                  GROUP BY branch, rating, rating_rank
                  ORDER BY branch, rating_rank
               END-EXEC

               EXEC SQL
                  OPEN PROV-RPT-CUR
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
                     CLOSE PROV-RPT-CUR
                  END-EXEC
               END-IF

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "TOTAIS POR CLASSIFICACAO" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM WRITE-RATING-TOTAL
                  VARYING WS-RTG-IX FROM 1 BY 1 UNTIL WS-RTG-IX > 9

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-PROV-TOTAL TO WS-PROV-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "PROVISAO DO PERIODO    " WS-PROV-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-PREV-TOTAL TO WS-PROV-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "PROVISAO ANTERIOR      " WS-PROV-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-PERIOD-WOFF TO WS-PROV-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "BAIXADO PARA PREJUIZO  " WS-PROV-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-GL-AMOUNT TO WS-PROV-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "LANCAMENTO " WS-GL-DIRECTION "    "
                  WS-PROV-EDIT "  D " WS-GL-DEBIT " C " WS-GL-CREDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
            END-IF.

         WRITE-ONE-REPORT-LINE.
            EXEC SQL
               FETCH PROV-RPT-CUR
               INTO :WS-RPT-BRANCH, :WS-RPT-RATING, :WS-RPT-COUNT,
                    :WS-RPT-BALANCE, :WS-RPT-PROVISION
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
               MOVE 0 TO WS-OP-PCT
               PERFORM FIND-RATING-PCT
                  VARYING WS-RTG-IX FROM 1 BY 1 UNTIL WS-RTG-IX > 9
               MOVE WS-RPT-COUNT TO WS-COUNT-EDIT
               MOVE WS-RPT-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-OP-PCT TO WS-PCT-EDIT
               MOVE WS-RPT-PROVISION TO WS-PROV-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-RPT-BRANCH "  " WS-RPT-RATING " "
                  WS-COUNT-EDIT " " WS-AMOUNT-EDIT " " WS-PCT-EDIT
                  " " WS-PROV-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         FIND-RATING-PCT.
            IF WS-RTG-CODE (WS-RTG-IX) = WS-RPT-RATING
               MOVE WS-RTG-PCT (WS-RTG-IX) TO WS-OP-PCT
            END-IF.

         WRITE-RATING-TOTAL.
            MOVE WS-RTT-COUNT (WS-RTG-IX) TO WS-COUNT-EDIT
            MOVE WS-RTT-BALANCE (WS-RTG-IX) TO WS-AMOUNT-EDIT
            MOVE WS-RTG-PCT (WS-RTG-IX) TO WS-PCT-EDIT
            MOVE WS-RTT-PROV (WS-RTG-IX) TO WS-PROV-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "TOTAL   " WS-RTG-CODE (WS-RTG-IX) " "
               WS-COUNT-EDIT " " WS-AMOUNT-EDIT " " WS-PCT-EDIT
               " " WS-PROV-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

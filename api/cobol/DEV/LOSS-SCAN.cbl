      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Operational loss collection - the daily run that feeds the
      *  loss event register (loss_events, see LOSS-OPEN) from the
      *  places where losses already sit, instead of operational risk
      *  rebuilding the list every quarter:
      *    TILL      till shortages declared at TILLCLOSE
      *              (till_overshort, difference below zero) -
      *              EXECUCAO / VAREJO, branch of the operator;
      *    ATM       cash the switch settled on a refused card, opened
      *              in suspense by ATM-RECON (suspense_items source
      *              ATM-RECON, direction D) - FRAUDE-EXT / PAGAMENTOS;
      *    DISPUTE   fraud refunds - dispute cases RESOLVED with a
      *              provisional credit posted and no chargeback WON
      *              to pay it back - FRAUDE-EXT / VAREJO;
      *    DISP-WOFF dispute write-offs - cases the dispute desk closed
      *              as WRITEOFF (a REVERSEPEND credit it could not
      *              recover) - CLIENTES / VAREJO.
      *  Returned cheques the account could not take back are booked
      *  by CHQ-CLEAR itself (source CHEQUE); manual events (lawsuits,
      *  outages) come in at LOSS-DESK. Each source key enters once
      *  (LOSSOPEN refuses a repeat), so the run can be repeated and
      *  picks up late changes of state on the next day.
      *  An ATM event whose suspense item was later CLEARED (charged
      *  to the customer) or RETURNED by the switch is recovered in
      *  full here, with its line in loss_recoveries.
      *  Every source is one transaction; a failure rolls that source
      *  back and the run ends with RETURN-CODE 1.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOSS-SCAN.
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

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Candidata corrente do cursor de origens.
         01  WS-CAND-SOURCE          PIC X(12) VALUE SPACES.
         01  WS-CAND-REF             PIC X(40) VALUE SPACES.
         01  WS-CAND-TYPE            PIC X(12) VALUE SPACES.
         01  WS-CAND-LINE            PIC X(12) VALUE SPACES.
         01  WS-CAND-BRANCH          PIC X(6)  VALUE SPACES.
         01  WS-CAND-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-CAND-DATE            PIC X(10) VALUE SPACES.
         01  WS-CAND-GROSS           PIC 9(10)V99 VALUE 0.
         01  WS-CAND-DETAIL          PIC X(80) VALUE SPACES.
         01  WS-RECOVERED-ROWS       PIC 9(9)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-CAND-EOF             PIC X(1)  VALUE "N".
         01  WS-SCAN-FAILED          PIC X(1)  VALUE "N".

         01  WS-BOOKED-COUNT         PIC 9(7)  VALUE 0.
         01  WS-BOOKED-TOTAL         PIC 9(12)V99 VALUE 0.
         01  WS-TILL-COUNT           PIC 9(7)  VALUE 0.
         01  WS-ATM-COUNT            PIC 9(7)  VALUE 0.
         01  WS-DISP-COUNT           PIC 9(7)  VALUE 0.
         01  WS-WOFF-COUNT           PIC 9(7)  VALUE 0.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

      *    Evento de perda operacional (LOSSOPEN).
         01  WS-LOSS-DATA.
             05  WS-LOSS-SOURCE        PIC X(12) VALUE SPACES.
             05  WS-LOSS-REF           PIC X(40) VALUE SPACES.
             05  WS-LOSS-TYPE          PIC X(12) VALUE SPACES.
             05  WS-LOSS-LINE          PIC X(12) VALUE SPACES.
             05  WS-LOSS-BRANCH        PIC X(6)  VALUE SPACES.
             05  WS-LOSS-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-LOSS-EVENT-DATE    PIC X(10) VALUE SPACES.
             05  WS-LOSS-GROSS         PIC 9(10)V99 VALUE 0.
             05  WS-LOSS-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-LOSS-OPERATOR      PIC X(20) VALUE SPACES.
             05  WS-LOSS-EVENT-ID      PIC 9(9)  VALUE 0.
         01  WS-LOSS-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOSSSCAN".
             05  WS-LOG-ACTION         PIC X(20) VALUE "LOSS-SCAN".
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
               PERFORM COLLECT-LOSS-EVENTS
               PERFORM RECOVER-ATM-EVENTS
               PERFORM LOG-SCAN-SUMMARY
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

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
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na conexao -
      *    e a data de registro que o LOSSOPEN grava.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         COLLECT-LOSS-EVENTS.
      *    Uma linha por perda ainda fora do registro, das quatro
      *    origens de uma vez; a classificacao padrao de cada origem
      *    sai daqui e o analista reclassifica na LOSS-DESK.
            EXEC SQL
               DECLARE LOSS-CAND-CUR CURSOR FOR
               SELECT src, ref, etype, bline, branch, account,
                      edate, gross, detail
               FROM (
                  SELECT 'TILL' AS src,
                         t.session_id::text || '/' ||
                            TO_CHAR(t.business_date, 'YYYY-MM-DD')
                            AS ref,
                         'EXECUCAO' AS etype, 'VAREJO' AS bline,
                         COALESCE(o.branch, '') AS branch,
                         0 AS account,
                         TO_CHAR(t.business_date, 'YYYY-MM-DD')
                            AS edate,
                         -t.difference AS gross,
                         'falta de caixa operador ' ||
                            TRIM(t.operator_user) || ' motivo ' ||
                            COALESCE(t.reason_code, '-') AS detail
                  FROM till_overshort t
                  LEFT JOIN operators o
                         ON o.login = t.operator_user
                  WHERE t.difference < 0
                  UNION ALL
                  SELECT 'ATM', s.id::text,
                         'FRAUDE-EXT', 'PAGAMENTOS', '',
                         COALESCE(s.account_hint, 0),
                         TO_CHAR(s.opened_date, 'YYYY-MM-DD'),
                         s.amount,
                         SUBSTR(COALESCE(s.detail, ''), 1, 80)
                  FROM suspense_items s
                  WHERE s.source = 'ATM-RECON'
                    AND s.direction = 'D'
                  UNION ALL
                  SELECT 'DISPUTE', c.id::text,
                         'FRAUDE-EXT', 'VAREJO', '', c.account,
                         TO_CHAR(COALESCE((SELECT MAX(a.action_date)
                            FROM dispute_actions a
                            WHERE a.case_id = c.id),
                            c.opened_date), 'YYYY-MM-DD'),
                         c.amount,
                         'credito de disputa sem chargeback ganho - '
                            || 'transacao ' || TRIM(c.tx_ref)
                  FROM dispute_cases c
                  WHERE c.status = 'RESOLVED'
                    AND EXISTS (SELECT 1 FROM dispute_actions a
                                WHERE a.case_id = c.id
                                  AND a.note LIKE
                                      'credito provisorio%')
                    AND NOT EXISTS (SELECT 1 FROM card_chargebacks b
                                    WHERE b.case_id = c.id
                                      AND b.status = 'WON')
                  UNION ALL
                  SELECT 'DISP-WOFF', c.id::text,
                         'CLIENTES', 'VAREJO', '', c.account,
                         TO_CHAR(COALESCE((SELECT MAX(a.action_date)
                            FROM dispute_actions a
                            WHERE a.case_id = c.id),
                            c.opened_date), 'YYYY-MM-DD'),
                         c.amount,
                         'disputa baixada sem recuperar o credito - '
                            || 'transacao ' || TRIM(c.tx_ref)
                  FROM dispute_cases c
                  WHERE c.status = 'WRITEOFF'
               ) cand
               WHERE gross > 0
                 AND NOT EXISTS (SELECT 1 FROM loss_events e
                                 WHERE e.source = cand.src
                                   AND e.ref = cand.ref)
               ORDER BY src, edate, ref
            END-EXEC

            EXEC SQL
               OPEN LOSS-CAND-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "N" TO WS-CAND-EOF
               MOVE "N" TO WS-SCAN-FAILED
               PERFORM BOOK-ONE-CANDIDATE UNTIL WS-CAND-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-CAND-CUR
               END-EXEC
      *    Tudo ou nada - a rodada seguinte retoma o que ficou.
               IF WS-SCAN-FAILED = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE 0 TO WS-BOOKED-COUNT
                  MOVE 0 TO WS-BOOKED-TOTAL
                  MOVE "S" TO WS-RUN-HALTED
                  DISPLAY "#Coleta de perdas desfeita - ver erro acima"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF

            DISPLAY "#Perdas registradas: " WS-BOOKED-COUNT
               " (caixa " WS-TILL-COUNT ", ATM " WS-ATM-COUNT
               ", disputa " WS-DISP-COUNT ", baixa " WS-WOFF-COUNT
               ")".

         BOOK-ONE-CANDIDATE.
            EXEC SQL
               FETCH LOSS-CAND-CUR
               INTO :WS-CAND-SOURCE, :WS-CAND-REF, :WS-CAND-TYPE,
                    :WS-CAND-LINE, :WS-CAND-BRANCH,
                    :WS-CAND-ACCOUNT, :WS-CAND-DATE,
                    :WS-CAND-GROSS, :WS-CAND-DETAIL
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CAND-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CAND-EOF
               MOVE "S" TO WS-SCAN-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-CAND-SOURCE  TO WS-LOSS-SOURCE
               MOVE WS-CAND-REF     TO WS-LOSS-REF
               MOVE WS-CAND-TYPE    TO WS-LOSS-TYPE
               MOVE WS-CAND-LINE    TO WS-LOSS-LINE
               MOVE WS-CAND-BRANCH  TO WS-LOSS-BRANCH
               MOVE WS-CAND-ACCOUNT TO WS-LOSS-ACCOUNT
               MOVE WS-CAND-DATE    TO WS-LOSS-EVENT-DATE
               MOVE WS-CAND-GROSS   TO WS-LOSS-GROSS
               MOVE WS-CAND-DETAIL  TO WS-LOSS-DETAIL
               MOVE SPACES          TO WS-LOSS-OPERATOR
               CALL "LOSSOPEN" USING WS-LOSS-DATA, WS-LOSS-DISP
               IF WS-LOSS-DISP = "N"
                  MOVE "Y" TO WS-CAND-EOF
                  MOVE "S" TO WS-SCAN-FAILED
               ELSE IF WS-LOSS-DISP = "S"
                  ADD 1 TO WS-BOOKED-COUNT
                  ADD WS-CAND-GROSS TO WS-BOOKED-TOTAL
                  EVALUATE WS-CAND-SOURCE
                     WHEN "TILL"      ADD 1 TO WS-TILL-COUNT
                     WHEN "ATM"       ADD 1 TO WS-ATM-COUNT
                     WHEN "DISPUTE"   ADD 1 TO WS-DISP-COUNT
                     WHEN "DISP-WOFF" ADD 1 TO WS-WOFF-COUNT
                  END-EVALUATE
                  DISPLAY "perda\" WS-LOSS-EVENT-ID "\"
                     WS-CAND-SOURCE "\" WS-CAND-REF "\"
                     WS-CAND-GROSS
               END-IF
               END-IF
            END-IF
            END-IF.

         RECOVER-ATM-EVENTS.
      *    Pendencia de ATM encerrada - cobrada do cliente (CLEARED)
      *    ou devolvida pelo switch (RETURNED) - recupera o saldo da
      *    perda. A linha de recuperacao e o evento no mesmo COMMIT.
            MOVE 0 TO WS-RECOVERED-ROWS
            EXEC SQL
               INSERT INTO loss_recoveries
                  (event_id, amount, note, recovered_by,
                   recovered_at)
               SELECT e.id, e.gross_amount - e.recovered_amount,
                      'pendencia de suspense ' || s.id::text || ' '
                         || TRIM(s.status),
                      'SYSTEM', now()
               FROM loss_events e
               JOIN suspense_items s ON s.id::text = e.ref
               WHERE e.source = 'ATM'
                 AND s.status IN ('CLEARED', 'RETURNED')
                 AND e.recovered_amount < e.gross_amount
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RECOVERED-ROWS
               EXEC SQL
                  UPDATE loss_events e
                  SET recovered_amount = e.gross_amount,
                      net_amount = 0
                  FROM suspense_items s
                  WHERE s.id::text = e.ref
                    AND e.source = 'ATM'
                    AND s.status IN ('CLEARED', 'RETURNED')
                    AND e.recovered_amount < e.gross_amount
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-RECOVERED-ROWS
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF
            DISPLAY "#Perdas de ATM recuperadas: " WS-RECOVERED-ROWS.

         LOG-SCAN-SUMMARY.
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-BOOKED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "perdas " WS-BOOKED-COUNT " caixa " WS-TILL-COUNT
               " atm " WS-ATM-COUNT " disputa " WS-DISP-COUNT
               " baixa " WS-WOFF-COUNT " recuperadas "
               WS-RECOVERED-ROWS
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

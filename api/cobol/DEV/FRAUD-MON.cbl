      *  one key coming from many sessions, and movement outside
      *  business hours. Findings are ranked and written to a review
      *  file for the compliance desk, the same way RPT-OPS already
      *  reports its operational summary, and each one becomes an
      *  OPEN alert in fraud_alerts for the analysts' queue
      *  (FRAUD-DESK) - once per rule/subject/day, so a rerun on the
      *  same day does not duplicate the queue.
      *
      *  fraud_alerts: id, rule (ESTRUTURACAO/SURTO-PIX/FORA-HORARIO),
      *    scan_date, subject (session or PIX key), action,
      *    event_hour, event_count, total_value, account (the
      *    session's most frequent account in audit_journal for that
      *    action; none for a PIX key), detail, status (OPEN/
      *    IN-REVIEW/CLOSED), analyst, taken_at, disposition
      *    (FALSE-POS/CONTACTED/FRAUD), disposition_note,
      *    disposed_at, block_id, coaf_case_id, created_at
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-OPEN-HOUR            PIC 9(2) VALUE 8.
         01  WS-CLOSE-HOUR           PIC 9(2) VALUE 18.

      *    Alerta gravado para a fila de triagem - hora 99 = achado
      *    sem hora propria.
         01  WS-ALR-RULE             PIC X(15) VALUE SPACES.
         01  WS-ALR-SUBJECT          PIC X(50) VALUE SPACES.
         01  WS-ALR-ACTION           PIC X(20) VALUE SPACES.
         01  WS-ALR-HOUR             PIC 9(2)  VALUE 99.
         01  WS-ALR-COUNT            PIC 9(9)  VALUE 0.
         01  WS-ALR-TOTAL            PIC S9(10)V99 VALUE 0.
         01  WS-ALR-DETAIL           PIC X(100) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-REVIEW-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-FINDING-RANK        PIC 9(4)  VALUE 0.
         01  WS-FINDING-COUNT       PIC 9(9)  VALUE 0.
         01  WS-ALERT-NEW           PIC 9(9)  VALUE 0.
         01  WS-ALERT-FAILED        PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
               PERFORM SCAN-OFF-HOURS

               CLOSE REVIEW-FILE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Achados gravados para revisao: "
                  WS-FINDING-COUNT " - alertas novos na fila: "
                  WS-ALERT-NEW

               MOVE "OK" TO WS-LOG-STATUS
               IF WS-ALERT-FAILED > 0
                  MOVE "PARTIAL" TO WS-LOG-STATUS
               END-IF
               MOVE WS-FINDING-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "varredura de fraude: " WS-FINDING-COUNT
                  " achado(s) para revisao, alertas novos "
                  WS-ALERT-NEW " falhas " WS-ALERT-FAILED
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
                  DELIMITED BY SIZE INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE

               MOVE "ESTRUTURACAO"  TO WS-ALR-RULE
               MOVE WS-STR-SESSION  TO WS-ALR-SUBJECT
               MOVE "WITHDRAW"      TO WS-ALR-ACTION
               MOVE 99              TO WS-ALR-HOUR
               MOVE WS-STR-COUNT    TO WS-ALR-COUNT
               MOVE WS-STR-TOTAL    TO WS-ALR-TOTAL
               PERFORM RECORD-ALERT
            END-IF.

         SCAN-PIX-BURSTS.
                  DELIMITED BY SIZE INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE

               MOVE "SURTO-PIX"     TO WS-ALR-RULE
               MOVE WS-PIX-KEY      TO WS-ALR-SUBJECT
               MOVE "PIX"           TO WS-ALR-ACTION
               MOVE 99              TO WS-ALR-HOUR
               MOVE WS-PIX-COUNT    TO WS-ALR-COUNT
               MOVE WS-PIX-TOTAL    TO WS-ALR-TOTAL
               PERFORM RECORD-ALERT
            END-IF.

         SCAN-OFF-HOURS.
                  DELIMITED BY SIZE INTO REVIEW-LINE
               END-STRING
               WRITE REVIEW-LINE

               MOVE "FORA-HORARIO"  TO WS-ALR-RULE
               MOVE WS-OFF-SESSION  TO WS-ALR-SUBJECT
               MOVE WS-OFF-ACTION   TO WS-ALR-ACTION
               MOVE WS-OFF-HOUR     TO WS-ALR-HOUR
               MOVE 0               TO WS-ALR-COUNT
               MOVE WS-OFF-VALUE    TO WS-ALR-TOTAL
               PERFORM RECORD-ALERT
            END-IF.

         RECORD-ALERT.
      *    Achado vira alerta OPEN na fila do FRAUD-DESK, com a conta
      *    mais movimentada pela sessao naquela acao no diario do dia
      *    (deposito pela perna de credito). Chave PIX nao tem conta
      *    nossa. Falha num alerta nao para a varredura - conta e vai
      *    para o resumo.
            MOVE REVIEW-LINE(6:100) TO WS-ALR-DETAIL
            EXEC SQL
               INSERT INTO fraud_alerts
                  (rule, scan_date, subject, action, event_hour,
                   event_count, total_value, account, detail, status,
                   created_at)
               SELECT TRIM(:WS-ALR-RULE), CURRENT_DATE,
                      TRIM(:WS-ALR-SUBJECT), TRIM(:WS-ALR-ACTION),
                      NULLIF(:WS-ALR-HOUR, 99), :WS-ALR-COUNT,
                      :WS-ALR-TOTAL,
                      CASE WHEN TRIM(:WS-ALR-RULE) = 'SURTO-PIX'
                           THEN NULL
                           ELSE (SELECT CASE WHEN j.action = 'DEPOSIT'
                                        THEN j.credit_account
                                        ELSE j.debit_account END
                                 FROM audit_journal j
                                 WHERE TRIM(j.session_id) =
                                       TRIM(:WS-ALR-SUBJECT)
                                   AND j.action =
                                       TRIM(:WS-ALR-ACTION)
                                   AND j.created_at::date =
                                       CURRENT_DATE
                                 GROUP BY 1
                                 ORDER BY COUNT(*) DESC
                                 LIMIT 1) END,
                      TRIM(:WS-ALR-DETAIL), 'OPEN', now()
               WHERE NOT EXISTS
                     (SELECT 1 FROM fraud_alerts a
                      WHERE a.rule = TRIM(:WS-ALR-RULE)
                        AND a.scan_date = CURRENT_DATE
                        AND a.subject = TRIM(:WS-ALR-SUBJECT)
                        AND a.action = TRIM(:WS-ALR-ACTION)
                        AND COALESCE(a.event_hour, 99) =
                            :WS-ALR-HOUR)
            END-EXEC

            IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WS-ALERT-NEW
            ELSE IF SQLCODE NOT = 100
               ADD 1 TO WS-ALERT-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            END-IF.

         FIM-PROGRAMA.

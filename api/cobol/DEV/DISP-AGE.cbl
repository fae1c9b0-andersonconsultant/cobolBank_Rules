      *  regulatory deadline (overdue first), so the desk works the
      *  cases about to blow their deadline instead of discovering them
      *  in the paper folder after the fact.
      *  Card chargebacks against the acquirer have deadlines of their
      *  own and follow in a second section: a PENDING chargeback by
      *  the deadline to send it (CB-OUT), a SENT one by the deadline
      *  for the acquirer's answer (CB-RESULT).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-CASE-DEADLINE        PIC X(10) VALUE SPACES.
         01  WS-DAYS-LEFT            PIC S9(5) VALUE 0.

      *    Chargeback em aberto junto ao adquirente.
         01  WS-CB-ID                PIC 9(9)  VALUE 0.
         01  WS-CB-STATUS            PIC X(12) VALUE SPACES.
         01  WS-CB-REASON            PIC X(4)  VALUE SPACES.
         01  WS-CB-DEADLINE          PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-CASE-COUNT          PIC 9(6)  VALUE 0.
         01  WS-OVERDUE-COUNT       PIC 9(6)  VALUE 0.
         01  WS-CB-EOF              PIC X(1)  VALUE "N".
         01  WS-CB-COUNT            PIC 9(6)  VALUE 0.
         01  WS-CB-OVERDUE-COUNT    PIC 9(6)  VALUE 0.

         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
                  DELIMITED BY SIZE INTO AGE-REPORT-LINE
               END-STRING
               WRITE AGE-REPORT-LINE

               PERFORM WRITE-CHARGEBACK-AGING
               CLOSE AGE-REPORT

               DISPLAY "#Casos abertos=" WS-CASE-COUNT
                  " vencidos=" WS-OVERDUE-COUNT
               DISPLAY "#Chargebacks em aberto=" WS-CB-COUNT
                  " vencidos=" WS-CB-OVERDUE-COUNT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-CASE-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "disputas abertas=" WS-CASE-COUNT
                  " vencidas=" WS-OVERDUE-COUNT
                  " chargebacks=" WS-CB-COUNT
                  " vencidos=" WS-CB-OVERDUE-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               WRITE AGE-REPORT-LINE
            END-IF.

         WRITE-CHARGEBACK-AGING.
      *    Prazo que corre em cada chargeback: envio ao adquirente
      *    enquanto PENDING, resposta dele depois de SENT.
            MOVE SPACES TO AGE-REPORT-LINE
            WRITE AGE-REPORT-LINE
            MOVE "CHARGEBACKS POR DISTANCIA DO PRAZO" TO AGE-REPORT-LINE
            WRITE AGE-REPORT-LINE

            EXEC SQL
               DECLARE CB-AGE-CUR CURSOR FOR
               SELECT id, case_id, amount, status, reason_code,
                      TO_CHAR(CASE WHEN status = 'PENDING'
                                   THEN send_deadline
                                   ELSE response_deadline END,
                              'YYYY-MM-DD'),
                      CASE WHEN status = 'PENDING'
                           THEN send_deadline
                           ELSE response_deadline END
                      - CURRENT_DATE
               FROM card_chargebacks
               WHERE status IN ('PENDING', 'SENT')
               ORDER BY 7, id
            END-EXEC

            EXEC SQL
               OPEN CB-AGE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-CB-EOF
               PERFORM WRITE-ONE-CHARGEBACK UNTIL WS-CB-EOF = "Y"
               EXEC SQL
                  CLOSE CB-AGE-CUR
               END-EXEC
            END-IF

            MOVE SPACES TO AGE-REPORT-LINE
            STRING "TOTAIS: chargebacks=" WS-CB-COUNT
               " vencidos=" WS-CB-OVERDUE-COUNT
               DELIMITED BY SIZE INTO AGE-REPORT-LINE
            END-STRING
            WRITE AGE-REPORT-LINE.

         WRITE-ONE-CHARGEBACK.
            EXEC SQL
               FETCH CB-AGE-CUR
               INTO :WS-CB-ID, :WS-CASE-ID, :WS-CASE-AMOUNT,
                    :WS-CB-STATUS, :WS-CB-REASON, :WS-CB-DEADLINE,
                    :WS-DAYS-LEFT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CB-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CB-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-CB-COUNT
               MOVE SPACES TO AGE-REPORT-LINE
               IF WS-DAYS-LEFT < 0
                  ADD 1 TO WS-CB-OVERDUE-COUNT
                  STRING "VENCIDO chargeback " WS-CB-ID
                     " caso " WS-CASE-ID
                     " valor " WS-CASE-AMOUNT
                     " " WS-CB-STATUS " motivo " WS-CB-REASON
                     " prazo " WS-CB-DEADLINE
                     DELIMITED BY SIZE INTO AGE-REPORT-LINE
                  END-STRING
               ELSE
                  STRING "faltam " WS-DAYS-LEFT " dia(s) chargeback "
                     WS-CB-ID " caso " WS-CASE-ID
                     " valor " WS-CASE-AMOUNT
                     " " WS-CB-STATUS " motivo " WS-CB-REASON
                     DELIMITED BY SIZE INTO AGE-REPORT-LINE
                  END-STRING
               END-IF
               WRITE AGE-REPORT-LINE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

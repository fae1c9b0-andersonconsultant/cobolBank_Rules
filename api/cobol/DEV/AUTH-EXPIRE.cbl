      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly expiry of card authorization holds - an authorization
      *  the switch approved (AUTH-INGEST) that no acquirer file has
      *  settled by its expires_on date (business date of the
      *  authorization + AUTH_HOLD_DAYS) stops retaining the money:
      *  the hold turns EXPIRED and the amount is available again on
      *  the checking account or the card limit. Each expired hold is
      *  listed (card masked) so the card desk can chase a late
      *  presentment; a settlement that still arrives later posts
      *  normally in POS-INGEST, with no hold to consume. Each hold
      *  commits on its own - a rerun only picks up what is left.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 AUTH-EXPIRE.
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
         01  REPORT-LINE             PIC X(120).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Retencao vencida em tratamento.
         01  WS-HOLD-ID              PIC 9(9)  VALUE 0.
         01  WS-HOLD-CARD            PIC X(16) VALUE SPACES.
         01  WS-HOLD-AUTH-CODE       PIC X(6)  VALUE SPACES.
         01  WS-HOLD-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-HOLD-CA-ID           PIC 9(9)  VALUE 0.
         01  WS-HOLD-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-HOLD-AUTH-DATE       PIC X(10) VALUE SPACES.
         01  WS-HOLD-MERCHANT        PIC X(30) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-AMOUNT-EDIT          PIC -(12)9,99.
         01  WS-CARD-MASKED          PIC X(16) VALUE SPACES.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-HOLD-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-EXPIRED-COUNT       PIC 9(9)  VALUE 0.
         01  WS-EXPIRED-TOTAL       PIC 9(13)V99 VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "AUTHEXPIRE".
             05  WS-LOG-ACTION         PIC X(20) VALUE "AUTH-EXPIRE".
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
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "AUTH_EXPIRE_REPORT"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/auth_expire.txt" TO WS-REPORT-PATH
            END-IF

            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "AUTORIZACOES DE CARTAO VENCIDAS - MOVIMENTO "
                  WS-BUS-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM EXPIRE-STALE-HOLDS
               CLOSE REPORT-FILE
               PERFORM LOG-RUN-SUMMARY
               PERFORM FIM-PROGRAMA
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
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         EXPIRE-STALE-HOLDS.
      *    Retencoes ainda ativas cujo prazo ja passou na data do
      *    movimento.
            EXEC SQL
               DECLARE AUTH-EXP-CUR CURSOR FOR
               SELECT id, card_number, auth_code,
                      COALESCE(account, 0),
                      COALESCE(card_account_id, 0), amount,
                      TO_CHAR(business_date, 'YYYY-MM-DD'),
                      COALESCE(merchant, ' ')
               FROM card_auth_holds
               WHERE status = 'ACTIVE'
                 AND expires_on < :WS-BUS-DATE::date
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN AUTH-EXP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-HOLD-EOF
               PERFORM EXPIRE-ONE-HOLD UNTIL WS-HOLD-EOF = "Y"
               EXEC SQL
                  CLOSE AUTH-EXP-CUR
               END-EXEC
               DISPLAY "#Autorizacoes vencidas: " WS-EXPIRED-COUNT
                  " valor " WS-EXPIRED-TOTAL
               DISPLAY "#Falhas: " WS-FAILED-COUNT
            END-IF.

         EXPIRE-ONE-HOLD.
            EXEC SQL
               FETCH AUTH-EXP-CUR
               INTO :WS-HOLD-ID, :WS-HOLD-CARD, :WS-HOLD-AUTH-CODE,
                    :WS-HOLD-ACCOUNT, :WS-HOLD-CA-ID,
                    :WS-HOLD-AMOUNT, :WS-HOLD-AUTH-DATE,
                    :WS-HOLD-MERCHANT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-HOLD-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-HOLD-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Liquidada ou desfeita enquanto o cursor andava - o status
      *    no WHERE garante que so a ainda ativa vence.
               EXEC SQL
                  UPDATE card_auth_holds
                  SET status = 'EXPIRED',
                      closed_date = :WS-BUS-DATE::date
                  WHERE id = :WS-HOLD-ID
                    AND status = 'ACTIVE'
               END-EXEC

               IF SQLCODE = 100
                  CONTINUE
               ELSE IF SQLCODE NOT = ZERO
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
                  ADD 1 TO WS-EXPIRED-COUNT
                  ADD WS-HOLD-AMOUNT TO WS-EXPIRED-TOTAL
                  PERFORM REPORT-EXPIRED-HOLD
               END-IF
               END-IF
            END-IF
            END-IF.

         REPORT-EXPIRED-HOLD.
            MOVE SPACES TO WS-CARD-MASKED
            MOVE WS-HOLD-CARD(1:4)  TO WS-CARD-MASKED(1:4)
            MOVE "********"         TO WS-CARD-MASKED(5:8)
            MOVE WS-HOLD-CARD(13:4) TO WS-CARD-MASKED(13:4)
            MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-EDIT

            MOVE SPACES TO REPORT-LINE
            IF WS-HOLD-CA-ID > 0
               STRING "VENCIDA " WS-CARD-MASKED " aut "
                  WS-HOLD-AUTH-CODE " de " WS-HOLD-AUTH-DATE
                  " conta-cartao " WS-HOLD-CA-ID " " WS-AMOUNT-EDIT
                  " " WS-HOLD-MERCHANT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            ELSE
               STRING "VENCIDA " WS-CARD-MASKED " aut "
                  WS-HOLD-AUTH-CODE " de " WS-HOLD-AUTH-DATE
                  " conta " WS-HOLD-ACCOUNT " " WS-AMOUNT-EDIT
                  " " WS-HOLD-MERCHANT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            END-IF
            WRITE REPORT-LINE.

         LOG-RUN-SUMMARY.
            IF WS-FAILED-COUNT > 0
               MOVE "ERROR" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE "OK" TO WS-LOG-STATUS
            END-IF
            MOVE WS-EXPIRED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "autorizacoes vencidas=" WS-EXPIRED-COUNT
               " falhas=" WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
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

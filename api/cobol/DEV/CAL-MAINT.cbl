         01  WS-HOL-DESCR            PIC X(40) VALUE SPACES.
         01  WS-HOL-EXISTS           PIC 9(5)  VALUE 0.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-HOLIDAY-PATH        PIC X(100) VALUE SPACES.
         01  WS-HOLIDAY-STATUS      PIC X(2)  VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CAL-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CALMAINT".
            ELSE IF WS-HOL-EXISTS > 0
               ADD 1 TO WS-SKIPPED-COUNT
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO business_calendar
                     (holiday_date, descr)
                  VALUES (:WS-HOL-DATE::date, :WS-HOL-DESCR)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  MOVE "business_calendar" TO WS-CHG-TABLE
                  MOVE WS-HOL-DATE TO WS-CHG-KEY
                  MOVE 0 TO WS-CHG-ACCOUNT
                  MOVE SPACES TO WS-CHG-CUST-DOC
                  MOVE SPACES TO WS-CHG-IMAGE
                  EXEC SQL
                     SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
                     FROM business_calendar t
                     WHERE holiday_date = :WS-HOL-DATE::date
                  END-EXEC
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
               END-IF
            END-IF.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK. Carga em lote - quem assina e
      *    o usuario de banco da rotina.
            MOVE USERNAME TO WS-CHG-OPERATOR
            MOVE SPACES TO WS-CHG-SESSION
            CALL "CHGAUDIT" USING WS-CHG-DATA, WS-CHG-BEFORE,
               WS-CHG-AFTER, WS-CHG-DISP
            IF WS-CHG-DISP = "S"
               MOVE 0 TO SQLCODE
               MOVE WS-CHG-ROWS TO SQLERRD(3)
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na trilha de alteracoes" TO SQLERRMC
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

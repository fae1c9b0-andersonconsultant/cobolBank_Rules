
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-FND-EOF             PIC X(1)  VALUE "N".
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
               EXEC SQL
                  SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                  INTO :WS-TODAY
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

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

      *  idle at close of business (same heartbeat-age test REAP-SESS
      *  uses, so a session still active when the job runs survives)
      *  and leaves a one-line count in log_cobol, the same way
      *  REAP-SESS reports what it removed. Then rolls the official
      *  business date (data do movimento) to the next business day
      *  through DATESRV - anything keyed from here on is stamped with
      *  tomorrow's movement, not with the day just closed.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Virada da data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.
         01  WS-CLOSED-DATE         PIC X(10) VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "EODCLOSE".
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM CLOSE-OPEN-SESSIONS
               PERFORM ROLL-BUSINESS-DATE
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         ROLL-BUSINESS-DATE.
      *    Virada da data do movimento - feriado e fim de semana sao
      *    pulados pelo calendario do DATESRV. Falha na virada deixa a
      *    data como estava e sai em log para o operador da noite.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-CLOSED-DATE

            MOVE "ROLLBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-OUT
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

            MOVE "EOD-ROLLOVER" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            IF WS-DS-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Data do movimento: " WS-CLOSED-DATE
                  " fechada, aberta " WS-DS-OUT
               MOVE "OK" TO WS-LOG-STATUS
               STRING "movimento " WS-CLOSED-DATE " fechado, "
                  "aberto " WS-DS-OUT DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
               END-STRING
            ELSE
               DISPLAY "#Falha na virada da data do movimento - "
                  "segue " WS-CLOSED-DATE
               MOVE "FAILED" TO WS-LOG-STATUS
               STRING "virada da data do movimento falhou - segue "
                  WS-CLOSED-DATE DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
               END-STRING
            END-IF
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

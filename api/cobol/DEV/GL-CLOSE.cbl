      *  last day, and marks the period CLOSED in gl_periods - from
      *  then on GL-POST and JRNL-WRITE refuse any entry dated inside
      *  it. REOPEN exists for the audit-adjustment case only: it
      *  demands a registered SUPERVISOR/ADMIN (OPERAUTH, as in the
      *  Enginev3 overrides) and is itself journaled, so a reopened
      *  January is a documented event, not a silent edit.
      *
      *  Income accounts are the 3xxxxx range and expense the 4xxxxx
      *  range of the internal chart; retained earnings come from the
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Liberacao de supervisor para a reabertura - conferida no
      *    cadastro de operadores (OPERAUTH), como na Enginev3.
         01  WS-SUP-USER            PIC X(20) VALUE SPACES.
         01  WS-SUP-PASSWD          PIC X(20) VALUE SPACES.
         01  WS-SUP-OK              PIC X(1)  VALUE "N".
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Diario de auditoria - fechamento e reabertura sao eventos
      *    contabeis, as duas pernas com a sentinela externa.

         REOPEN-PERIOD.
      *    Reabertura e evento de auditoria, nao edicao silenciosa:
      *    exige o aval de um supervisor do cadastro e vai ao diario
      *    com a acao propria.
            PERFORM GET-PERIOD-ARG

            DISPLAY "#Usuario supervisor: " NO ADVANCING
            ACCEPT WS-SUP-USER
            DISPLAY "#Senha supervisor: " NO ADVANCING
            ACCEPT WS-SUP-PASSWD
            PERFORM VERIFY-SUPERVISOR

            IF WS-SUP-OK NOT = "S"
               DISPLAY "0\GL-REOPEN"
               DISPLAY "#Credenciais de supervisor invalidas"

               MOVE "GL-REOPEN" TO WS-LOG-ACTION
               MOVE "DENIED"    TO WS-LOG-STATUS
               MOVE 0           TO WS-LOG-VALUE
               MOVE SPACES      TO WS-LOG-MESSAGE
               STRING "reabertura de " WS-CLS-PERIOD
                  " negada a " WS-SUP-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               EXEC SQL
                  UPDATE gl_periods
                  SET status = 'OPEN'
                  WHERE period = :WS-CLS-PERIOD
                    AND status = 'CLOSED'
               END-EXEC

               IF SQLCODE = 100
                  DISPLAY "0\GL-REOPEN"
                  DISPLAY "#Periodo nao esta fechado"
               ELSE IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "GL-REOPEN"  TO WS-JR-ACTION
                  MOVE 9999999999   TO WS-JR-DEBIT-ACCT
                  MOVE 9999999999   TO WS-JR-CREDIT-ACCT
                  MOVE 0            TO WS-JR-AMOUNT
                  MOVE WS-CLS-PERIOD TO WS-JR-REF
                  CALL "JRNLWRITE" USING WS-JRNL-DATA,
                     WS-JRNL-DISP
                  IF WS-JRNL-DISP NOT = "S"
                     EXEC SQL
                        ROLLBACK
                     END-EXEC
                     DISPLAY "0\GL-REOPEN"
                     DISPLAY "#Falha no diario de auditoria - "
                        "reabertura desfeita"
                  ELSE
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     DISPLAY "1\GL-REOPEN\" WS-CLS-PERIOD
                     DISPLAY "#Periodo reaberto pelo supervisor"

                     MOVE "GL-REOPEN" TO WS-LOG-ACTION
                     MOVE "OK"        TO WS-LOG-STATUS
                     MOVE 0           TO WS-LOG-VALUE
                     MOVE SPACES      TO WS-LOG-MESSAGE
                     STRING "periodo " WS-CLS-PERIOD
                        " reaberto por " WS-SUP-USER
                        DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                     END-STRING
                     CALL "LOGINSERT" USING WS-LOG-DATA
                  END-IF
               END-IF
            END-IF.

         VERIFY-SUPERVISOR.
      *    Aval de supervisor - WS-SUP-USER e WS-SUP-PASSWD ja
      *    digitados. Vale o cadastro de operadores (OPERAUTH SUPERV:
      *    papel SUPERVISOR/ADMIN, ativo, senha certa), como nas
      *    liberacoes da Enginev3.
            MOVE "N" TO WS-SUP-OK
            INSPECT WS-SUP-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            IF WS-SUP-USER NOT = SPACES
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-SUP-USER,
                  WS-SUP-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
               IF WS-AUTH-DISP = "S"
                  MOVE "S" TO WS-SUP-OK
               END-IF
            END-IF
            MOVE SPACES TO WS-SUP-PASSWD.

         LIST-PERIODS.
            EXEC SQL
               DECLARE GLP-LIST-CUR CURSOR FOR

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Subledger reconciliation desk - accounting reads here what
      *  SUBL-RECON found for a business date and records the
      *  explanation of a known difference (a posting that crosses the
      *  date, a manual GL adjustment on its way) so the next run of
      *  the reconciliation takes it off and stops failing the chain on
      *  it. LIST shows the products of a date, EXPLAIN records an
      *  amount with its note for date and product, NOTES lists what
      *  was recorded. An explanation is signed by the operator and
      *  goes through the change trail (CHGAUDIT); READONLY operators
      *  are refused, as in the other desks.
      *
      *  subledger_recon_notes: id, business_date, product, amount
      *  (signed like the difference, subledger less GL), note,
      *  noted_by, noted_at.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SUBL-MAINT.
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

         01  WS-RECON-DATE           PIC X(10) VALUE SPACES.
         01  WS-PROD-CODE            PIC X(8)  VALUE SPACES.
         01  WS-PROD-GL              PIC 9(6)  VALUE 0.
         01  WS-SUB-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-GL-BALANCE           PIC S9(13)V99 VALUE 0.
         01  WS-DIFFERENCE           PIC S9(13)V99 VALUE 0.
         01  WS-EXPLAINED            PIC S9(13)V99 VALUE 0.
         01  WS-PROD-STATUS          PIC X(10) VALUE SPACES.
         01  WS-NOTE-ID              PIC 9(9)  VALUE 0.
         01  WS-NOTE-AMOUNT          PIC S9(13)V99 VALUE 0.
         01  WS-NOTE-TEXT            PIC X(100) VALUE SPACES.
         01  WS-NOTE-BY              PIC X(20) VALUE SPACES.
         01  WS-NOTE-AT              PIC X(19) VALUE SPACES.
         01  WS-RESULT-COUNT         PIC 9(5)  VALUE 0.

         01  WS-CONN-PID             PIC 9(5) VALUE 0.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina as justificativas feitas aqui.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".

         01  WS-ED-SUB              PIC -(12)9,99.
         01  WS-ED-GL               PIC -(12)9,99.
         01  WS-ED-DIFF             PIC -(12)9,99.
         01  WS-ED-EXPL             PIC -(12)9,99.
         01  WS-ED-AMOUNT           PIC -(12)9,99.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(49) VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "SUBL-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SUBLMAINT".
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
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         START-SQL.
      *    CONNECT - credenciais do vault, como a Enginev3, ja que este
      *    console tambem fica na mao de operador.
            MOVE "cobolbd"   TO   DBNAME
            CALL "GETCREDS" USING USERNAME, PASSWD

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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM OPERATOR-SIGNON
            END-IF.

         OPERATOR-SIGNON.
      *    Sem operador ativo no cadastro (OPERAUTH) o console nao
      *    abre; papel READONLY tambem nao, ja que aqui se justifica.
            DISPLAY "#Usuario operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-USER
            DISPLAY "#Senha operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-PASSWD
            INSPECT WS-OPERATOR-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE "LOGIN" TO WS-AUTH-FUNC
            CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-OPERATOR-USER,
               WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
               WS-AUTH-DISP
            MOVE SPACES TO WS-OPERATOR-PASSWD
            IF WS-AUTH-DISP = "S" AND WS-AUTH-ROLE = "READONLY"
               MOVE "F" TO WS-AUTH-DISP
            END-IF

            MOVE "LOGIN" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "operador " WS-OPERATOR-USER " disp "
               WS-AUTH-DISP
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            IF WS-AUTH-DISP = "S"
               MOVE "OK" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "1\STATUS\ID:" WS-CONN-PID
               DISPLAY "#Conciliacao subrazao - digite HELP para ajuda"
            ELSE
               MOVE "DENIED" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "0\STATUS"
               DISPLAY "#Operador nao autorizado - console encerrado"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               MOVE "N" TO WS-DB-STARTED
            END-IF.

         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== CONCILIACAO SUBRAZAO X RAZAO ==="
            DISPLAY "LIST    : Resultado da conciliacao de uma data"
            DISPLAY "EXPLAIN : Justifica diferenca de um produto"
            DISPLAY "NOTES   : Justificativas registradas na data"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "====================================="
            DISPLAY SPACE.

         WAIT-CMD.
            DISPLAY "#Digite o comando: - Digite HELP para ajuda"
            ACCEPT WS-CMD-LINE
            MOVE SPACES TO WS-CMD-ARGS
            UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-CMD, WS-CMD-ARGS
            INSPECT WS-CMD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-RESULTS
               WHEN "EXPLAIN"  PERFORM EXPLAIN-DIFFERENCE
               WHEN "NOTES"    PERFORM LIST-NOTES
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         RESOLVE-DATE.
      *    Data informada no comando; sem ela, o movimento em vigor.
            IF WS-CMD-ARGS = SPACES
               MOVE "CURRBD" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN,
                  WS-DS-OUT, WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-OUT TO WS-RECON-DATE
            ELSE
               MOVE WS-CMD-ARGS TO WS-RECON-DATE
            END-IF.

         LIST-RESULTS.
            PERFORM RESOLVE-DATE
            MOVE 0 TO WS-RESULT-COUNT
            EXEC SQL
               DECLARE SUBL-RES-CUR CURSOR FOR
               SELECT product, gl_code, subledger_balance, gl_balance,
                      difference, explained_amount, status
               FROM subledger_recon
               WHERE business_date = :WS-RECON-DATE::date
               ORDER BY product
            END-EXEC

            EXEC SQL
               OPEN SUBL-RES-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\SUBL-LIST\" WS-RECON-DATE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-RESULT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SUBL-RES-CUR
               END-EXEC
               IF WS-RESULT-COUNT = 0
                  DISPLAY "#Conciliacao de " WS-RECON-DATE
                     " ainda nao rodou"
               END-IF
            END-IF.

         FETCH-RESULT-ROW.
            EXEC SQL
               FETCH SUBL-RES-CUR
               INTO :WS-PROD-CODE, :WS-PROD-GL, :WS-SUB-BALANCE,
                    :WS-GL-BALANCE, :WS-DIFFERENCE, :WS-EXPLAINED,
                    :WS-PROD-STATUS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-SUB-BALANCE TO WS-ED-SUB
               MOVE WS-GL-BALANCE TO WS-ED-GL
               MOVE WS-DIFFERENCE TO WS-ED-DIFF
               MOVE WS-EXPLAINED TO WS-ED-EXPL
               DISPLAY "subl\" WS-PROD-CODE "\" WS-PROD-GL "\"
                  WS-ED-SUB "\" WS-ED-GL "\" WS-ED-DIFF "\"
                  WS-ED-EXPL "\" WS-PROD-STATUS
            END-IF.

         EXPLAIN-DIFFERENCE.
            PERFORM RESOLVE-DATE
            DISPLAY "#Produto (LOAN/CDB/SAVINGS/CARD/LIEN/CHQHOLD/"
               "SUSPENSE): " NO ADVANCING
            ACCEPT WS-PROD-CODE
            INSPECT WS-PROD-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Valor justificado (subrazao - razao): "
               NO ADVANCING
            MOVE 0 TO WS-NOTE-AMOUNT
            ACCEPT WS-NOTE-AMOUNT
            DISPLAY "#Justificativa: " NO ADVANCING
            ACCEPT WS-NOTE-TEXT

            IF WS-PROD-CODE NOT = "LOAN" AND NOT = "CDB"
                  AND NOT = "SAVINGS" AND NOT = "CARD"
                  AND NOT = "LIEN" AND NOT = "CHQHOLD"
                  AND NOT = "SUSPENSE"
               DISPLAY "0\SUBL-EXPLAIN"
               DISPLAY "#Produto desconhecido: " WS-PROD-CODE
            ELSE IF WS-NOTE-AMOUNT = 0 OR WS-NOTE-TEXT = SPACES
               DISPLAY "0\SUBL-EXPLAIN"
               DISPLAY "#Valor e justificativa sao obrigatorios"
            ELSE
               MOVE WS-OPERATOR-USER TO WS-NOTE-BY
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO subledger_recon_notes
                     (business_date, product, amount, note, noted_by,
                      noted_at)
                  VALUES (:WS-RECON-DATE::date, :WS-PROD-CODE,
                          :WS-NOTE-AMOUNT, :WS-NOTE-TEXT, :WS-NOTE-BY,
                          now())
                  RETURNING id INTO :WS-NOTE-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-NOTE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
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
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  MOVE WS-NOTE-AMOUNT TO WS-ED-AMOUNT
                  DISPLAY "1\SUBL-EXPLAIN\" WS-NOTE-ID
                  DISPLAY "#" WS-PROD-CODE " " WS-RECON-DATE
                     " justificado " WS-ED-AMOUNT
                     " - vale na proxima conciliacao da data"

                  MOVE "SUBL-EXPLAIN" TO WS-LOG-ACTION
                  MOVE "OK"           TO WS-LOG-STATUS
                  MOVE WS-NOTE-AMOUNT TO WS-LOG-VALUE
                  MOVE SPACES         TO WS-LOG-MESSAGE
                  STRING WS-PROD-CODE " " WS-RECON-DATE ": "
                     WS-NOTE-TEXT
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF.

         READ-NOTE-IMAGE.
      *    Imagem da justificativa para a trilha de alteracoes.
            MOVE "subledger_recon_notes" TO WS-CHG-TABLE
            MOVE WS-NOTE-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM subledger_recon_notes t
               WHERE id = :WS-NOTE-ID
            END-EXEC.

         LIST-NOTES.
            PERFORM RESOLVE-DATE
            MOVE 0 TO WS-RESULT-COUNT
            EXEC SQL
               DECLARE SUBL-NOTE-CUR CURSOR FOR
               SELECT id, product, amount, note, noted_by,
                      TO_CHAR(noted_at, 'YYYY-MM-DD HH24:MI:SS')
               FROM subledger_recon_notes
               WHERE business_date = :WS-RECON-DATE::date
               ORDER BY product, id
            END-EXEC

            EXEC SQL
               OPEN SUBL-NOTE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\SUBL-NOTES\" WS-RECON-DATE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-NOTE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SUBL-NOTE-CUR
               END-EXEC
               IF WS-RESULT-COUNT = 0
                  DISPLAY "#Nenhuma justificativa em " WS-RECON-DATE
               END-IF
            END-IF.

         FETCH-NOTE-ROW.
            EXEC SQL
               FETCH SUBL-NOTE-CUR
               INTO :WS-NOTE-ID, :WS-PROD-CODE, :WS-NOTE-AMOUNT,
                    :WS-NOTE-TEXT, :WS-NOTE-BY, :WS-NOTE-AT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-RESULT-COUNT
               MOVE WS-NOTE-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "nota\" WS-NOTE-ID "\" WS-PROD-CODE "\"
                  WS-ED-AMOUNT "\" WS-NOTE-BY "\" WS-NOTE-AT "\"
                  WS-NOTE-TEXT
            END-IF.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK.
            MOVE WS-OPERATOR-USER TO WS-CHG-OPERATOR
            MOVE WS-CONN-PID TO WS-CHG-SESSION
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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

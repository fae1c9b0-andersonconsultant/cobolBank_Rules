         01  WS-BOL-BARCODE          PIC X(33) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina as alteracoes feitas aqui.
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

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "BOLETO-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "BOLMAINT".
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM OPERATOR-SIGNON
            END-IF.

         OPERATOR-SIGNON.
      *    Sem operador ativo no cadastro (OPERAUTH) o console nao
      *    abre; papel READONLY tambem nao, ja que aqui tudo altera.
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
               DISPLAY "#Emissao de boletos - digite HELP para ajuda"
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
               DISPLAY "0\BOLETO"
               DISPLAY "#Nome do pagador e obrigatorio"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO boletos
                     (account, payer, amount, due_date, status)
                     SET barcode = :WS-BOL-BARCODE
                     WHERE id = :WS-BOL-ID
                  END-EXEC
      *           Emissao e linha digitavel entram na trilha como uma
      *           inclusao so, com a linha ja completa.
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-BOLETO-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
               END-IF
            END-IF.

         READ-BOLETO-IMAGE.
      *    Imagem do boleto para a trilha de alteracoes.
            MOVE "boletos" TO WS-CHG-TABLE
            MOVE WS-BOL-ID TO WS-CHG-KEY
            MOVE WS-BOL-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM boletos t
               WHERE id = :WS-BOL-ID
            END-EXEC.

         BUILD-BARCODE-LINE.
      *    Linha digitavel: banco + numero + vencimento + valor, com o
      *    digito verificador mod-11 (pesos 2..9 do menos ao mais
                  WS-BOL-AMOUNT "\" WS-BOL-DUE-DATE "\" WS-BOL-STATUS
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

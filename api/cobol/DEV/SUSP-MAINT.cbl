      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Suspense desk - the back office works here the items every
      *  reconciliation job (SETTLE-RET, TED-RET, BOLETO-RET,
      *  ATM-RECON, PIX-IN, DD-COLLECT) could not match or identify,
      *  opened by them in suspense_items through SUSPOPEN instead of
      *  a line on an exceptions file. An item is assigned to an
      *  operator, annotated (suspense_notes keeps every note and
      *  every action with who and when) and finally cleared or
      *  returned:
      *    CLEAR  posts the money to the right customer - received
      *           money ("C") goes from the suspense account to the
      *           customer, money paid out ("D") is charged from the
      *           customer back to suspense;
      *    RETURN sends it back where it came from - the opposite leg
      *           of the opening, against the clearing account.
      *  Both through the same post_transfer() the engines use, with
      *  the journal line (JRNLWRITE) and the item closed in the same
      *  transaction. Items with nothing moved ("N") close without a
      *  posting. The daily aging of open items comes from SUSP-AGING.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SUSP-MAINT.
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

      *    Pendencia em manutencao.
         01  WS-ITEM-ID              PIC 9(9)  VALUE 0.
         01  WS-ITEM-SOURCE          PIC X(12) VALUE SPACES.
         01  WS-ITEM-REF             PIC X(40) VALUE SPACES.
         01  WS-ITEM-DIRECTION       PIC X(1)  VALUE SPACE.
         01  WS-ITEM-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-ITEM-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-ITEM-DETAIL          PIC X(80) VALUE SPACES.
         01  WS-ITEM-STATUS          PIC X(10) VALUE SPACES.
         01  WS-ITEM-ASSIGNED        PIC X(20) VALUE SPACES.
         01  WS-ITEM-OPENED          PIC X(10) VALUE SPACES.
         01  WS-ITEM-AGE             PIC 9(5)  VALUE 0.

      *    Nota corrente e o historico de notas da pendencia.
         01  WS-ITEM-NOTE            PIC X(80) VALUE SPACES.
         01  WS-NOTE-USER            PIC X(20) VALUE SPACES.
         01  WS-NOTE-STAMP           PIC X(16) VALUE SPACES.

      *    Filtro de origem do LIST e o encerramento da pendencia.
         01  WS-FILTER-SOURCE        PIC X(12) VALUE SPACES.
         01  WS-NEW-STATUS           PIC X(10) VALUE SPACES.
         01  WS-ASSIGN-USER          PIC X(20) VALUE SPACES.
         01  WS-TARGET-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-SUSP-ACCT            PIC 9(10) VALUE 0.
         01  WS-CLEAR-ACCT           PIC 9(10) VALUE 0.
         01  WS-FROM-ACCT            PIC 9(10) VALUE 0.
         01  WS-TO-ACCT              PIC 9(10) VALUE 0.
         01  WS-POST-RESULT          PIC X(20) VALUE SPACES.

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

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-JRNL-DATA.
             05  WS-JR-ACTION          PIC X(20) VALUE SPACES.
             05  WS-JR-DEBIT-ACCT      PIC 9(10) VALUE 0.
             05  WS-JR-CREDIT-ACCT     PIC 9(10) VALUE 0.
             05  WS-JR-AMOUNT          PIC S9(10)V99 VALUE 0.
             05  WS-JR-REF             PIC X(20) VALUE SPACES.
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-ITEM-FOUND          PIC X(1)  VALUE "N".
         01  WS-RESOLVE-OK          PIC X(1)  VALUE "N".
         01  WS-RESOLVE-REASON      PIC X(48) VALUE SPACES.
         01  WS-LIST-COUNT          PIC 9(6)  VALUE 0.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "SUSP-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SUSPENSE".
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
               PERFORM STAMP-BUSINESS-DATE
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               MOVE WS-CONN-PID TO WS-JR-SESSION
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
               DISPLAY "#Mesa de suspense - digite HELP para ajuda"
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
            DISPLAY "=== MESA DE SUSPENSE ==="
            DISPLAY "LIST    : Lista as pendencias abertas [origem]"
            DISPLAY "SHOW    : Mostra a pendencia, idade e notas"
            DISPLAY "ASSIGN  : Atribui a pendencia a um operador"
            DISPLAY "NOTE    : Registra nota na pendencia"
            DISPLAY "CLEAR   : Liquida na conta do cliente certo"
            DISPLAY "RETURN  : Devolve pela compensacao"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "========================"
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

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-ITEMS
               WHEN "SHOW"     PERFORM SHOW-ITEM
               WHEN "ASSIGN"   PERFORM ASSIGN-ITEM
               WHEN "NOTE"     PERFORM NOTE-ITEM
               WHEN "CLEAR"
                  MOVE "CLEARED" TO WS-NEW-STATUS
                  PERFORM RESOLVE-ITEM
               WHEN "RETURN"
                  MOVE "RETURNED" TO WS-NEW-STATUS
                  PERFORM RESOLVE-ITEM
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-ITEM-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id da pendencia: " NO ADVANCING
               ACCEPT WS-ITEM-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-ITEM-ID
            END-IF.

         FETCH-ONE-ITEM.
      *    Idade em dias do movimento, desde a abertura - a mesma data
      *    que o SUSPOPEN carimbou ao abrir.
            MOVE "N" TO WS-ITEM-FOUND
            MOVE 0 TO WS-TARGET-ACCOUNT
            EXEC SQL
               SELECT source, ref, direction, amount,
                      COALESCE(account_hint, 0), COALESCE(detail, ''),
                      status, COALESCE(assigned_to, ''),
                      TO_CHAR(opened_date, 'YYYY-MM-DD'),
                      GREATEST(COALESCE(NULLIF(current_setting(
                         'bank.business_date', true), '')::date,
                         CURRENT_DATE) - opened_date, 0)
               INTO :WS-ITEM-SOURCE, :WS-ITEM-REF,
                    :WS-ITEM-DIRECTION, :WS-ITEM-AMOUNT,
                    :WS-ITEM-ACCOUNT, :WS-ITEM-DETAIL,
                    :WS-ITEM-STATUS, :WS-ITEM-ASSIGNED,
                    :WS-ITEM-OPENED, :WS-ITEM-AGE
               FROM suspense_items
               WHERE id = :WS-ITEM-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\SUSPENSE"
               DISPLAY "#Pendencia " WS-ITEM-ID " nao encontrada"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-ITEM-FOUND
            END-IF
            END-IF.

         SHOW-ITEM.
            PERFORM GET-ITEM-ARG
            PERFORM FETCH-ONE-ITEM
            IF WS-ITEM-FOUND = "S"
               DISPLAY "1\SUSP-SHOW\" WS-ITEM-ID
               DISPLAY "#Origem   : " WS-ITEM-SOURCE
               DISPLAY "#Ref      : " WS-ITEM-REF
               DISPLAY "#Sentido  : " WS-ITEM-DIRECTION
               DISPLAY "#Valor    : " WS-ITEM-AMOUNT
               DISPLAY "#Conta    : " WS-ITEM-ACCOUNT
               DISPLAY "#Detalhe  : " WS-ITEM-DETAIL
               DISPLAY "#Situacao : " WS-ITEM-STATUS
               DISPLAY "#Com      : " WS-ITEM-ASSIGNED
               DISPLAY "#Aberta em: " WS-ITEM-OPENED
                  " (" WS-ITEM-AGE " dia(s))"
               PERFORM LIST-ITEM-NOTES
            END-IF.

         LIST-ITEM-NOTES.
            EXEC SQL
               DECLARE SUSP-NOTE-CUR CURSOR FOR
               SELECT TO_CHAR(noted_at, 'YYYY-MM-DD HH24:MI'),
                      operator_user, note
               FROM suspense_notes
               WHERE item_id = :WS-ITEM-ID
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN SUSP-NOTE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-NOTE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SUSP-NOTE-CUR
               END-EXEC
            END-IF.

         FETCH-NOTE-ROW.
            EXEC SQL
               FETCH SUSP-NOTE-CUR
               INTO :WS-NOTE-STAMP, :WS-NOTE-USER, :WS-ITEM-NOTE
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
               DISPLAY "nota\" WS-NOTE-STAMP "\" WS-NOTE-USER "\"
                  WS-ITEM-NOTE
            END-IF
            END-IF.

         LIST-ITEMS.
      *    Abertas mais antigas primeiro; LIST PIX-IN so as daquela
      *    origem.
            MOVE WS-CMD-ARGS TO WS-FILTER-SOURCE
            INSPECT WS-FILTER-SOURCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE 0 TO WS-LIST-COUNT

            EXEC SQL
               DECLARE SUSP-LIST-CUR CURSOR FOR
               SELECT id, source, ref, direction, amount,
                      COALESCE(assigned_to, ''),
                      TO_CHAR(opened_date, 'YYYY-MM-DD'),
                      GREATEST(COALESCE(NULLIF(current_setting(
                         'bank.business_date', true), '')::date,
                         CURRENT_DATE) - opened_date, 0)
               FROM suspense_items
               WHERE status = 'OPEN'
                 AND (TRIM(:WS-FILTER-SOURCE) = ''
                      OR source = TRIM(:WS-FILTER-SOURCE))
               ORDER BY opened_date, id
            END-EXEC

            EXEC SQL
               OPEN SUSP-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\SUSP-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-ITEM-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SUSP-LIST-CUR
               END-EXEC
               DISPLAY "#Pendencias abertas: " WS-LIST-COUNT
            END-IF.

         FETCH-ITEM-ROW.
            EXEC SQL
               FETCH SUSP-LIST-CUR
               INTO :WS-ITEM-ID, :WS-ITEM-SOURCE, :WS-ITEM-REF,
                    :WS-ITEM-DIRECTION, :WS-ITEM-AMOUNT,
                    :WS-ITEM-ASSIGNED, :WS-ITEM-OPENED, :WS-ITEM-AGE
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
               ADD 1 TO WS-LIST-COUNT
               DISPLAY "susp\" WS-ITEM-ID "\" WS-ITEM-SOURCE "\"
                  WS-ITEM-DIRECTION "\" WS-ITEM-AMOUNT "\"
                  WS-ITEM-AGE "\" WS-ITEM-ASSIGNED "\" WS-ITEM-REF
            END-IF
            END-IF.

         ASSIGN-ITEM.
      *    Sem nome informado a pendencia fica com quem esta na mesa.
            PERFORM GET-ITEM-ARG
            PERFORM FETCH-ONE-ITEM
            IF WS-ITEM-FOUND = "S"
               IF WS-ITEM-STATUS NOT = "OPEN"
                  DISPLAY "0\SUSPENSE"
                  DISPLAY "#Pendencia ja encerrada (" WS-ITEM-STATUS
                     ")"
               ELSE
                  DISPLAY "#Atribuir a (ENTER = voce): " NO ADVANCING
                  ACCEPT WS-ASSIGN-USER
                  INSPECT WS-ASSIGN-USER CONVERTING
                     "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                     "abcdefghijklmnopqrstuvwxyz"
                  IF WS-ASSIGN-USER = SPACES
                     MOVE WS-OPERATOR-USER TO WS-ASSIGN-USER
                  END-IF

                  PERFORM READ-ITEM-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE suspense_items
                     SET assigned_to = TRIM(:WS-ASSIGN-USER)
                     WHERE id = :WS-ITEM-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-ITEM-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
                  IF SQLCODE = ZERO
                     MOVE SPACES TO WS-ITEM-NOTE
                     STRING "atribuida a " WS-ASSIGN-USER
                        DELIMITED BY SIZE INTO WS-ITEM-NOTE
                     END-STRING
                     PERFORM APPEND-ITEM-NOTE
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
                     DISPLAY "1\SUSP-ASSIGN\" WS-ITEM-ID
                     DISPLAY "#Pendencia com " WS-ASSIGN-USER
                  END-IF
               END-IF
            END-IF.

         NOTE-ITEM.
            PERFORM GET-ITEM-ARG
            PERFORM FETCH-ONE-ITEM
            IF WS-ITEM-FOUND = "S"
               DISPLAY "#Nota: " NO ADVANCING
               ACCEPT WS-ITEM-NOTE
               IF WS-ITEM-NOTE = SPACES
                  DISPLAY "0\SUSPENSE"
                  DISPLAY "#Nota em branco - nada registrado"
               ELSE
                  PERFORM APPEND-ITEM-NOTE
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
                     DISPLAY "1\SUSP-NOTE\" WS-ITEM-ID
                     DISPLAY "#Nota registrada"
                  END-IF
               END-IF
            END-IF.

         RESOLVE-ITEM.
      *    CLEAR e RETURN - postagem, diario, encerramento, trilha e
      *    nota na mesma transacao; qualquer falha desfaz tudo.
            PERFORM GET-ITEM-ARG
            PERFORM FETCH-ONE-ITEM
            IF WS-ITEM-FOUND = "S"
               IF WS-ITEM-STATUS NOT = "OPEN"
                  DISPLAY "0\SUSPENSE"
                  DISPLAY "#Pendencia ja encerrada (" WS-ITEM-STATUS
                     ")"
               ELSE
                  PERFORM ASK-RESOLUTION
                  IF WS-RESOLVE-OK = "S"
                     PERFORM POST-RESOLUTION
                     IF SQLCODE = ZERO
                        PERFORM CLOSE-ITEM-ROW
                     END-IF
                     IF SQLCODE = ZERO
                        MOVE SPACES TO WS-ITEM-NOTE
                        STRING WS-NEW-STATUS " " WS-POST-RESULT
                           " " WS-RESOLVE-REASON
                           DELIMITED BY SIZE INTO WS-ITEM-NOTE
                        END-STRING
                        PERFORM APPEND-ITEM-NOTE
                     END-IF

                     IF SQLCODE NOT = ZERO
                        EXEC SQL
                           ROLLBACK
                        END-EXEC
                        MOVE SQLCODE TO SQLCODE-PASS
                        MOVE SQLSTATE TO SQLSTATE-PASS
                        MOVE SQLERRMC TO SQLERRMC-PASS
                        CALL 'util' USING SQLCODE-PASS,
                           SQLSTATE-PASS, SQLERRMC-PASS,
                           WS-UTIL-DISP
                     ELSE
                        EXEC SQL
                           COMMIT
                        END-EXEC
                        PERFORM LOG-RESOLUTION
                     END-IF
                  END-IF
               END-IF
            END-IF.

         ASK-RESOLUTION.
      *    CLEAR de dinheiro parado exige a conta do cliente (a
      *    indicada pelo job de origem e o padrao); o motivo vai para
      *    as notas em qualquer caso.
            MOVE "S" TO WS-RESOLVE-OK
            MOVE 0 TO WS-TARGET-ACCOUNT
            IF WS-NEW-STATUS = "CLEARED"
               DISPLAY "#Conta do cliente (0 = " WS-ITEM-ACCOUNT
                  "): " NO ADVANCING
               ACCEPT WS-TARGET-ACCOUNT
               IF WS-TARGET-ACCOUNT = 0
                  MOVE WS-ITEM-ACCOUNT TO WS-TARGET-ACCOUNT
               END-IF
               IF WS-TARGET-ACCOUNT = 0 AND
                  WS-ITEM-DIRECTION NOT = "N"
                  MOVE "N" TO WS-RESOLVE-OK
                  DISPLAY "0\SUSPENSE"
                  DISPLAY "#Conta do cliente e obrigatoria"
               END-IF
            END-IF

            IF WS-RESOLVE-OK = "S"
               DISPLAY "#Motivo: " NO ADVANCING
               ACCEPT WS-RESOLVE-REASON
               IF WS-RESOLVE-REASON = SPACES
                  MOVE "N" TO WS-RESOLVE-OK
                  DISPLAY "0\SUSPENSE"
                  DISPLAY "#Motivo e obrigatorio"
               END-IF
            END-IF.

         POST-RESOLUTION.
      *    Pendencia sem dinheiro ("N") so encerra. Com dinheiro, a
      *    perna contraria a da abertura:
      *      CLEAR  "C" suspense -> cliente   "D" cliente -> suspense
      *      RETURN "C" suspense -> compens.  "D" compens. -> suspense
            MOVE SPACES TO WS-POST-RESULT
            MOVE 0 TO SQLCODE
            IF WS-ITEM-DIRECTION NOT = "N" AND WS-ITEM-AMOUNT > 0
               MOVE 0 TO WS-SUSP-ACCT
               MOVE 0 TO WS-CLEAR-ACCT
               MOVE "SUSPENSE_ACCOUNT" TO WS-PARAM-NAME
               CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                  WS-PARAM-DISP
               IF WS-PARAM-DISP = "S"
                  MOVE WS-PARAM-VALUE TO WS-SUSP-ACCT
               END-IF
               MOVE "SUSPENSE_CLEARING_ACCOUNT" TO WS-PARAM-NAME
               CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                  WS-PARAM-DISP
               IF WS-PARAM-DISP = "S"
                  MOVE WS-PARAM-VALUE TO WS-CLEAR-ACCT
               END-IF

               IF WS-NEW-STATUS = "CLEARED"
                  MOVE WS-TARGET-ACCOUNT TO WS-CLEAR-ACCT
               END-IF

               IF WS-SUSP-ACCT = 0 OR WS-CLEAR-ACCT = 0
                  MOVE -30 TO SQLCODE
                  MOVE "Contas de suspense nao cadastradas"
                     TO SQLERRMC
               ELSE
                  IF WS-ITEM-DIRECTION = "C"
                     MOVE WS-SUSP-ACCT  TO WS-FROM-ACCT
                     MOVE WS-CLEAR-ACCT TO WS-TO-ACCT
                  ELSE
                     MOVE WS-CLEAR-ACCT TO WS-FROM-ACCT
                     MOVE WS-SUSP-ACCT  TO WS-TO-ACCT
                  END-IF
                  EXEC SQL
                     SELECT post_transfer(:WS-FROM-ACCT,
                            :WS-TO-ACCT, :WS-ITEM-AMOUNT)
                     INTO :WS-POST-RESULT
                  END-EXEC
                  IF SQLCODE = ZERO
                     IF WS-NEW-STATUS = "CLEARED"
                        MOVE "SUSP-CLEAR"  TO WS-JR-ACTION
                     ELSE
                        MOVE "SUSP-RETURN" TO WS-JR-ACTION
                     END-IF
                     MOVE WS-FROM-ACCT    TO WS-JR-DEBIT-ACCT
                     MOVE WS-TO-ACCT      TO WS-JR-CREDIT-ACCT
                     MOVE WS-ITEM-AMOUNT  TO WS-JR-AMOUNT
                     MOVE WS-POST-RESULT  TO WS-JR-REF
                     CALL "JRNLWRITE" USING WS-JRNL-DATA,
                        WS-JRNL-DISP
                     IF WS-JRNL-DISP NOT = "S"
                        MOVE -20 TO SQLCODE
                        MOVE "Falha no diario de auditoria"
                           TO SQLERRMC
                     END-IF
                  END-IF
               END-IF
            END-IF.

         CLOSE-ITEM-ROW.
      *    So fecha o que ainda esta OPEN - outra mesa que encerrou
      *    antes desfaz esta postagem em vez de duplicar.
            PERFORM READ-ITEM-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE suspense_items
               SET status = :WS-NEW-STATUS,
                   resolved_account = :WS-TARGET-ACCOUNT,
                   resolved_by = TRIM(:WS-OPERATOR-USER),
                   resolved_date = COALESCE(NULLIF(current_setting(
                      'bank.business_date', true), '')::date,
                      CURRENT_DATE),
                   resolved_at = now(),
                   resolution_ref = NULLIF(TRIM(:WS-POST-RESULT), '')
               WHERE id = :WS-ITEM-ID
                 AND status = 'OPEN'
            END-EXEC
            IF SQLCODE = ZERO AND SQLERRD(3) = 0
               MOVE -40 TO SQLCODE
               MOVE "Pendencia encerrada por outra mesa" TO SQLERRMC
            END-IF
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-ITEM-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         APPEND-ITEM-NOTE.
      *    Linha de historico da pendencia - quem chama poe a nota em
      *    WS-ITEM-NOTE; erro fica no SQLCODE para o chamador desfazer.
            EXEC SQL
               INSERT INTO suspense_notes
                  (item_id, operator_user, note, noted_at)
               VALUES (:WS-ITEM-ID, TRIM(:WS-OPERATOR-USER),
                       TRIM(:WS-ITEM-NOTE), now())
            END-EXEC.

         READ-ITEM-IMAGE.
      *    Imagem da pendencia para a trilha de alteracoes. As notas em
      *    suspense_notes ja sao historico proprio e nao entram.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM suspense_items t
               WHERE id = :WS-ITEM-ID
            END-EXEC
            MOVE "suspense_items" TO WS-CHG-TABLE
            MOVE WS-ITEM-ID TO WS-CHG-KEY
            MOVE WS-ITEM-ACCOUNT TO WS-CHG-ACCOUNT
            IF WS-TARGET-ACCOUNT > 0
               MOVE WS-TARGET-ACCOUNT TO WS-CHG-ACCOUNT
            END-IF
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LOG-RESOLUTION.
      *    Valor com sinal para o GL-POST, como na abertura: recebido
      *    sem dono positivo, pago sem dono negativo, sem dinheiro zero.
            IF WS-NEW-STATUS = "CLEARED"
               MOVE "SUSP-CLEAR"  TO WS-LOG-ACTION
               DISPLAY "1\SUSP-CLEAR\" WS-ITEM-ID
               DISPLAY "#Pendencia liquidada na conta "
                  WS-TARGET-ACCOUNT
            ELSE
               MOVE "SUSP-RETURN" TO WS-LOG-ACTION
               DISPLAY "1\SUSP-RETURN\" WS-ITEM-ID
               DISPLAY "#Pendencia devolvida"
            END-IF
            MOVE "OK" TO WS-LOG-STATUS
            EVALUATE WS-ITEM-DIRECTION
               WHEN "C"
                  MOVE WS-ITEM-AMOUNT TO WS-LOG-VALUE
               WHEN "D"
                  COMPUTE WS-LOG-VALUE = 0 - WS-ITEM-AMOUNT
               WHEN OTHER
                  MOVE 0 TO WS-LOG-VALUE
            END-EVALUATE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "suspense " WS-ITEM-ID " " WS-ITEM-SOURCE " "
               WS-POST-RESULT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Overdraft line desk (cheque especial) - grants, reviews,
      *  suspends and cancels the overdraft credit line contracted per
      *  account: limit, monthly interest rate and the date the line
      *  is due for credit review. A rate keyed as zero takes the
      *  OVERDRAFT rate in force in the rate table (RATE-MAINT). The
      *  review date defaults to one year from the business date.
      *  Enforcement lives in Enginev3: the debit paths let the balance
      *  go negative only within an ACTIVE line whose review date has
      *  not passed, and SALDO shows the line and what is left of it.
      *  A SUSPENDED line takes no new usage but what is used stays
      *  under contract; a line in use cannot be cancelled. Interest
      *  on the daily negative balances is charged monthly by
      *  OD-INTEREST, and SCR-REPORT reports the used line as a credit
      *  operation.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OD-MAINT.
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

      *    Limite de cheque especial em manutencao.
         01  WS-OD-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-OD-LIMIT             PIC 9(10)V99 VALUE 0.
         01  WS-OD-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-OD-REVIEW            PIC X(10) VALUE SPACES.
         01  WS-OD-STATUS            PIC X(10) VALUE SPACES.
         01  WS-OD-FOUND             PIC 9(5)  VALUE 0.
         01  WS-OD-SALDO             PIC S9(10)V99 VALUE 0.
         01  WS-OD-USED              PIC 9(10)V99 VALUE 0.
         01  WS-OD-AVAILABLE         PIC S9(10)V99 VALUE 0.
         01  WS-OD-CUST-DOC          PIC X(14) VALUE SPACES.
         01  WS-OD-NEW-STATUS        PIC X(10) VALUE SPACES.

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
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

      *    Taxa vigente na tabela de taxas (RATE-MAINT) - usada quando
      *    a taxa do limite e digitada zerada.
         01  WS-RT-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-RT-TERM             PIC 9(5)  VALUE 0.
         01  WS-RT-DATE             PIC X(10) VALUE SPACES.
         01  WS-RT-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-RT-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-OD-OK               PIC X(1)  VALUE "N".
         01  WS-REVIEW-FLAG         PIC X(8)  VALUE SPACES.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "OD-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ODMAINT".
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
               PERFORM STAMP-BUSINESS-DATE
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
               DISPLAY "#Cheque especial - digite HELP para ajuda"
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
            DISPLAY "=== CHEQUE ESPECIAL ==="
            DISPLAY "GRANT   : Concede ou revisa o limite da conta"
            DISPLAY "SHOW    : Mostra limite, usado e disponivel"
            DISPLAY "SUSPEND : Suspende novo uso do limite"
            DISPLAY "CANCEL  : Cancela limite sem uso"
            DISPLAY "LIST    : Lista os limites em vigor"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "======================"
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
               WHEN "GRANT"    PERFORM GRANT-LINE
               WHEN "SHOW"     PERFORM SHOW-LINE
               WHEN "SUSPEND"  PERFORM SUSPEND-LINE
               WHEN "CANCEL"   PERFORM CANCEL-LINE
               WHEN "LIST"     PERFORM LIST-LINES
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-ACCOUNT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-OD-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-OD-ACCOUNT
            END-IF.

         FETCH-ONE-LINE.
      *    Limite da conta (cancelado conta como inexistente) e o saldo
      *    corrente - o uso e a parte negativa do saldo.
            MOVE 0 TO WS-OD-FOUND
            MOVE 0 TO WS-OD-USED
            EXEC SQL
               SELECT COUNT(*) INTO :WS-OD-FOUND
               FROM overdraft_lines
               WHERE account = :WS-OD-ACCOUNT
                 AND status <> 'CANCELLED'
            END-EXEC

            IF SQLCODE = ZERO AND WS-OD-FOUND > 0
               EXEC SQL
                  SELECT limit_amount, monthly_rate,
                         TO_CHAR(review_date, 'YYYY-MM-DD'), status
                  INTO :WS-OD-LIMIT, :WS-OD-RATE, :WS-OD-REVIEW,
                       :WS-OD-STATUS
                  FROM overdraft_lines
                  WHERE account = :WS-OD-ACCOUNT
                    AND status <> 'CANCELLED'
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT saldo(:WS-OD-ACCOUNT) INTO :WS-OD-SALDO
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-OD-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-OD-SALDO < 0
               COMPUTE WS-OD-USED = 0 - WS-OD-SALDO
            END-IF
            END-IF.

         GRANT-LINE.
      *    Sem limite vigente na conta, concede; com limite, revisa os
      *    termos e volta a ACTIVE - a revisao de credito e esta.
            PERFORM GET-ACCOUNT-ARG
            MOVE SPACES TO WS-OD-CUST-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-OD-ACCOUNT), ' ')
               INTO :WS-OD-CUST-DOC
            END-EXEC
            IF SQLCODE NOT = ZERO OR WS-OD-CUST-DOC = SPACES
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Conta " WS-OD-ACCOUNT " sem titular cadastrado"
            ELSE
               PERFORM FETCH-ONE-LINE
               IF WS-OD-FOUND > 0
                  DISPLAY "#Limite atual: " WS-OD-LIMIT " taxa "
                     WS-OD-RATE " revisao " WS-OD-REVIEW " "
                     WS-OD-STATUS
               END-IF
               IF SQLCODE = ZERO
                  PERFORM ASK-LINE-TERMS
                  IF WS-OD-OK = "S"
                     PERFORM SAVE-LINE-TERMS
                  END-IF
               END-IF
            END-IF.

         ASK-LINE-TERMS.
            MOVE "N" TO WS-OD-OK
            DISPLAY "#Limite contratado: " NO ADVANCING
            ACCEPT WS-OD-LIMIT
            DISPLAY "#Taxa mensal (ex 0,0790 - 0 = tabela): "
               NO ADVANCING
            ACCEPT WS-OD-RATE
            DISPLAY "#Data de revisao (AAAA-MM-DD, ENTER = 1 ano): "
               NO ADVANCING
            ACCEPT WS-OD-REVIEW

      *    Taxa zerada vem da tabela (produto OVERDRAFT) vigente no
      *    movimento.
            IF WS-OD-RATE = 0
               MOVE "OVERDRAFT" TO WS-RT-PRODUCT
               MOVE 0 TO WS-RT-TERM
               MOVE SPACES TO WS-RT-DATE
               CALL "GETRATE" USING WS-RT-PRODUCT, WS-RT-TERM,
                  WS-RT-DATE, WS-RT-RATE, WS-RT-DISP
               IF WS-RT-DISP = "S"
                  MOVE WS-RT-RATE TO WS-OD-RATE
                  DISPLAY "#Taxa da tabela aplicada: " WS-OD-RATE
               END-IF
            END-IF

            IF WS-OD-REVIEW = SPACES
               EXEC SQL
                  SELECT TO_CHAR(:WS-BUS-DATE::date
                                 + interval '1 year', 'YYYY-MM-DD')
                  INTO :WS-OD-REVIEW
               END-EXEC
            END-IF

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-OD-REVIEW TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

            IF WS-OD-LIMIT = 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Limite zerado - para encerrar use CANCEL"
            ELSE IF WS-OD-RATE = 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Taxa obrigatoria - nenhuma taxa OVERDRAFT "
                  "vigente na tabela"
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Data de revisao invalida: " WS-OD-REVIEW
            ELSE IF WS-OD-REVIEW NOT > WS-BUS-DATE
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Data de revisao precisa ser futura"
            ELSE
               MOVE "S" TO WS-OD-OK
               IF WS-OD-USED > WS-OD-LIMIT
                  DISPLAY "#Aviso: conta ja usa " WS-OD-USED
                     " - acima do novo limite"
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SAVE-LINE-TERMS.
            IF WS-OD-FOUND > 0
               PERFORM READ-LINE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE overdraft_lines
                  SET limit_amount = :WS-OD-LIMIT,
                      monthly_rate = :WS-OD-RATE,
                      review_date = :WS-OD-REVIEW::date,
                      status = 'ACTIVE',
                      updated_date = :WS-BUS-DATE::date,
                      updated_by = :WS-OPERATOR-USER
                  WHERE account = :WS-OD-ACCOUNT
                    AND status <> 'CANCELLED'
               END-EXEC
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO overdraft_lines
                     (account, limit_amount, monthly_rate,
                      review_date, status, opened_date,
                      updated_date, updated_by)
                  VALUES (:WS-OD-ACCOUNT, :WS-OD-LIMIT, :WS-OD-RATE,
                          :WS-OD-REVIEW::date, 'ACTIVE',
                          :WS-BUS-DATE::date, :WS-BUS-DATE::date,
                          :WS-OPERATOR-USER)
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-LINE-IMAGE
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
               DISPLAY "1\OVERDRAFT-GRANT\" WS-OD-ACCOUNT
               DISPLAY "#Limite " WS-OD-LIMIT " taxa " WS-OD-RATE
                  " a.m. ate revisao em " WS-OD-REVIEW

               MOVE "OD-GRANT"   TO WS-LOG-ACTION
               MOVE "OK"         TO WS-LOG-STATUS
               MOVE WS-OD-LIMIT  TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE
               STRING "conta " WS-OD-ACCOUNT " limite " WS-OD-LIMIT
                  " taxa " WS-OD-RATE " revisao " WS-OD-REVIEW
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-LINE-IMAGE.
      *    Imagem do limite para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM overdraft_lines t
               WHERE account = :WS-OD-ACCOUNT
                 AND status <> 'CANCELLED'
            END-EXEC
            MOVE "overdraft_lines" TO WS-CHG-TABLE
            MOVE WS-OD-ACCOUNT TO WS-CHG-KEY
            MOVE WS-OD-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-OD-CUST-DOC TO WS-CHG-CUST-DOC.

         SHOW-LINE.
            PERFORM GET-ACCOUNT-ARG
            PERFORM FETCH-ONE-LINE
            IF WS-OD-FOUND = 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Conta " WS-OD-ACCOUNT
                  " sem limite de cheque especial"
            ELSE
               COMPUTE WS-OD-AVAILABLE = WS-OD-LIMIT - WS-OD-USED
               DISPLAY "1\OVERDRAFT-SHOW\" WS-OD-ACCOUNT
               DISPLAY "#Limite    : " WS-OD-LIMIT
               DISPLAY "#Taxa a.m. : " WS-OD-RATE
               DISPLAY "#Revisao   : " WS-OD-REVIEW
               DISPLAY "#Situacao  : " WS-OD-STATUS
               DISPLAY "#Usado     : " WS-OD-USED
               DISPLAY "#Disponivel: " WS-OD-AVAILABLE
               IF WS-OD-REVIEW < WS-BUS-DATE
                  DISPLAY "#Revisao vencida - limite sem novo uso ate "
                     "ser revisado (GRANT)"
               END-IF
            END-IF.

         SUSPEND-LINE.
      *    Suspenso nao aceita novo uso; o que ja foi usado continua
      *    sob contrato, com juros.
            PERFORM GET-ACCOUNT-ARG
            MOVE "SUSPENDED" TO WS-OD-NEW-STATUS
            PERFORM FETCH-ONE-LINE
            IF WS-OD-FOUND = 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Conta " WS-OD-ACCOUNT
                  " sem limite de cheque especial"
            ELSE IF WS-OD-STATUS = "SUSPENDED"
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Limite ja suspenso"
            ELSE
               PERFORM CHANGE-LINE-STATUS
            END-IF
            END-IF.

         CANCEL-LINE.
      *    Cancelar limite em uso deixaria divida sem contrato - a
      *    conta precisa voltar ao positivo antes.
            PERFORM GET-ACCOUNT-ARG
            MOVE "CANCELLED" TO WS-OD-NEW-STATUS
            PERFORM FETCH-ONE-LINE
            IF WS-OD-FOUND = 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Conta " WS-OD-ACCOUNT
                  " sem limite de cheque especial"
            ELSE IF WS-OD-USED > 0
               DISPLAY "0\OVERDRAFT"
               DISPLAY "#Limite em uso (" WS-OD-USED
                  ") - cancelamento recusado; use SUSPEND"
            ELSE
               PERFORM CHANGE-LINE-STATUS
            END-IF
            END-IF.

         CHANGE-LINE-STATUS.
            MOVE SPACES TO WS-OD-CUST-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-OD-ACCOUNT), ' ')
               INTO :WS-OD-CUST-DOC
            END-EXEC
            PERFORM READ-LINE-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE overdraft_lines
               SET status = :WS-OD-NEW-STATUS,
                   updated_date = :WS-BUS-DATE::date,
                   updated_by = :WS-OPERATOR-USER
               WHERE account = :WS-OD-ACCOUNT
                 AND status <> 'CANCELLED'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               MOVE SPACES TO WS-CHG-AFTER
               IF WS-OD-NEW-STATUS NOT = "CANCELLED"
                  PERFORM READ-LINE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               END-IF
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
               DISPLAY "1\OVERDRAFT-STATUS\" WS-OD-ACCOUNT "\"
                  WS-OD-NEW-STATUS
               DISPLAY "#Limite da conta " WS-OD-ACCOUNT " agora "
                  WS-OD-NEW-STATUS

               MOVE "OD-STATUS"  TO WS-LOG-ACTION
               MOVE "OK"         TO WS-LOG-STATUS
               MOVE WS-OD-LIMIT  TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE
               STRING "conta " WS-OD-ACCOUNT " limite "
                  WS-OD-NEW-STATUS
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         LIST-LINES.
      *    Limites em vigor com o uso de hoje - revisao vencida marcada
      *    para a mesa de credito.
            EXEC SQL
               DECLARE OD-LIST-CUR CURSOR FOR
               SELECT account, limit_amount, monthly_rate,
                      TO_CHAR(review_date, 'YYYY-MM-DD'), status,
                      saldo(account)
               FROM overdraft_lines
               WHERE status <> 'CANCELLED'
               ORDER BY review_date, account
            END-EXEC

            EXEC SQL
               OPEN OD-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\OVERDRAFT-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-LINE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE OD-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-LINE-ROW.
            EXEC SQL
               FETCH OD-LIST-CUR
               INTO :WS-OD-ACCOUNT, :WS-OD-LIMIT, :WS-OD-RATE,
                    :WS-OD-REVIEW, :WS-OD-STATUS, :WS-OD-SALDO
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
               MOVE 0 TO WS-OD-USED
               IF WS-OD-SALDO < 0
                  COMPUTE WS-OD-USED = 0 - WS-OD-SALDO
               END-IF
               MOVE SPACES TO WS-REVIEW-FLAG
               IF WS-OD-REVIEW < WS-BUS-DATE
                  MOVE "REVISAR" TO WS-REVIEW-FLAG
               END-IF
               DISPLAY "limite\" WS-OD-ACCOUNT "\" WS-OD-LIMIT "\"
                  WS-OD-RATE "\" WS-OD-REVIEW "\" WS-OD-STATUS "\"
                  WS-OD-USED "\" WS-REVIEW-FLAG
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

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao -
      *    concessao, revisao e vencimento da revisao contam por ela.
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
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

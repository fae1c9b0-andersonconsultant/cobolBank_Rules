      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Loan credit portability desk - the customer's legal right to
      *  move a loan to the bank offering the better rate, in both
      *  directions, with the regulatory deadline counted in business
      *  days (LOAN_PORT_DEADLINE_DAYS, default 5) from the request:
      *
      *  Outbound (another bank takes our contract) - OUT registers
      *  the requesting bank's request and gives it the balance from
      *  the same payoff quote LOAN-MAINT uses (LOANQUOTE: open
      *  principal plus interest accrued in the running cycle);
      *  RECEIVE books the requesting bank's funds into the loan
      *  funding account (LOAN_FUNDING_ACCOUNT), settles the open
      *  installments and closes the contract as PORTED_OUT, all in
      *  one transaction.
      *
      *  Inbound (the customer brings a loan from another bank) - IN
      *  registers the other bank's contract, the balance it informed
      *  and the rate and term we offered; PORTIN at LOAN-MAINT then
      *  opens the matching contract on our book and wires the payoff
      *  to the other bank.
      *
      *  REJECT and CANCEL close an open request, EXPIRE closes one
      *  whose deadline passed untreated, LIST shows them all. Every
      *  status change goes through the change trail (CHGAUDIT) and
      *  the log, as at the salary portability desk (PORT-MAINT).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOAN-PORT.
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

      *    Pedido de portabilidade de credito em manutencao.
         01  WS-LPT-ID               PIC 9(9)  VALUE 0.
         01  WS-LPT-DIRECTION        PIC X(3)  VALUE SPACES.
         01  WS-LPT-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-LPT-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-LPT-BANK             PIC 9(3)  VALUE 0.
         01  WS-LPT-REF              PIC X(20) VALUE SPACES.
         01  WS-LPT-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-LPT-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-LPT-TERMS            PIC 9(3)  VALUE 0.
         01  WS-LPT-STATUS           PIC X(10) VALUE SPACES.
         01  WS-LPT-DEADLINE-DATE    PIC X(10) VALUE SPACES.
         01  WS-LPT-OVERDUE          PIC X(1)  VALUE "N".
         01  WS-LPT-OPEN             PIC 9(5)  VALUE 0.
         01  WS-LPT-RECEIVED         PIC 9(10)V99 VALUE 0.
         01  WS-LPT-RESULT           PIC X(20) VALUE SPACES.
         01  WS-LPT-SETTLED          PIC 9(4)  VALUE 0.

      *    Contrato de saida - situacao e taxa no nosso livro.
         01  WS-LPT-LOAN-STATUS      PIC X(12) VALUE SPACES.

      *    Conta de funding dos emprestimos - recebe os recursos da
      *    portabilidade de saida.
         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.

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
         01  WS-CHG-LOAN-ID         PIC 9(9)  VALUE 0.
         01  WS-CHG-LOAN-ACCT       PIC 9(10) VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Cotacao de quitacao (LOANQUOTE) - o saldo informado ao
      *    banco proponente na portabilidade de saida.
         01  WS-QT-PRINCIPAL        PIC 9(10)V99 VALUE 0.
         01  WS-QT-FUT-INTEREST     PIC 9(10)V99 VALUE 0.
         01  WS-QT-CYCLE-DAYS       PIC 9(5)  VALUE 0.
         01  WS-QT-ACCRUED          PIC 9(10)V99 VALUE 0.
         01  WS-QT-TOTAL            PIC 9(10)V99 VALUE 0.
         01  WS-QT-DISP             PIC X(1)  VALUE SPACE.

      *    Data do movimento e prazo em dias uteis pelo servico de
      *    datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.
         01  WS-LPT-DEADLINE        PIC 9(3)  VALUE 5.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LPT-OK              PIC X(1)  VALUE "N".
         01  WS-DEADLINE-ENV        PIC X(3)  VALUE SPACES.
         01  WS-FUNDING-ENV         PIC X(10) VALUE SPACES.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "LOAN-PORT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOANPORT".
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
            PERFORM LOAD-POLICY
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-DEADLINE-ENV FROM ENVIRONMENT
               "LOAN_PORT_DEADLINE_DAYS"
            IF WS-DEADLINE-ENV IS NUMERIC AND
               WS-DEADLINE-ENV NOT = SPACES
               MOVE WS-DEADLINE-ENV TO WS-LPT-DEADLINE
            END-IF
            ACCEPT WS-FUNDING-ENV FROM ENVIRONMENT
               "LOAN_FUNDING_ACCOUNT"
            IF WS-FUNDING-ENV IS NUMERIC AND WS-FUNDING-ENV NOT = SPACES
               MOVE WS-FUNDING-ENV TO WS-FUNDING-ACCOUNT
            END-IF.

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
               DISPLAY "#Portabilidade de credito - digite HELP"
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
            DISPLAY "=== PORTABILIDADE DE CREDITO ==="
            DISPLAY "OUT     : Pedido de saida - informa o saldo"
            DISPLAY "RECEIVE : Recursos recebidos - contrato "
               "PORTED_OUT"
            DISPLAY "IN      : Pedido de entrada (abre no LOAN-MAINT "
               "PORTIN)"
            DISPLAY "REJECT  : Recusa um pedido em aberto"
            DISPLAY "CANCEL  : Cancela um pedido em aberto"
            DISPLAY "EXPIRE  : Encerra pedido com prazo vencido"
            DISPLAY "LIST    : Lista os pedidos"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "================================"
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
               WHEN "OUT"      PERFORM REQUEST-OUTBOUND
               WHEN "RECEIVE"  PERFORM RECEIVE-OUTBOUND
               WHEN "IN"       PERFORM REQUEST-INBOUND
               WHEN "REJECT"   PERFORM REJECT-PORTABILITY
               WHEN "CANCEL"   PERFORM CANCEL-PORTABILITY
               WHEN "EXPIRE"   PERFORM EXPIRE-PORTABILITY
               WHEN "LIST"     PERFORM LIST-PORTABILITY
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-REQUEST-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do pedido: " NO ADVANCING
               ACCEPT WS-LPT-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-LPT-ID
            END-IF.

         COMPUTE-DEADLINE.
      *    Prazo regulatorio em dias uteis a partir da data do
      *    movimento - feriado do calendario (CAL-MAINT) nao conta.
            MOVE WS-BUS-DATE TO WS-LPT-DEADLINE-DATE
            PERFORM ADD-ONE-BUSINESS-DAY WS-LPT-DEADLINE TIMES.

         ADD-ONE-BUSINESS-DAY.
            MOVE "NEXTBD" TO WS-DS-FUNC
            MOVE WS-LPT-DEADLINE-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S"
               MOVE WS-DS-OUT TO WS-LPT-DEADLINE-DATE
            END-IF.

         REQUEST-OUTBOUND.
      *    O banco proponente pede o saldo do nosso contrato - um so
      *    pedido de saida em aberto por contrato, e o saldo e a
      *    cotacao de quitacao de hoje.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-LPT-CONTRACT
            ELSE
               MOVE WS-CMD-ARGS TO WS-LPT-CONTRACT
            END-IF
            DISPLAY "#Banco proponente (3 digitos): " NO ADVANCING
            ACCEPT WS-LPT-BANK
            DISPLAY "#Referencia do pedido no banco proponente: "
               NO ADVANCING
            ACCEPT WS-LPT-REF

            MOVE SPACES TO WS-LPT-LOAN-STATUS
            MOVE 0 TO WS-LPT-OPEN
            EXEC SQL
               SELECT account, monthly_rate, status,
                      (SELECT COUNT(*) FROM loan_portability p
                       WHERE p.contract_id = c.id
                         AND p.direction = 'OUT'
                         AND p.status = 'QUOTED')
               INTO :WS-LPT-ACCOUNT, :WS-LPT-RATE,
                    :WS-LPT-LOAN-STATUS, :WS-LPT-OPEN
               FROM loan_contracts c
               WHERE c.id = :WS-LPT-CONTRACT
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOANPORT"
               DISPLAY "#Contrato " WS-LPT-CONTRACT " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LPT-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "0\LOANPORT"
               DISPLAY "#Contrato nao esta ativo ("
                  WS-LPT-LOAN-STATUS ")"
            ELSE IF WS-LPT-OPEN > 0
               DISPLAY "0\LOANPORT"
               DISPLAY "#Contrato ja tem pedido de saida em aberto"
            ELSE IF WS-LPT-BANK = 0 OR WS-LPT-REF = SPACES
               DISPLAY "0\LOANPORT"
               DISPLAY "#Banco e referencia do proponente sao "
                  "obrigatorios"
            ELSE
               CALL "LOANQUOTE" USING WS-LPT-CONTRACT,
                  WS-QT-PRINCIPAL, WS-QT-FUT-INTEREST,
                  WS-QT-CYCLE-DAYS, WS-QT-ACCRUED, WS-QT-TOTAL,
                  WS-QT-DISP
               IF WS-QT-DISP NOT = "S" OR WS-QT-PRINCIPAL = 0
                  DISPLAY "0\LOANPORT"
                  DISPLAY "#Contrato sem parcela aberta"
               ELSE
                  PERFORM SAVE-OUTBOUND-REQUEST
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SAVE-OUTBOUND-REQUEST.
            MOVE WS-QT-TOTAL TO WS-LPT-AMOUNT
            MOVE 0 TO WS-LPT-TERMS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-LPT-TERMS
               FROM loan_installments
               WHERE contract_id = :WS-LPT-CONTRACT
                 AND status = 'OPEN'
            END-EXEC
            PERFORM COMPUTE-DEADLINE

            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO loan_portability
                  (direction, contract_id, account,
                   counterparty_bank, counterparty_ref,
                   payoff_amount, monthly_rate, terms, status,
                   requested_date, deadline_date, updated_by)
               VALUES ('OUT', :WS-LPT-CONTRACT, :WS-LPT-ACCOUNT,
                       :WS-LPT-BANK, :WS-LPT-REF,
                       :WS-LPT-AMOUNT, :WS-LPT-RATE, :WS-LPT-TERMS,
                       'QUOTED', :WS-BUS-DATE::date,
                       :WS-LPT-DEADLINE-DATE::date,
                       :WS-OPERATOR-USER)
               RETURNING id INTO :WS-LPT-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-PORT-IMAGE
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
               DISPLAY "1\PORT-OUT\" WS-LPT-ID
               DISPLAY "#Saldo informado ao banco " WS-LPT-BANK ": "
                  WS-LPT-AMOUNT
               DISPLAY "#Principal em aberto : " WS-QT-PRINCIPAL
               DISPLAY "#Juros corridos (" WS-QT-CYCLE-DAYS
                  " dia(s)): " WS-QT-ACCRUED
               DISPLAY "#Recursos ate " WS-LPT-DEADLINE-DATE

               MOVE "PORT-OUT-REQUEST" TO WS-LOG-ACTION
               MOVE "OK"               TO WS-LOG-STATUS
               MOVE WS-LPT-AMOUNT      TO WS-LOG-VALUE
               MOVE SPACES             TO WS-LOG-MESSAGE
               STRING "pedido " WS-LPT-ID " contrato "
                  WS-LPT-CONTRACT " -> banco " WS-LPT-BANK
                  " ref " WS-LPT-REF
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REQUEST-INBOUND.
      *    Cliente trazendo o credito de outro banco - o saldo e o que
      *    o banco credor informou; taxa e prazo sao os ofertados por
      *    nos. O contrato so nasce no PORTIN do LOAN-MAINT.
            DISPLAY "#Conta do cliente: " NO ADVANCING
            ACCEPT WS-LPT-ACCOUNT
            DISPLAY "#Banco credor (3 digitos): " NO ADVANCING
            ACCEPT WS-LPT-BANK
            DISPLAY "#Contrato no banco credor: " NO ADVANCING
            ACCEPT WS-LPT-REF
            DISPLAY "#Saldo devedor informado: " NO ADVANCING
            ACCEPT WS-LPT-AMOUNT
            DISPLAY "#Taxa mensal ofertada (ex 0,0150): " NO ADVANCING
            ACCEPT WS-LPT-RATE
            DISPLAY "#Numero de parcelas: " NO ADVANCING
            ACCEPT WS-LPT-TERMS

            IF WS-LPT-BANK = 0 OR WS-LPT-REF = SPACES
               DISPLAY "0\LOANPORT"
               DISPLAY "#Banco e contrato de origem sao obrigatorios"
            ELSE IF WS-LPT-AMOUNT = 0 OR WS-LPT-TERMS = 0
               DISPLAY "0\LOANPORT"
               DISPLAY "#Saldo e numero de parcelas sao obrigatorios"
            ELSE
               PERFORM COMPUTE-DEADLINE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO loan_portability
                     (direction, account, counterparty_bank,
                      counterparty_ref, payoff_amount, monthly_rate,
                      terms, status, requested_date, deadline_date,
                      updated_by)
                  VALUES ('IN', :WS-LPT-ACCOUNT, :WS-LPT-BANK,
                          :WS-LPT-REF, :WS-LPT-AMOUNT, :WS-LPT-RATE,
                          :WS-LPT-TERMS, 'REQUESTED',
                          :WS-BUS-DATE::date,
                          :WS-LPT-DEADLINE-DATE::date,
                          :WS-OPERATOR-USER)
                  RETURNING id INTO :WS-LPT-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-PORT-IMAGE
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
                  DISPLAY "1\PORT-IN\" WS-LPT-ID
                  DISPLAY "#Pedido registrado - contrato pelo PORTIN "
                     "do LOAN-MAINT ate " WS-LPT-DEADLINE-DATE

                  MOVE "PORT-IN-REQUEST" TO WS-LOG-ACTION
                  MOVE "OK"              TO WS-LOG-STATUS
                  MOVE WS-LPT-AMOUNT     TO WS-LOG-VALUE
                  MOVE SPACES            TO WS-LOG-MESSAGE
                  STRING "pedido " WS-LPT-ID " conta "
                     WS-LPT-ACCOUNT " <- banco " WS-LPT-BANK
                     " ref " WS-LPT-REF
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF.

         READ-OPEN-REQUEST.
      *    Carrega o pedido e diz se ainda esta em aberto (QUOTED na
      *    saida, REQUESTED na entrada) e se o prazo ja passou da data
      *    do movimento. WS-LPT-OK = "S" so para pedido em aberto.
            MOVE "N" TO WS-LPT-OK
            MOVE "N" TO WS-LPT-OVERDUE
            EXEC SQL
               SELECT direction, COALESCE(contract_id, 0), account,
                      counterparty_bank, payoff_amount, status,
                      TO_CHAR(deadline_date, 'YYYY-MM-DD'),
                      CASE WHEN deadline_date < :WS-BUS-DATE::date
                           THEN 'S' ELSE 'N' END
               INTO :WS-LPT-DIRECTION, :WS-LPT-CONTRACT,
                    :WS-LPT-ACCOUNT, :WS-LPT-BANK, :WS-LPT-AMOUNT,
                    :WS-LPT-STATUS, :WS-LPT-DEADLINE-DATE,
                    :WS-LPT-OVERDUE
               FROM loan_portability
               WHERE id = :WS-LPT-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\LOANPORT"
               DISPLAY "#Pedido nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-LPT-STATUS NOT = "QUOTED" AND
                    WS-LPT-STATUS NOT = "REQUESTED"
               DISPLAY "0\LOANPORT"
               DISPLAY "#Pedido ja encerrado (" WS-LPT-STATUS ")"
            ELSE
               MOVE "S" TO WS-LPT-OK
            END-IF
            END-IF
            END-IF.

         RECEIVE-OUTBOUND.
      *    Recursos do banco proponente chegaram - so dentro do prazo
      *    e no valor exato informado; fora do prazo o pedido expira
      *    e o proponente pede de novo com saldo atualizado.
            PERFORM GET-REQUEST-ARG
            PERFORM READ-OPEN-REQUEST

            IF WS-LPT-OK NOT = "S"
               CONTINUE
            ELSE IF WS-LPT-DIRECTION NOT = "OUT"
               DISPLAY "0\LOANPORT"
               DISPLAY "#Pedido de entrada - contrato pelo PORTIN do "
                  "LOAN-MAINT"
            ELSE IF WS-LPT-OVERDUE = "S"
               DISPLAY "0\LOANPORT"
               DISPLAY "#Prazo regulatorio vencido em "
                  WS-LPT-DEADLINE-DATE " - pedido expirado"
               MOVE "EXPIRED" TO WS-LPT-STATUS
               MOVE "PORT-EXPIRE" TO WS-LOG-ACTION
               PERFORM SET-REQUEST-STATUS
            ELSE IF WS-FUNDING-ACCOUNT = 0
               DISPLAY "0\LOANPORT"
               DISPLAY "#LOAN_FUNDING_ACCOUNT nao configurada - "
                  "liquidacao impossivel"
            ELSE
               DISPLAY "#Valor recebido do banco " WS-LPT-BANK ": "
                  NO ADVANCING
               ACCEPT WS-LPT-RECEIVED
               IF WS-LPT-RECEIVED NOT = WS-LPT-AMOUNT
                  DISPLAY "0\LOANPORT"
                  DISPLAY "#Valor difere do saldo informado ("
                     WS-LPT-AMOUNT ")"

                  MOVE "PORT-OUT-SETTLE" TO WS-LOG-ACTION
                  MOVE "REFUSED"         TO WS-LOG-STATUS
                  MOVE WS-LPT-RECEIVED   TO WS-LOG-VALUE
                  MOVE SPACES            TO WS-LOG-MESSAGE
                  STRING "pedido " WS-LPT-ID " recebido "
                     WS-LPT-RECEIVED " informado " WS-LPT-AMOUNT
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               ELSE
                  PERFORM SETTLE-OUTBOUND
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SETTLE-OUTBOUND.
      *    Credito dos recursos na conta de funding, fechamento das
      *    parcelas abertas, contrato PORTED_OUT e pedido SETTLED na
      *    mesma transacao - ou nada comita.
            EXEC SQL
               SELECT post_deposit(:WS-FUNDING-ACCOUNT,
                      :WS-LPT-AMOUNT)
               INTO :WS-LPT-RESULT
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_installments
                  SET status = 'SETTLED', paid_date = CURRENT_DATE
                  WHERE contract_id = :WS-LPT-CONTRACT
                    AND status = 'OPEN'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-LPT-SETTLED
               END-IF
            END-IF

            IF SQLCODE = ZERO
               MOVE WS-LPT-CONTRACT TO WS-CHG-LOAN-ID
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_contracts
                  SET status = 'PORTED_OUT'
                  WHERE id = :WS-LPT-CONTRACT
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE = ZERO
               PERFORM READ-PORT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE loan_portability
                  SET status = 'SETTLED',
                      decided_date = :WS-BUS-DATE::date,
                      transfer_ref = :WS-LPT-RESULT,
                      updated_by = :WS-OPERATOR-USER
                  WHERE id = :WS-LPT-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-PORT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
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
               DISPLAY "1\PORT-OUT-SETTLE\" WS-LPT-RESULT
               DISPLAY "#Contrato " WS-LPT-CONTRACT " portado para o "
                  "banco " WS-LPT-BANK " - " WS-LPT-SETTLED
                  " parcela(s) encerrada(s)"

               MOVE "PORT-OUT-SETTLE" TO WS-LOG-ACTION
               MOVE "OK"              TO WS-LOG-STATUS
               MOVE WS-LPT-AMOUNT     TO WS-LOG-VALUE
               MOVE SPACES            TO WS-LOG-MESSAGE
               STRING "pedido " WS-LPT-ID " contrato "
                  WS-LPT-CONTRACT " PORTED_OUT banco " WS-LPT-BANK
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REJECT-PORTABILITY.
            PERFORM GET-REQUEST-ARG
            PERFORM READ-OPEN-REQUEST
            IF WS-LPT-OK = "S"
               MOVE "REJECTED" TO WS-LPT-STATUS
               MOVE "PORT-REJECT" TO WS-LOG-ACTION
               PERFORM SET-REQUEST-STATUS
            END-IF.

         CANCEL-PORTABILITY.
            PERFORM GET-REQUEST-ARG
            PERFORM READ-OPEN-REQUEST
            IF WS-LPT-OK = "S"
               MOVE "CANCELLED" TO WS-LPT-STATUS
               MOVE "PORT-CANCEL" TO WS-LOG-ACTION
               PERFORM SET-REQUEST-STATUS
            END-IF.

         EXPIRE-PORTABILITY.
      *    So pedido em aberto com o prazo ja vencido - o que ainda
      *    esta no prazo se recusa ou cancela, nao expira.
            PERFORM GET-REQUEST-ARG
            PERFORM READ-OPEN-REQUEST
            IF WS-LPT-OK = "S"
               IF WS-LPT-OVERDUE NOT = "S"
                  DISPLAY "0\LOANPORT"
                  DISPLAY "#Pedido ainda no prazo (ate "
                     WS-LPT-DEADLINE-DATE ")"
               ELSE
                  MOVE "EXPIRED" TO WS-LPT-STATUS
                  MOVE "PORT-EXPIRE" TO WS-LOG-ACTION
                  PERFORM SET-REQUEST-STATUS
               END-IF
            END-IF.

         SET-REQUEST-STATUS.
            PERFORM READ-PORT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loan_portability
               SET status = :WS-LPT-STATUS,
                   decided_date = :WS-BUS-DATE::date,
                   updated_by = :WS-OPERATOR-USER
               WHERE id = :WS-LPT-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-PORT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\LOANPORT"
               DISPLAY "#Pedido nao encontrado"
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
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-LPT-ID
               DISPLAY "#Pedido " WS-LPT-ID " agora " WS-LPT-STATUS

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE 0      TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "pedido " WS-LPT-ID " -> " WS-LPT-STATUS
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            END-IF.

         READ-PORT-IMAGE.
      *    Imagem do pedido para a trilha de alteracoes - a conta do
      *    cliente vem da propria linha.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT account, row_to_json(t)::text
               INTO :WS-LPT-ACCOUNT, :WS-CHG-IMAGE
               FROM loan_portability t
               WHERE id = :WS-LPT-ID
            END-EXEC
            MOVE "loan_portability" TO WS-CHG-TABLE
            MOVE WS-LPT-ID TO WS-CHG-KEY
            MOVE WS-LPT-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-CONTRACT-IMAGE.
      *    Imagem do contrato (id em WS-CHG-LOAN-ID), como no
      *    LOAN-MAINT.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE 0 TO WS-CHG-LOAN-ACCT
            EXEC SQL
               SELECT account, row_to_json(t)::text
               INTO :WS-CHG-LOAN-ACCT, :WS-CHG-IMAGE
               FROM loan_contracts t
               WHERE id = :WS-CHG-LOAN-ID
            END-EXEC
            MOVE "loan_contracts" TO WS-CHG-TABLE
            MOVE WS-CHG-LOAN-ID TO WS-CHG-KEY
            MOVE WS-CHG-LOAN-ACCT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LIST-PORTABILITY.
            EXEC SQL
               DECLARE LPT-LIST-CUR CURSOR FOR
               SELECT id, direction, COALESCE(contract_id, 0),
                      account, counterparty_bank, payoff_amount,
                      status, TO_CHAR(deadline_date, 'YYYY-MM-DD'),
                      CASE WHEN status IN ('QUOTED', 'REQUESTED')
                            AND deadline_date < :WS-BUS-DATE::date
                           THEN 'S' ELSE 'N' END
               FROM loan_portability
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN LPT-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\PORT-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-PORT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE LPT-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-PORT-ROW.
            EXEC SQL
               FETCH LPT-LIST-CUR
               INTO :WS-LPT-ID, :WS-LPT-DIRECTION, :WS-LPT-CONTRACT,
                    :WS-LPT-ACCOUNT, :WS-LPT-BANK, :WS-LPT-AMOUNT,
                    :WS-LPT-STATUS, :WS-LPT-DEADLINE-DATE,
                    :WS-LPT-OVERDUE
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
               DISPLAY "pedido\" WS-LPT-ID "\" WS-LPT-DIRECTION "\"
                  WS-LPT-CONTRACT "\" WS-LPT-ACCOUNT "\"
                  WS-LPT-BANK "\" WS-LPT-AMOUNT "\" WS-LPT-STATUS
                  "\" WS-LPT-DEADLINE-DATE "\" WS-LPT-OVERDUE
            END-IF
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao.
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

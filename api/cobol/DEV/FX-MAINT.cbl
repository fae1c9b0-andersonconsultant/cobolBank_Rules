      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Foreign exchange desk (mesa de cambio) - the treasury keeps
      *  a daily rate table per currency (fx_rates: buy and sell rate
      *  in BRL per unit, one row per currency and business date) and
      *  the counter deals against it:
      *    BUY   - the bank buys foreign cash from the customer; the
      *            BRL at the buy rate is credited to the customer's
      *            account from the FX settlement account;
      *    SELL  - the bank sells foreign cash to the customer; the
      *            BRL at the sell rate is debited from the customer's
      *            account into the settlement account;
      *    REMIT - outbound international remittance at the sell rate,
      *            with beneficiary name, account/IBAN, SWIFT/BIC,
      *            country and the Bacen purpose (nature) code; the
      *            contract stays PENDING until FX-REMIT-OUT writes it
      *            to the payment-message file and FX-RET matches the
      *            correspondent's return.
      *  Every deal carries the exchange IOF through post_tax() (one
      *  IOF log line, so GL-POST books it with the rest of the IOF),
      *  at the rate of the deal type (FX_IOF_BUY_RATE,
      *  FX_IOF_SELL_RATE, FX_IOF_REMIT_RATE), and is recorded as an
      *  FX contract (fx_contracts) with its registration number
      *  FX + business date + contract id. The BRL leg, the IOF, the
      *  contract and the change trail commit together or nothing
      *  does. FX-POSITION reports the open position per currency at
      *  end of day from these contracts. The remittance beneficiary
      *  is screened against the sanctions and PEP lists (SCREEN)
      *  before booking: a possible hit books the contract HELD - the
      *  customer is debited but FX-REMIT-OUT does not send it until
      *  compliance clears it in SCRN-MAINT; screening unavailable
      *  refuses the deal.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FX-MAINT.
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

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-SETTLE-ACCOUNT       PIC 9(10) VALUE 0.

      *    Cotacao do dia por moeda (reais por unidade).
         01  WS-RT-CURRENCY          PIC X(3)  VALUE SPACES.
         01  WS-RT-BUY               PIC 9(4)V9(6) VALUE 0.
         01  WS-RT-SELL              PIC 9(4)V9(6) VALUE 0.
         01  WS-RT-DATE              PIC X(10) VALUE SPACES.
         01  WS-RT-OPERATOR          PIC X(20) VALUE SPACES.

      *    Contrato de cambio.
         01  WS-FX-ID                PIC 9(9)  VALUE 0.
         01  WS-FX-CONTRACT-NO       PIC X(20) VALUE SPACES.
         01  WS-FX-TYPE              PIC X(5)  VALUE SPACES.
         01  WS-FX-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-FX-CURRENCY          PIC X(3)  VALUE SPACES.
         01  WS-FX-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-FX-RATE              PIC 9(4)V9(6) VALUE 0.
         01  WS-FX-BRL               PIC 9(10)V99 VALUE 0.
         01  WS-FX-IOF-RATE          PIC 9(1)V9(4) VALUE 0.
         01  WS-FX-IOF               PIC 9(10)V99 VALUE 0.
         01  WS-FX-STATUS            PIC X(10) VALUE SPACES.
         01  WS-FX-DATE              PIC X(10) VALUE SPACES.
         01  WS-FX-BENEF-NAME        PIC X(35) VALUE SPACES.
         01  WS-FX-BENEF-ACCOUNT     PIC X(34) VALUE SPACES.
         01  WS-FX-BENEF-SWIFT       PIC X(11) VALUE SPACES.
         01  WS-FX-BENEF-COUNTRY     PIC X(2)  VALUE SPACES.
         01  WS-FX-PURPOSE           PIC X(5)  VALUE SPACES.
         01  WS-FX-RESULT            PIC X(20) VALUE SPACES.
         01  WS-FX-IOF-STATUS        PIC X(20) VALUE SPACES.
         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-FX-HIT-ID            PIC 9(9)  VALUE 0.

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

      *    Aliquotas do IOF cambio por tipo de operacao.
         01  WS-IOF-BUY-RATE        PIC 9(1)V9(4) VALUE 0,0038.
         01  WS-IOF-SELL-RATE       PIC 9(1)V9(4) VALUE 0,0350.
         01  WS-IOF-REMIT-RATE      PIC 9(1)V9(4) VALUE 0,0350.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-ANSWER              PIC X(1)  VALUE SPACE.
         01  WS-DEAL-OK             PIC X(1)  VALUE "N".
         01  WS-SWIFT-LEN           PIC 9(2)  VALUE 0.
         01  WS-DEBIT-TOTAL         PIC 9(10)V99 VALUE 0.

      *    Triagem de sancoes/PEP (SCREEN) do beneficiario da remessa.
         01  WS-SCRN-DATA.
             05  WS-SC-FUNC            PIC X(8)  VALUE "CHECK".
             05  WS-SC-CONTEXT         PIC X(10) VALUE "FX".
             05  WS-SC-NAME            PIC X(60) VALUE SPACES.
             05  WS-SC-DOC             PIC X(14) VALUE SPACES.
             05  WS-SC-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-SC-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-SC-REF             PIC X(20) VALUE SPACES.
             05  WS-SC-OPERATOR        PIC X(20) VALUE SPACES.
             05  WS-SC-SESSION         PIC X(10) VALUE SPACES.
             05  WS-SC-NORM-NAME       PIC X(60) VALUE SPACES.
             05  WS-SC-HIT-ID          PIC 9(9)  VALUE 0.
             05  WS-SC-SCORE           PIC 9(3)  VALUE 0.
             05  WS-SC-LIST-TYPE       PIC X(10) VALUE SPACES.
             05  WS-SC-MATCH-NAME      PIC X(60) VALUE SPACES.
         01  WS-SCRN-DISP           PIC X(1)  VALUE SPACE.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "FX-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FXMAINT".
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
               PERFORM LOAD-DB-POLICY
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-DB-POLICY.
      *    Conta de liquidacao do cambio e aliquotas do IOF - catalogo
      *    central de parametros; sem linha ficam os padroes acima.
            MOVE "FX_SETTLEMENT_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SETTLE-ACCOUNT
            END-IF

            MOVE "FX_IOF_BUY_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-IOF-BUY-RATE
            END-IF

            MOVE "FX_IOF_SELL_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-IOF-SELL-RATE
            END-IF

            MOVE "FX_IOF_REMIT_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-IOF-REMIT-RATE
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
               DISPLAY "#Mesa de cambio - digite HELP para ajuda"
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
            DISPLAY "=== MESA DE CAMBIO ==="
            DISPLAY "RATE  : Grava a cotacao do dia de uma moeda"
            DISPLAY "RATES : Lista as cotacoes do dia"
            DISPLAY "BUY   : Compra moeda em especie do cliente"
            DISPLAY "SELL  : Vende moeda em especie ao cliente"
            DISPLAY "REMIT : Remessa ao exterior"
            DISPLAY "SHOW  : Mostra um contrato de cambio"
            DISPLAY "LIST  : Lista os contratos de uma conta"
            DISPLAY "HELP  : Mostra este menu de ajuda"
            DISPLAY "EXIT  : Finaliza o programa"
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

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "RATE"     PERFORM SET-DAY-RATE
               WHEN "RATES"    PERFORM LIST-DAY-RATES
               WHEN "BUY"      MOVE "BUY" TO WS-FX-TYPE
                               PERFORM CASH-DEAL
               WHEN "SELL"     MOVE "SELL" TO WS-FX-TYPE
                               PERFORM CASH-DEAL
               WHEN "REMIT"    MOVE "REMIT" TO WS-FX-TYPE
                               PERFORM REMIT-DEAL
               WHEN "SHOW"     PERFORM SHOW-CONTRACT
               WHEN "LIST"     PERFORM LIST-CONTRACTS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         ASK-CURRENCY.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Moeda (ISO, ex USD): " NO ADVANCING
               ACCEPT WS-RT-CURRENCY
            ELSE
               MOVE WS-CMD-ARGS TO WS-RT-CURRENCY
            END-IF
            INSPECT WS-RT-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

         SET-DAY-RATE.
      *    Uma cotacao por moeda e data do movimento - regravar no
      *    mesmo dia substitui a anterior, com a trilha guardando as
      *    duas imagens.
            PERFORM ASK-CURRENCY
            DISPLAY "#Taxa de compra (reais por unidade): "
               NO ADVANCING
            ACCEPT WS-RT-BUY
            DISPLAY "#Taxa de venda (reais por unidade): "
               NO ADVANCING
            ACCEPT WS-RT-SELL

            IF WS-RT-CURRENCY IS NOT ALPHABETIC
               OR WS-RT-CURRENCY(3:1) = SPACE
               OR WS-RT-CURRENCY = "BRL"
               DISPLAY "0\FX-RATE"
               DISPLAY "#Moeda invalida: " WS-RT-CURRENCY
            ELSE IF WS-RT-BUY = 0 OR WS-RT-SELL = 0
               DISPLAY "0\FX-RATE"
               DISPLAY "#Taxas de compra e venda sao obrigatorias"
            ELSE IF WS-RT-SELL < WS-RT-BUY
               DISPLAY "0\FX-RATE"
               DISPLAY "#Taxa de venda abaixo da de compra - recusada"
            ELSE
               MOVE WS-BUS-DATE TO WS-RT-DATE
               MOVE WS-OPERATOR-USER TO WS-RT-OPERATOR
               PERFORM READ-RATE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE

               EXEC SQL
                  UPDATE fx_rates
                  SET buy_rate = :WS-RT-BUY,
                      sell_rate = :WS-RT-SELL,
                      operator = :WS-RT-OPERATOR,
                      updated_at = now()
                  WHERE currency = :WS-RT-CURRENCY
                    AND business_date = :WS-RT-DATE::date
               END-EXEC

               IF SQLCODE = 100
                  MOVE SPACES TO WS-CHG-BEFORE
                  EXEC SQL
                     INSERT INTO fx_rates
                        (currency, business_date, buy_rate, sell_rate,
                         operator, updated_at)
                     VALUES (:WS-RT-CURRENCY, :WS-RT-DATE::date,
                             :WS-RT-BUY, :WS-RT-SELL,
                             :WS-RT-OPERATOR, now())
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-RATE-IMAGE
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
                  DISPLAY "1\FX-RATE\" WS-RT-CURRENCY
                  DISPLAY "#Cotacao " WS-RT-CURRENCY " de " WS-RT-DATE
                     ": compra " WS-RT-BUY " venda " WS-RT-SELL

                  MOVE "FX-RATE"   TO WS-LOG-ACTION
                  MOVE "OK"        TO WS-LOG-STATUS
                  MOVE 0           TO WS-LOG-VALUE
                  MOVE SPACES      TO WS-LOG-MESSAGE
                  STRING "cotacao " WS-RT-CURRENCY " " WS-RT-DATE
                     " compra " WS-RT-BUY " venda " WS-RT-SELL
                     " por " WS-OPERATOR-USER
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF
            END-IF.

         READ-RATE-IMAGE.
      *    Imagem da cotacao para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fx_rates t
               WHERE currency = :WS-RT-CURRENCY
                 AND business_date = :WS-RT-DATE::date
            END-EXEC
            MOVE "fx_rates" TO WS-CHG-TABLE
            MOVE SPACES TO WS-CHG-KEY
            STRING WS-RT-CURRENCY " " WS-RT-DATE
               DELIMITED BY SIZE INTO WS-CHG-KEY
            END-STRING
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LIST-DAY-RATES.
            EXEC SQL
               DECLARE FX-RATE-CUR CURSOR FOR
               SELECT currency, buy_rate, sell_rate
               FROM fx_rates
               WHERE business_date = :WS-BUS-DATE::date
               ORDER BY currency
            END-EXEC

            EXEC SQL
               OPEN FX-RATE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FX-RATES\" WS-BUS-DATE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-RATE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FX-RATE-CUR
               END-EXEC
            END-IF.

         FETCH-RATE-ROW.
            EXEC SQL
               FETCH FX-RATE-CUR
               INTO :WS-RT-CURRENCY, :WS-RT-BUY, :WS-RT-SELL
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
               DISPLAY "rate\" WS-RT-CURRENCY "\" WS-RT-BUY "\"
                  WS-RT-SELL
            END-IF
            END-IF.

         ASK-DEAL.
      *    Conta do cliente (perna em reais), moeda e valor em moeda
      *    estrangeira - comum aos tres tipos de operacao.
            MOVE 0 TO WS-FX-ACCOUNT
            MOVE 0 TO WS-FX-AMOUNT
            DISPLAY "#Conta do cliente: " NO ADVANCING
            ACCEPT WS-FX-ACCOUNT
            MOVE SPACES TO WS-CMD-ARGS
            PERFORM ASK-CURRENCY
            DISPLAY "#Valor em " WS-RT-CURRENCY ": " NO ADVANCING
            ACCEPT WS-FX-AMOUNT
            MOVE WS-RT-CURRENCY TO WS-FX-CURRENCY.

         CHECK-DEAL.
      *    Conta ativa, conta de liquidacao configurada e cotacao do
      *    dia gravada para a moeda - sem cotacao do dia nao se fecha
      *    cambio com taxa velha.
            MOVE "N" TO WS-DEAL-OK
            MOVE SPACES TO WS-ACCT-STATUS
            EXEC SQL
               SELECT account_status(:WS-FX-ACCOUNT)
               INTO :WS-ACCT-STATUS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-ACCT-STATUS
            END-IF

            MOVE WS-FX-CURRENCY TO WS-RT-CURRENCY
            MOVE 0 TO WS-RT-BUY
            MOVE 0 TO WS-RT-SELL
            EXEC SQL
               SELECT buy_rate, sell_rate
               INTO :WS-RT-BUY, :WS-RT-SELL
               FROM fx_rates
               WHERE currency = :WS-RT-CURRENCY
                 AND business_date = :WS-BUS-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-RT-BUY
               MOVE 0 TO WS-RT-SELL
            END-IF

            IF WS-SETTLE-ACCOUNT = 0
               DISPLAY "0\FX-DEAL"
               DISPLAY "#FX_SETTLEMENT_ACCOUNT nao cadastrada - "
                  "cambio impossivel"
            ELSE IF WS-ACCT-STATUS NOT = "ACTIVE"
               DISPLAY "0\FX-DEAL"
               DISPLAY "#Conta " WS-FX-ACCOUNT
                  " inexistente ou nao ativa"
            ELSE IF WS-FX-AMOUNT = 0
               DISPLAY "0\FX-DEAL"
               DISPLAY "#Valor em moeda estrangeira e obrigatorio"
            ELSE IF WS-RT-SELL = 0
               DISPLAY "0\FX-DEAL"
               DISPLAY "#Sem cotacao " WS-FX-CURRENCY " para "
                  WS-BUS-DATE " - grave com RATE"
            ELSE
               MOVE "S" TO WS-DEAL-OK
            END-IF
            END-IF
            END-IF
            END-IF.

         PRICE-DEAL.
      *    Compra pela taxa de compra, venda e remessa pela de venda;
      *    IOF sobre o valor em reais da operacao.
            EVALUATE WS-FX-TYPE
               WHEN "BUY"
                  MOVE WS-RT-BUY TO WS-FX-RATE
                  MOVE WS-IOF-BUY-RATE TO WS-FX-IOF-RATE
               WHEN "SELL"
                  MOVE WS-RT-SELL TO WS-FX-RATE
                  MOVE WS-IOF-SELL-RATE TO WS-FX-IOF-RATE
               WHEN OTHER
                  MOVE WS-RT-SELL TO WS-FX-RATE
                  MOVE WS-IOF-REMIT-RATE TO WS-FX-IOF-RATE
            END-EVALUATE
            COMPUTE WS-FX-BRL ROUNDED = WS-FX-AMOUNT * WS-FX-RATE
            COMPUTE WS-FX-IOF ROUNDED = WS-FX-BRL * WS-FX-IOF-RATE.

         CASH-DEAL.
            PERFORM ASK-DEAL
            PERFORM CHECK-DEAL
            IF WS-DEAL-OK = "S"
               PERFORM PRICE-DEAL
               MOVE SPACES TO WS-FX-BENEF-NAME
               MOVE SPACES TO WS-FX-BENEF-ACCOUNT
               MOVE SPACES TO WS-FX-BENEF-SWIFT
               MOVE SPACES TO WS-FX-BENEF-COUNTRY
               MOVE SPACES TO WS-FX-PURPOSE
               PERFORM CONFIRM-DEAL
            END-IF.

         REMIT-DEAL.
      *    Dados do beneficiario no exterior e natureza da operacao -
      *    SWIFT/BIC de 8 ou 11 posicoes, pais ISO de duas letras,
      *    codigo de natureza de cinco digitos.
            PERFORM ASK-DEAL
            DISPLAY "#Nome do beneficiario: " NO ADVANCING
            ACCEPT WS-FX-BENEF-NAME
            DISPLAY "#Conta/IBAN do beneficiario: " NO ADVANCING
            ACCEPT WS-FX-BENEF-ACCOUNT
            DISPLAY "#SWIFT/BIC do banco do beneficiario: "
               NO ADVANCING
            ACCEPT WS-FX-BENEF-SWIFT
            DISPLAY "#Pais do beneficiario (ISO, ex US): "
               NO ADVANCING
            ACCEPT WS-FX-BENEF-COUNTRY
            DISPLAY "#Codigo de natureza da operacao: " NO ADVANCING
            ACCEPT WS-FX-PURPOSE
            INSPECT WS-FX-BENEF-SWIFT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WS-FX-BENEF-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE 0 TO WS-SWIFT-LEN
            INSPECT WS-FX-BENEF-SWIFT TALLYING WS-SWIFT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE

            PERFORM CHECK-DEAL
            IF WS-DEAL-OK = "S"
               IF WS-FX-BENEF-NAME = SPACES
                  OR WS-FX-BENEF-ACCOUNT = SPACES
                  DISPLAY "0\FX-DEAL"
                  DISPLAY "#Nome e conta do beneficiario sao "
                     "obrigatorios"
               ELSE IF WS-SWIFT-LEN NOT = 8 AND WS-SWIFT-LEN NOT = 11
                  DISPLAY "0\FX-DEAL"
                  DISPLAY "#SWIFT/BIC invalido: " WS-FX-BENEF-SWIFT
               ELSE IF WS-FX-BENEF-COUNTRY IS NOT ALPHABETIC
                  OR WS-FX-BENEF-COUNTRY(2:1) = SPACE
                  OR WS-FX-BENEF-COUNTRY = "BR"
                  DISPLAY "0\FX-DEAL"
                  DISPLAY "#Pais do beneficiario invalido: "
                     WS-FX-BENEF-COUNTRY
               ELSE IF WS-FX-PURPOSE IS NOT NUMERIC
                  DISPLAY "0\FX-DEAL"
                  DISPLAY "#Codigo de natureza invalido: "
                     WS-FX-PURPOSE
               ELSE
                  PERFORM PRICE-DEAL
                  PERFORM CONFIRM-DEAL
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         CONFIRM-DEAL.
            DISPLAY "#Operacao " WS-FX-TYPE " " WS-FX-AMOUNT " "
               WS-FX-CURRENCY " a " WS-FX-RATE
            DISPLAY "#Valor em reais: " WS-FX-BRL " IOF " WS-FX-IOF
            IF WS-FX-TYPE = "BUY"
               DISPLAY "#Credito na conta " WS-FX-ACCOUNT ": "
                  WS-FX-BRL " (IOF debitado a parte)"
            ELSE
               COMPUTE WS-DEBIT-TOTAL = WS-FX-BRL + WS-FX-IOF
               DISPLAY "#Debito na conta " WS-FX-ACCOUNT ": "
                  WS-DEBIT-TOTAL
            END-IF
            IF WS-FX-TYPE = "REMIT"
               DISPLAY "#Beneficiario " WS-FX-BENEF-NAME
               DISPLAY "#Conta " WS-FX-BENEF-ACCOUNT " banco "
                  WS-FX-BENEF-SWIFT " pais " WS-FX-BENEF-COUNTRY
                  " natureza " WS-FX-PURPOSE
            END-IF
            DISPLAY "#Confirma o contrato? (S/N): " NO ADVANCING
            ACCEPT WS-ANSWER
            IF WS-ANSWER = "S" OR WS-ANSWER = "s"
               PERFORM SCREEN-REMIT-BENEFICIARY
               IF WS-SCRN-DISP = "F"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "0\FX-DEAL"
                  DISPLAY "#Triagem de listas restritivas "
                     "indisponivel - contrato nao registrado"
               ELSE
                  PERFORM BOOK-DEAL
               END-IF
            ELSE
               DISPLAY "0\FX-DEAL"
               DISPLAY "#Contrato nao confirmado - nada postado"
            END-IF.

         SCREEN-REMIT-BENEFICIARY.
      *    So a remessa tem beneficiario nomeado; a ocorrencia fica
      *    gravada na mesma transacao do contrato.
            MOVE 0 TO WS-FX-HIT-ID
            MOVE "S" TO WS-SCRN-DISP
            IF WS-FX-TYPE = "REMIT"
               MOVE "CHECK"          TO WS-SC-FUNC
               MOVE "FX"             TO WS-SC-CONTEXT
               MOVE WS-FX-BENEF-NAME TO WS-SC-NAME
               MOVE SPACES           TO WS-SC-DOC
               MOVE WS-FX-ACCOUNT    TO WS-SC-ACCOUNT
               MOVE WS-FX-BRL        TO WS-SC-AMOUNT
               MOVE SPACES           TO WS-SC-REF
               MOVE WS-OPERATOR-USER TO WS-SC-OPERATOR
               MOVE WS-CONN-PID      TO WS-SC-SESSION
               CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
               IF WS-SCRN-DISP = "H"
                  MOVE WS-SC-HIT-ID TO WS-FX-HIT-ID
                  DISPLAY "#Possivel ocorrencia em lista "
                     WS-SC-LIST-TYPE " (score " WS-SC-SCORE "): "
                     WS-SC-MATCH-NAME
               END-IF
            END-IF.

         BOOK-DEAL.
      *    Contrato, numero de registro, trilha, perna em reais e IOF
      *    na mesma transacao. Especie comprada ou vendida liquida na
      *    hora; remessa fica PENDING ate a mensagem de pagamento, ou
      *    HELD quando a triagem do beneficiario deu ocorrencia.
            IF WS-FX-TYPE = "REMIT"
               MOVE "PENDING" TO WS-FX-STATUS
               IF WS-FX-HIT-ID > 0
                  MOVE "HELD" TO WS-FX-STATUS
               END-IF
            ELSE
               MOVE "SETTLED" TO WS-FX-STATUS
            END-IF
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO fx_contracts
                  (deal_type, account, currency, fx_amount, rate,
                   brl_amount, iof_amount, business_date, status,
                   beneficiary_name, beneficiary_account,
                   beneficiary_swift, beneficiary_country,
                   purpose_code, operator, session_id, created_at,
                   settled_at, screening_hit_id)
               VALUES (:WS-FX-TYPE, :WS-FX-ACCOUNT, :WS-FX-CURRENCY,
                       :WS-FX-AMOUNT, :WS-FX-RATE, :WS-FX-BRL,
                       :WS-FX-IOF, :WS-BUS-DATE::date, :WS-FX-STATUS,
                       NULLIF(:WS-FX-BENEF-NAME, ' '),
                       NULLIF(:WS-FX-BENEF-ACCOUNT, ' '),
                       NULLIF(:WS-FX-BENEF-SWIFT, ' '),
                       NULLIF(:WS-FX-BENEF-COUNTRY, ' '),
                       NULLIF(:WS-FX-PURPOSE, ' '),
                       :WS-OPERATOR-USER, :WS-CONN-PID, now(),
                       CASE WHEN :WS-FX-STATUS = 'SETTLED'
                            THEN now() END,
                       NULLIF(:WS-FX-HIT-ID, 0))
               RETURNING id INTO :WS-FX-ID
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE fx_contracts
                  SET contract_no = 'FX' ||
                         TO_CHAR(business_date, 'YYYYMMDD') ||
                         LPAD(id::text, 9, '0')
                  WHERE id = :WS-FX-ID
                  RETURNING contract_no INTO :WS-FX-CONTRACT-NO
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE 1 TO WS-CHG-ROWS
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = ZERO
               IF WS-FX-TYPE = "BUY"
                  EXEC SQL
                     SELECT post_transfer(:WS-SETTLE-ACCOUNT,
                            :WS-FX-ACCOUNT, :WS-FX-BRL)
                     INTO :WS-FX-RESULT
                  END-EXEC
               ELSE
                  EXEC SQL
                     SELECT post_transfer(:WS-FX-ACCOUNT,
                            :WS-SETTLE-ACCOUNT, :WS-FX-BRL)
                     INTO :WS-FX-RESULT
                  END-EXEC
               END-IF
            END-IF

            IF SQLCODE = ZERO AND WS-FX-IOF > 0
               EXEC SQL
                  SELECT post_tax(:WS-FX-ACCOUNT, :WS-FX-IOF)
                  INTO :WS-FX-IOF-STATUS
               END-EXEC
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
               DISPLAY "1\FX-DEAL\" WS-FX-CONTRACT-NO
               DISPLAY "#Contrato de cambio " WS-FX-CONTRACT-NO " "
                  WS-FX-STATUS
               IF WS-FX-HIT-ID > 0
                  DISPLAY "#Remessa RETIDA para o compliance - "
                     "ocorrencia " WS-FX-HIT-ID
               END-IF
               PERFORM LOG-DEAL
            END-IF.

         LOG-DEAL.
      *    Uma linha pela operacao e outra pelo IOF, com acao propria -
      *    e por ela que o GL-POST lanca o IOF em conta do razao.
            EVALUATE WS-FX-TYPE
               WHEN "BUY"   MOVE "FX-BUY"   TO WS-LOG-ACTION
               WHEN "SELL"  MOVE "FX-SELL"  TO WS-LOG-ACTION
               WHEN OTHER   MOVE "FX-REMIT" TO WS-LOG-ACTION
            END-EVALUATE
            MOVE "OK"          TO WS-LOG-STATUS
            MOVE WS-FX-BRL     TO WS-LOG-VALUE
            MOVE SPACES        TO WS-LOG-MESSAGE
            STRING "contrato " WS-FX-CONTRACT-NO " conta "
               WS-FX-ACCOUNT " " WS-FX-AMOUNT " " WS-FX-CURRENCY
               " por " WS-OPERATOR-USER
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA

            IF WS-FX-IOF > 0
               MOVE "IOF"         TO WS-LOG-ACTION
               MOVE WS-FX-IOF     TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "conta " WS-FX-ACCOUNT " cambio "
                  WS-FX-CONTRACT-NO
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-CONTRACT-IMAGE.
      *    Imagem do contrato para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fx_contracts t
               WHERE id = :WS-FX-ID
            END-EXEC
            MOVE "fx_contracts" TO WS-CHG-TABLE
            MOVE WS-FX-CONTRACT-NO TO WS-CHG-KEY
            MOVE WS-FX-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         SHOW-CONTRACT.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do contrato: " NO ADVANCING
               ACCEPT WS-FX-CONTRACT-NO
            ELSE
               MOVE WS-CMD-ARGS TO WS-FX-CONTRACT-NO
            END-IF
            INSPECT WS-FX-CONTRACT-NO CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            EXEC SQL
               SELECT deal_type, account, currency, fx_amount, rate,
                      brl_amount, iof_amount,
                      TO_CHAR(business_date, 'YYYY-MM-DD'), status,
                      COALESCE(beneficiary_name, ' '),
                      COALESCE(beneficiary_account, ' '),
                      COALESCE(beneficiary_swift, ' '),
                      COALESCE(beneficiary_country, ' '),
                      COALESCE(purpose_code, ' ')
               INTO :WS-FX-TYPE, :WS-FX-ACCOUNT, :WS-FX-CURRENCY,
                    :WS-FX-AMOUNT, :WS-FX-RATE, :WS-FX-BRL,
                    :WS-FX-IOF, :WS-FX-DATE, :WS-FX-STATUS,
                    :WS-FX-BENEF-NAME, :WS-FX-BENEF-ACCOUNT,
                    :WS-FX-BENEF-SWIFT, :WS-FX-BENEF-COUNTRY,
                    :WS-FX-PURPOSE
               FROM fx_contracts
               WHERE contract_no = :WS-FX-CONTRACT-NO
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\FX-SHOW"
               DISPLAY "#Contrato nao encontrado: " WS-FX-CONTRACT-NO
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FX-SHOW\" WS-FX-CONTRACT-NO
               DISPLAY "fx\" WS-FX-TYPE "\" WS-FX-ACCOUNT "\"
                  WS-FX-CURRENCY "\" WS-FX-AMOUNT "\" WS-FX-RATE "\"
                  WS-FX-BRL "\" WS-FX-IOF "\" WS-FX-DATE "\"
                  WS-FX-STATUS
               IF WS-FX-TYPE = "REMIT"
                  DISPLAY "benef\" WS-FX-BENEF-NAME "\"
                     WS-FX-BENEF-ACCOUNT "\" WS-FX-BENEF-SWIFT "\"
                     WS-FX-BENEF-COUNTRY "\" WS-FX-PURPOSE
               END-IF
            END-IF
            END-IF.

         LIST-CONTRACTS.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-FX-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-FX-ACCOUNT
            END-IF

            EXEC SQL
               DECLARE FX-LIST-CUR CURSOR FOR
               SELECT contract_no, deal_type, currency, fx_amount,
                      rate, brl_amount,
                      TO_CHAR(business_date, 'YYYY-MM-DD'), status
               FROM fx_contracts
               WHERE account = :WS-FX-ACCOUNT
               ORDER BY id DESC
            END-EXEC

            EXEC SQL
               OPEN FX-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FX-LIST\" WS-FX-ACCOUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-CONTRACT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FX-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-CONTRACT-ROW.
            EXEC SQL
               FETCH FX-LIST-CUR
               INTO :WS-FX-CONTRACT-NO, :WS-FX-TYPE, :WS-FX-CURRENCY,
                    :WS-FX-AMOUNT, :WS-FX-RATE, :WS-FX-BRL,
                    :WS-FX-DATE, :WS-FX-STATUS
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
               DISPLAY "fx\" WS-FX-CONTRACT-NO "\" WS-FX-TYPE "\"
                  WS-FX-CURRENCY "\" WS-FX-AMOUNT "\" WS-FX-RATE "\"
                  WS-FX-BRL "\" WS-FX-DATE "\" WS-FX-STATUS
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - a
      *    cotacao e o contrato valem para ela.
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  PIX charge desk (PIX Cobranca) - a merchant customer charges
      *  its payers by dynamic QR instead of boleto. CREATE books the
      *  charge on one of the merchant's ACTIVE keys (the account is
      *  the key's, by pix_key_account()) with a txid (26 to 35
      *  letters and digits, unique; blank generates one), amount,
      *  due date, optional fine and monthly interest for late
      *  payment (capped by COBR_MAX_FINE_PCT / COBR_MAX_INTEREST_PCT,
      *  the same ceilings as registered boletos), the amount rule -
      *  F fixed, the payer must pay exactly what is due; A
      *  alterable, any amount settles it - and optionally the
      *  payer's CPF/CNPJ and name. The QR payload (PIXQR) is shown
      *  at once and again by SHOW while the charge is open.
      *
      *  PIX-IN matches each inbound PIX carrying a txid against the
      *  open charges of the receiving account, marks the charge PAID
      *  or returns the money by the charge rules, and PIXCOB-RET
      *  sends the merchant the daily file of charges paid and still
      *  open. A charge left unpaid PIX_CHARGE_MAX_LATE_DAYS (default
      *  30) after its due date is no longer payable - PIXCOB-RET
      *  closes it as EXPIRED.
      *
      *  pix_charges.status: OPEN, PAID, CANCELLED, EXPIRED.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 PIXCOB-MAINT.
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

      *    Cobranca em manutencao.
         01  WS-COB-ID               PIC 9(9)  VALUE 0.
         01  WS-COB-TXID             PIC X(35) VALUE SPACES.
         01  WS-COB-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-COB-KEY              PIC X(40) VALUE SPACES.
         01  WS-COB-HOLDER           PIC X(60) VALUE SPACES.
         01  WS-COB-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-COB-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-COB-FINE-PCT         PIC 9(2)V99 VALUE 0.
         01  WS-COB-INTEREST-PCT     PIC 9(2)V99 VALUE 0.
         01  WS-COB-RULE             PIC X(1)  VALUE SPACE.
         01  WS-COB-PAYER-DOC        PIC X(14) VALUE SPACES.
         01  WS-COB-PAYER-NAME       PIC X(40) VALUE SPACES.
         01  WS-COB-DESC             PIC X(40) VALUE SPACES.
         01  WS-COB-STATUS           PIC X(10) VALUE SPACES.
         01  WS-COB-PAID-AMOUNT      PIC 9(10)V99 VALUE 0.
         01  WS-COB-PAID-DATE        PIC X(10) VALUE SPACES.
         01  WS-COB-SEEN             PIC 9(5)  VALUE 0.
         01  WS-KEY-STATUS           PIC X(10) VALUE SPACES.

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

      *    Payload do QR (PIXQR) - chave, recebedor, cidade, valor e
      *    txid da cobranca.
         01  WS-QR-DATA.
             05  WS-QR-KEY             PIC X(40) VALUE SPACES.
             05  WS-QR-NAME            PIC X(25) VALUE SPACES.
             05  WS-QR-CITY            PIC X(15) VALUE SPACES.
             05  WS-QR-AMOUNT          PIC 9(10)V99 VALUE 0.
             05  WS-QR-TXID            PIC X(35) VALUE SPACES.
             05  WS-QR-PAYLOAD         PIC X(300) VALUE SPACES.
         01  WS-QR-DISP             PIC X(1)  VALUE SPACE.
         01  WS-QR-CITY-ENV         PIC X(15) VALUE SPACES.

      *    Conferencia do txid - tamanho e so letras e digitos.
         01  WS-TXID-LEN            PIC 9(2)  VALUE 0.
         01  WS-TXID-CHECK          PIC X(35) VALUE SPACES.
         01  WS-TXID-OK             PIC X(1)  VALUE "N".

      *    Tetos de multa e juros - os mesmos da cobranca registrada.
         01  WS-MAX-FINE-PCT        PIC 9(2)V99 VALUE 2.
         01  WS-MAX-INTEREST-PCT    PIC 9(2)V99 VALUE 1.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-CHKD-TYPE           PIC X(4)  VALUE SPACES.
         01  WS-CHKD-VALUE          PIC X(14) VALUE SPACES.
         01  WS-CHKD-RESULT         PIC X(1)  VALUE SPACE.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-COB-FOUND           PIC X(1)  VALUE "N".
         01  WS-COB-VALID           PIC X(1)  VALUE "N".
         01  WS-ANSWER              PIC X(1)  VALUE SPACE.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "PIXCOB-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PIXCOB".
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
               PERFORM LOAD-DB-POLICY
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
      *    Cidade do recebedor no QR - a da praca do banco.
            MOVE "SAO PAULO" TO WS-QR-CITY-ENV
            ACCEPT WS-QR-CITY-ENV FROM ENVIRONMENT "PIX_QR_CITY"
            IF WS-QR-CITY-ENV = SPACES
               MOVE "SAO PAULO" TO WS-QR-CITY-ENV
            END-IF.

         LOAD-DB-POLICY.
            MOVE "COBR_MAX_FINE_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-FINE-PCT
            END-IF

            MOVE "COBR_MAX_INTEREST_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-INTEREST-PCT
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
               DISPLAY "#Cobranca PIX - digite HELP para ajuda"
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
            DISPLAY "=== COBRANCA PIX ==="
            DISPLAY "CREATE  : Cria cobranca com QR dinamico"
            DISPLAY "SHOW    : Mostra a cobranca e o QR pelo txid"
            DISPLAY "CANCEL  : Cancela uma cobranca em aberto"
            DISPLAY "LIST    : Lista as cobrancas de uma conta"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "===================="
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
               WHEN "CREATE"   PERFORM CREATE-CHARGE
               WHEN "SHOW"     PERFORM SHOW-CHARGE
               WHEN "CANCEL"   PERFORM CANCEL-CHARGE
               WHEN "LIST"     PERFORM LIST-CHARGES
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         CREATE-CHARGE.
      *    A conta e a da chave - cobranca so em chave ATIVA do
      *    proprio recebedor.
            DISPLAY "#Chave PIX do recebedor: " NO ADVANCING
            ACCEPT WS-COB-KEY
            PERFORM RESOLVE-MERCHANT-KEY
            IF WS-KEY-STATUS NOT = "ACTIVE"
               DISPLAY "0\PIXCOB"
               DISPLAY "#Chave desconhecida, revogada ou sem conta"
            ELSE
               DISPLAY "#Recebedor " WS-COB-HOLDER(1:40) " conta "
                  WS-COB-ACCOUNT
               PERFORM ACCEPT-CHARGE-DATA
               PERFORM VALIDATE-CHARGE-DATA
               IF WS-COB-VALID = "S"
                  PERFORM BOOK-CHARGE
               END-IF
            END-IF.

         RESOLVE-MERCHANT-KEY.
            MOVE SPACES TO WS-KEY-STATUS
            MOVE SPACES TO WS-COB-HOLDER
            EXEC SQL
               SELECT status, holder INTO :WS-KEY-STATUS, :WS-COB-HOLDER
               FROM pix_keys
               WHERE pix_key = :WS-COB-KEY
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-KEY-STATUS
            END-IF

            IF WS-KEY-STATUS = "ACTIVE"
               MOVE 0 TO WS-COB-ACCOUNT
               EXEC SQL
                  SELECT pix_key_account(:WS-COB-KEY)
                  INTO :WS-COB-ACCOUNT
               END-EXEC
               IF SQLCODE NOT = ZERO OR WS-COB-ACCOUNT = 0
                  MOVE SPACES TO WS-KEY-STATUS
               END-IF
            END-IF.

         ACCEPT-CHARGE-DATA.
            DISPLAY "#Txid (ENTER = gerado): " NO ADVANCING
            ACCEPT WS-COB-TXID
            DISPLAY "#Valor: " NO ADVANCING
            ACCEPT WS-COB-AMOUNT
            DISPLAY "#Vencimento (AAAA-MM-DD): " NO ADVANCING
            ACCEPT WS-COB-DUE-DATE
            DISPLAY "#Multa % (ENTER = sem): " NO ADVANCING
            ACCEPT WS-COB-FINE-PCT
            DISPLAY "#Juros % ao mes (ENTER = sem): " NO ADVANCING
            ACCEPT WS-COB-INTEREST-PCT
            DISPLAY "#Valor F=fixo A=alteravel (ENTER = F): "
               NO ADVANCING
            ACCEPT WS-COB-RULE
            DISPLAY "#CPF/CNPJ do pagador (ENTER = sem): "
               NO ADVANCING
            ACCEPT WS-COB-PAYER-DOC
            MOVE SPACES TO WS-COB-PAYER-NAME
            IF WS-COB-PAYER-DOC NOT = SPACES
               DISPLAY "#Nome do pagador: " NO ADVANCING
               ACCEPT WS-COB-PAYER-NAME
            END-IF
            DISPLAY "#Descricao: " NO ADVANCING
            ACCEPT WS-COB-DESC

            INSPECT WS-COB-RULE CONVERTING "fa" TO "FA"
            IF WS-COB-RULE = SPACE
               MOVE "F" TO WS-COB-RULE
            END-IF.

         VALIDATE-CHARGE-DATA.
            MOVE "N" TO WS-COB-VALID
            PERFORM CHECK-TXID
            PERFORM CHECK-CHARGE-DUE-DATE
            PERFORM CHECK-PAYER-DOC

            IF WS-TXID-OK NOT = "S"
               DISPLAY "0\PIXCOB"
               DISPLAY "#Txid deve ter de 26 a 35 letras e digitos, "
                  "sem repetir"
            ELSE IF WS-COB-AMOUNT = 0
               DISPLAY "0\PIXCOB"
               DISPLAY "#Valor invalido ou zerado"
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "0\PIXCOB"
               DISPLAY "#Vencimento invalido ou anterior ao movimento"
            ELSE IF WS-COB-FINE-PCT > WS-MAX-FINE-PCT
                 OR WS-COB-INTEREST-PCT > WS-MAX-INTEREST-PCT
               DISPLAY "0\PIXCOB"
               DISPLAY "#Multa ou juros acima do teto (multa "
                  WS-MAX-FINE-PCT "% juros " WS-MAX-INTEREST-PCT
                  "% ao mes)"
            ELSE IF WS-COB-RULE NOT = "F" AND WS-COB-RULE NOT = "A"
               DISPLAY "0\PIXCOB"
               DISPLAY "#Regra do valor deve ser F ou A"
            ELSE IF WS-CHKD-RESULT NOT = "S"
               DISPLAY "0\PIXCOB"
               DISPLAY "#CPF/CNPJ do pagador invalido"
            ELSE IF WS-COB-PAYER-DOC NOT = SPACES
                AND WS-COB-PAYER-NAME = SPACES
               DISPLAY "0\PIXCOB"
               DISPLAY "#Nome do pagador em branco"
            ELSE
               MOVE "S" TO WS-COB-VALID
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-TXID.
      *    Em branco o INSERT gera; informado, de 26 a 35 letras e
      *    digitos, sem brancos no meio e unico no banco.
            MOVE "S" TO WS-TXID-OK
            IF WS-COB-TXID NOT = SPACES
               MOVE 0 TO WS-TXID-LEN
               INSPECT WS-COB-TXID TALLYING WS-TXID-LEN
                  FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-COB-TXID TO WS-TXID-CHECK
               INSPECT WS-TXID-CHECK CONVERTING
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz"
                  TO
                  "0000000000000000000000000000000000000000000000000000"
               IF WS-TXID-LEN < 26
                  MOVE "N" TO WS-TXID-OK
               ELSE IF WS-TXID-CHECK(1:WS-TXID-LEN) NOT NUMERIC
                  MOVE "N" TO WS-TXID-OK
               ELSE IF WS-TXID-LEN < 35
                   AND WS-COB-TXID(WS-TXID-LEN + 1:) NOT = SPACES
                  MOVE "N" TO WS-TXID-OK
               ELSE
                  MOVE 0 TO WS-COB-SEEN
                  EXEC SQL
                     SELECT COUNT(*) INTO :WS-COB-SEEN
                     FROM pix_charges
                     WHERE txid = :WS-COB-TXID
                  END-EXEC
                  IF SQLCODE NOT = ZERO OR WS-COB-SEEN > 0
                     MOVE "N" TO WS-TXID-OK
                  END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         CHECK-CHARGE-DUE-DATE.
      *    Data real e nao anterior ao movimento.
            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-COB-DUE-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S" AND WS-COB-DUE-DATE < WS-BUS-DATE
               MOVE "N" TO WS-DS-DISP
            END-IF.

         CHECK-PAYER-DOC.
      *    Pagador e opcional; informado, CPF (11) ou CNPJ (14) pelo
      *    mesmo CHECKDIGIT de sempre.
            MOVE "S" TO WS-CHKD-RESULT
            IF WS-COB-PAYER-DOC NOT = SPACES
               MOVE "N" TO WS-CHKD-RESULT
               IF WS-COB-PAYER-DOC(1:11) IS NUMERIC AND
                  WS-COB-PAYER-DOC(12:3) = SPACES
                  MOVE "CPF " TO WS-CHKD-TYPE
                  MOVE WS-COB-PAYER-DOC TO WS-CHKD-VALUE
                  CALL "CHECKDIGIT" USING WS-CHKD-TYPE,
                     WS-CHKD-VALUE, WS-CHKD-RESULT
               ELSE
                  IF WS-COB-PAYER-DOC(1:14) IS NUMERIC
                     MOVE "CNPJ" TO WS-CHKD-TYPE
                     MOVE WS-COB-PAYER-DOC TO WS-CHKD-VALUE
                     CALL "CHECKDIGIT" USING WS-CHKD-TYPE,
                        WS-CHKD-VALUE, WS-CHKD-RESULT
                  END-IF
               END-IF
            END-IF.

         BOOK-CHARGE.
      *    Txid em branco vira COB + carimbo + sessao - 30 posicoes,
      *    so letras e digitos, unico.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO pix_charges
                  (txid, account, pix_key, amount, due_date, fine_pct,
                   interest_pct, amount_rule, payer_doc, payer_name,
                   description, status, operator, created_at,
                   paid_amount, returned_amount)
               VALUES (COALESCE(NULLIF(TRIM(:WS-COB-TXID), ''),
                          'COB' ||
                          TO_CHAR(clock_timestamp(),
                                  'YYYYMMDDHH24MISSUS') ||
                          LPAD(pg_backend_pid()::text, 7, '0')),
                       :WS-COB-ACCOUNT, :WS-COB-KEY, :WS-COB-AMOUNT,
                       :WS-COB-DUE-DATE::date, :WS-COB-FINE-PCT,
                       :WS-COB-INTEREST-PCT, :WS-COB-RULE,
                       NULLIF(TRIM(:WS-COB-PAYER-DOC), ''),
                       NULLIF(TRIM(:WS-COB-PAYER-NAME), ''),
                       :WS-COB-DESC, 'OPEN', :WS-OPERATOR-USER,
                       now(), 0, 0)
               RETURNING id, txid INTO :WS-COB-ID, :WS-COB-TXID
            END-EXEC

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CHARGE-IMAGE
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
               DISPLAY "1\PIXCOB-NEW\" WS-COB-TXID
               DISPLAY "#Cobranca " WS-COB-ID " txid " WS-COB-TXID
               PERFORM DISPLAY-QR-PAYLOAD

               MOVE "PIXCOB-NEW"   TO WS-LOG-ACTION
               MOVE "OK"           TO WS-LOG-STATUS
               MOVE WS-COB-AMOUNT  TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "txid " WS-COB-TXID " conta " WS-COB-ACCOUNT
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               MOVE WS-COB-KEY     TO WS-LOG-ENDPOINT
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE SPACES         TO WS-LOG-ENDPOINT
            END-IF.

         DISPLAY-QR-PAYLOAD.
      *    Nome do recebedor em maiusculas, como o app do pagador
      *    mostra.
            MOVE WS-COB-KEY      TO WS-QR-KEY
            MOVE WS-COB-HOLDER   TO WS-QR-NAME
            INSPECT WS-QR-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE WS-QR-CITY-ENV  TO WS-QR-CITY
            MOVE WS-COB-AMOUNT   TO WS-QR-AMOUNT
            MOVE WS-COB-TXID     TO WS-QR-TXID
            CALL "PIXQR" USING WS-QR-DATA, WS-QR-DISP
            IF WS-QR-DISP = "S"
               DISPLAY "qr\" WS-QR-PAYLOAD
            ELSE
               DISPLAY "#QR nao montado - chave, txid ou valor "
                  "faltando"
            END-IF.

         ASK-TXID.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Txid da cobranca: " NO ADVANCING
               ACCEPT WS-COB-TXID
            ELSE
               MOVE WS-CMD-ARGS TO WS-COB-TXID
            END-IF.

         READ-CHARGE.
            MOVE "N" TO WS-COB-FOUND
            EXEC SQL
               SELECT c.id, c.account, c.pix_key, c.amount,
                      TO_CHAR(c.due_date, 'YYYY-MM-DD'),
                      COALESCE(c.fine_pct, 0),
                      COALESCE(c.interest_pct, 0), c.amount_rule,
                      COALESCE(c.payer_doc, ' '),
                      COALESCE(c.payer_name, ' '),
                      COALESCE(c.description, ' '), c.status,
                      COALESCE(c.paid_amount, 0),
                      COALESCE(TO_CHAR(c.paid_date, 'YYYY-MM-DD'),
                               ' '),
                      COALESCE(k.holder, ' ')
               INTO :WS-COB-ID, :WS-COB-ACCOUNT, :WS-COB-KEY,
                    :WS-COB-AMOUNT, :WS-COB-DUE-DATE,
                    :WS-COB-FINE-PCT, :WS-COB-INTEREST-PCT,
                    :WS-COB-RULE, :WS-COB-PAYER-DOC,
                    :WS-COB-PAYER-NAME, :WS-COB-DESC, :WS-COB-STATUS,
                    :WS-COB-PAID-AMOUNT, :WS-COB-PAID-DATE,
                    :WS-COB-HOLDER
               FROM pix_charges c
               LEFT JOIN pix_keys k ON k.pix_key = c.pix_key
               WHERE c.txid = :WS-COB-TXID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\PIXCOB"
               DISPLAY "#Txid nao consta das cobrancas"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-COB-FOUND
            END-IF
            END-IF.

         SHOW-CHARGE.
            PERFORM ASK-TXID
            PERFORM READ-CHARGE
            IF WS-COB-FOUND = "S"
               DISPLAY "1\PIXCOB\" WS-COB-TXID
               DISPLAY "cob\" WS-COB-ID "\" WS-COB-ACCOUNT "\"
                  WS-COB-AMOUNT "\" WS-COB-DUE-DATE "\"
                  WS-COB-FINE-PCT "\" WS-COB-INTEREST-PCT "\"
                  WS-COB-RULE "\" WS-COB-STATUS "\"
                  WS-COB-PAID-AMOUNT "\" WS-COB-PAID-DATE
               DISPLAY "#Chave " WS-COB-KEY
               DISPLAY "#Pagador " WS-COB-PAYER-DOC " "
                  WS-COB-PAYER-NAME
               DISPLAY "#" WS-COB-DESC
      *        QR so para cobranca ainda pagavel.
               IF WS-COB-STATUS = "OPEN"
                  PERFORM DISPLAY-QR-PAYLOAD
               END-IF
            END-IF.

         CANCEL-CHARGE.
            PERFORM ASK-TXID
            PERFORM READ-CHARGE
            IF WS-COB-FOUND = "S"
               IF WS-COB-STATUS NOT = "OPEN"
                  DISPLAY "0\PIXCOB"
                  DISPLAY "#Cobranca " WS-COB-TXID " esta "
                     WS-COB-STATUS " - nada cancelado"
               ELSE
                  DISPLAY "#Cobranca " WS-COB-ID " conta "
                     WS-COB-ACCOUNT " valor " WS-COB-AMOUNT
                     " vencimento " WS-COB-DUE-DATE
                  DISPLAY "#Confirma o cancelamento? (S/N): "
                     NO ADVANCING
                  ACCEPT WS-ANSWER
                  IF WS-ANSWER = "S" OR WS-ANSWER = "s"
                     PERFORM POST-CANCEL-CHARGE
                  ELSE
                     DISPLAY "0\PIXCOB"
                     DISPLAY "#Cancelamento nao confirmado"
                  END-IF
               END-IF
            END-IF.

         POST-CANCEL-CHARGE.
      *    So sai de OPEN - um PIX que pagou no meio do caminho ganha.
            PERFORM READ-CHARGE-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE pix_charges
               SET status = 'CANCELLED',
                   closed_date = :WS-BUS-DATE::date
               WHERE id = :WS-COB-ID
                 AND status = 'OPEN'
            END-EXEC

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               IF WS-CHG-ROWS = 0
                  MOVE 100 TO SQLCODE
               ELSE
                  PERFORM READ-CHARGE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "0\PIXCOB"
               DISPLAY "#Cobranca saiu de aberto - nada cancelado"
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
               DISPLAY "1\PIXCOB-CANCEL\" WS-COB-TXID
               DISPLAY "#Cobranca " WS-COB-ID " cancelada"

               MOVE "PIXCOB-CANCEL" TO WS-LOG-ACTION
               MOVE "OK"            TO WS-LOG-STATUS
               MOVE WS-COB-AMOUNT   TO WS-LOG-VALUE
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "txid " WS-COB-TXID " conta " WS-COB-ACCOUNT
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            END-IF.

         READ-CHARGE-IMAGE.
      *    Imagem da cobranca para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM pix_charges t
               WHERE id = :WS-COB-ID
            END-EXEC
            MOVE "pix_charges" TO WS-CHG-TABLE
            MOVE WS-COB-TXID TO WS-CHG-KEY
            MOVE WS-COB-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-COB-PAYER-DOC TO WS-CHG-CUST-DOC.

         LIST-CHARGES.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta do recebedor: " NO ADVANCING
               ACCEPT WS-COB-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-COB-ACCOUNT
            END-IF

            EXEC SQL
               DECLARE PIXCOB-LIST-CUR CURSOR FOR
               SELECT txid, amount, TO_CHAR(due_date, 'YYYY-MM-DD'),
                      amount_rule, status, COALESCE(paid_amount, 0),
                      COALESCE(TO_CHAR(paid_date, 'YYYY-MM-DD'), ' ')
               FROM pix_charges
               WHERE account = :WS-COB-ACCOUNT
               ORDER BY id DESC
            END-EXEC

            EXEC SQL
               OPEN PIXCOB-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\PIXCOB-LIST\" WS-COB-ACCOUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-CHARGE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE PIXCOB-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-CHARGE-ROW.
            EXEC SQL
               FETCH PIXCOB-LIST-CUR
               INTO :WS-COB-TXID, :WS-COB-AMOUNT, :WS-COB-DUE-DATE,
                    :WS-COB-RULE, :WS-COB-STATUS,
                    :WS-COB-PAID-AMOUNT, :WS-COB-PAID-DATE
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
               DISPLAY "cob\" WS-COB-TXID "\" WS-COB-AMOUNT "\"
                  WS-COB-DUE-DATE "\" WS-COB-RULE "\" WS-COB-STATUS
                  "\" WS-COB-PAID-AMOUNT "\" WS-COB-PAID-DATE
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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - o
      *    vencimento nao pode ser anterior a ela.
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Escrow desk (conta vinculada) - money a depositor leaves with
      *  us to be paid to a beneficiary only when the agreed conditions
      *  of a contract (real-estate deal, business sale) are met. The
      *  funds move by post_transfer() into the escrow holding account
      *  (ESCROW_HOLDING_ACCOUNT in bank_params) and each contract
      *  keeps its own balance - no lien is involved, so nothing shows
      *  as a court block on the statements.
      *    escrow_contracts    id, contract_ref, depositor_account,
      *                        depositor_doc, beneficiary_account,
      *                        beneficiary_doc, conditions,
      *                        expiry_date, required_approvals
      *                        (ESCROW_REQUIRED_APPROVALS at opening,
      *                        never below 2), balance, status (OPEN/
      *                        CLOSED/EXPIRED), opened_by,
      *                        opened_branch, opened_at, closed_at.
      *    escrow_authorizers  contract_id, operator_user - the
      *                        operators named in the contract who
      *                        may authorize a release.
      *    escrow_releases     id, contract_id, amount, note, status
      *                        (PENDING/RELEASED/REJECTED/CANCELLED),
      *                        requested_by, requested_at, decided_by,
      *                        decided_at, reject_reason.
      *    escrow_release_auths release_id, operator_user,
      *                        authorized_at.
      *    escrow_movements    id, contract_id, business_date,
      *                        mov_type (DEPOSIT/RELEASE/RETURN),
      *                        amount, balance_after, release_id,
      *                        post_ref, created_by, created_at.
      *  NEW opens a contract between two ACTIVE accounts with its
      *  conditions, expiry and authorizers; DEPOSIT moves money from
      *  the depositor into escrow; RELEASE asks for a partial (or
      *  total) payment to the beneficiary; AUTHORIZE records one
      *  listed authorizer's signature - only when the contract's
      *  required signatures are in, from operators other than the one
      *  who asked, the money moves; REJECT drops a pending release.
      *  SHOW and LIST consult. The remainder goes back to the
      *  depositor at expiry (ESCROW-EXPIRE) and both parties receive
      *  the escrow statement (ESCROW-STMT). Every row changed goes to
      *  the change trail (CHGAUDIT) in its transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ESCROW-MAINT.
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

      *    Contrato de conta vinculada em manutencao.
         01  WS-ESC-ID               PIC 9(9)  VALUE 0.
         01  WS-ESC-REF              PIC X(30) VALUE SPACES.
         01  WS-ESC-DEPOSITOR        PIC 9(10) VALUE 0.
         01  WS-ESC-DEP-DOC          PIC X(14) VALUE SPACES.
         01  WS-ESC-BENEF            PIC 9(10) VALUE 0.
         01  WS-ESC-BEN-DOC          PIC X(14) VALUE SPACES.
         01  WS-ESC-CONDITIONS       PIC X(200) VALUE SPACES.
         01  WS-ESC-EXPIRY           PIC X(10) VALUE SPACES.
         01  WS-ESC-REQUIRED         PIC 9(2)  VALUE 0.
         01  WS-ESC-BALANCE          PIC 9(10)V99 VALUE 0.
         01  WS-ESC-PENDING          PIC 9(10)V99 VALUE 0.
         01  WS-ESC-STATUS           PIC X(10) VALUE SPACES.
         01  WS-ESC-OPENED-BY        PIC X(20) VALUE SPACES.
         01  WS-ESC-FOUND            PIC 9(5)  VALUE 0.
         01  WS-ESC-DUP              PIC 9(5)  VALUE 0.
         01  WS-ESC-ACCOUNT          PIC 9(10) VALUE 0.

      *    Pedido de liberacao e suas assinaturas.
         01  WS-REL-ID               PIC 9(9)  VALUE 0.
         01  WS-REL-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-REL-NOTE             PIC X(60) VALUE SPACES.
         01  WS-REL-STATUS           PIC X(10) VALUE SPACES.
         01  WS-REL-REQ-BY           PIC X(20) VALUE SPACES.
         01  WS-REL-REASON           PIC X(40) VALUE SPACES.
         01  WS-REL-FOUND            PIC 9(5)  VALUE 0.
         01  WS-REL-SIGNED           PIC 9(3)  VALUE 0.
         01  WS-REL-MINE             PIC 9(3)  VALUE 0.
         01  WS-REL-LISTED           PIC 9(3)  VALUE 0.

      *    Movimento da conta vinculada.
         01  WS-MOV-DATE             PIC X(10) VALUE SPACES.
         01  WS-MOV-TYPE             PIC X(10) VALUE SPACES.
         01  WS-MOV-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-MOV-BAL-AFTER        PIC 9(10)V99 VALUE 0.
         01  WS-MOV-REF              PIC X(20) VALUE SPACES.

      *    Autorizador digitado na abertura.
         01  WS-AUTH-USER            PIC X(20) VALUE SPACES.
         01  WS-AUTH-ACTIVE          PIC 9(5)  VALUE 0.

      *    Conta de custodia e bloqueios da conta depositante.
         01  WS-HOLDING-ACCOUNT      PIC 9(10) VALUE 0.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-BEN-STATUS           PIC X(10) VALUE SPACES.
         01  WS-DEP-BLOCKS           PIC 9(5)  VALUE 0.
         01  WS-LIEN-BLOCKED         PIC S9(10)V99 VALUE 0.
         01  WS-LIEN-SALDO           PIC S9(10)V99 VALUE 0.
         01  WS-REQUIRED-APPROVALS   PIC 9(2)  VALUE 2.

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
      *    alteracoes - antes e depois de cada INSERT/UPDATE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Autorizadores nomeados no contrato novo.
         01  WS-AUTH-TABLE.
             05  WS-AUTH-ENTRY         PIC X(20) OCCURS 6 TIMES.
         01  WS-AUTH-COUNT          PIC 9(2)  VALUE 0.
         01  WS-AUTH-IDX            PIC 9(2)  VALUE 0.
         01  WS-AUTH-IDX2           PIC 9(2)  VALUE 0.
         01  WS-AUTH-INPUT-DONE     PIC X(1)  VALUE "N".
         01  WS-AUTH-LIST-OK        PIC X(1)  VALUE "S".

      *    Parametros do catalogo (GETPARAM).
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(7)  VALUE 0.
         01  WS-DEPOSIT-OK          PIC X(1)  VALUE "S".
         01  WS-CHANGE-OK           PIC X(1)  VALUE "N".
         01  WS-RELEASE-DONE        PIC X(1)  VALUE "N".
         01  WS-ED-AMOUNT           PIC Z(9)9,99.
         01  WS-ED-BALANCE          PIC Z(9)9,99.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "ESCROW-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ESCMAINT".
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
               PERFORM LOAD-ESCROW-PARAMS
               PERFORM OPERATOR-SIGNON
            END-IF.

         LOAD-ESCROW-PARAMS.
      *    Conta de custodia obrigatoria para depositar e liberar; o
      *    numero de assinaturas por liberacao nunca fica abaixo de
      *    duas - e o que o contrato promete aos dois lados.
            MOVE "ESCROW_HOLDING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-HOLDING-ACCOUNT
            END-IF

            MOVE "ESCROW_REQUIRED_APPROVALS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 2
               AND WS-PARAM-VALUE < 7
               MOVE WS-PARAM-VALUE TO WS-REQUIRED-APPROVALS
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
               DISPLAY "#Contas vinculadas - digite HELP para ajuda"
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
            DISPLAY "=== CONTAS VINCULADAS ==="
            DISPLAY "NEW      : Abre um contrato de conta vinculada"
            DISPLAY "DEPOSIT  : Deposito do depositante no contrato"
            DISPLAY "RELEASE  : Pede liberacao ao beneficiario"
            DISPLAY "AUTHORIZE: Assina um pedido de liberacao"
            DISPLAY "REJECT   : Recusa um pedido de liberacao"
            DISPLAY "SHOW     : Detalhe do contrato e movimentos"
            DISPLAY "LIST     : Contratos de uma conta"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
            DISPLAY "=========================="
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
               WHEN "NEW"       PERFORM NEW-CONTRACT
               WHEN "DEPOSIT"   PERFORM DEPOSIT-ESCROW
               WHEN "RELEASE"   PERFORM REQUEST-RELEASE
               WHEN "AUTHORIZE" PERFORM AUTHORIZE-RELEASE
               WHEN "REJECT"    PERFORM REJECT-RELEASE
               WHEN "SHOW"      PERFORM SHOW-CONTRACT
               WHEN "LIST"      PERFORM LIST-CONTRACTS
               WHEN "HELP"      PERFORM MENU-HELP
               WHEN "EXIT"      CONTINUE
               WHEN "QUIT"      MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-CONTRACT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do contrato: " NO ADVANCING
               ACCEPT WS-ESC-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-ESC-ID
            END-IF.

         GET-RELEASE-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do pedido de liberacao: " NO ADVANCING
               ACCEPT WS-REL-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-REL-ID
            END-IF.

         NEW-CONTRACT.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta depositante: " NO ADVANCING
               ACCEPT WS-ESC-DEPOSITOR
            ELSE
               MOVE WS-CMD-ARGS TO WS-ESC-DEPOSITOR
            END-IF
            DISPLAY "#Conta beneficiaria: " NO ADVANCING
            MOVE 0 TO WS-ESC-BENEF
            ACCEPT WS-ESC-BENEF
            DISPLAY "#Referencia do contrato: " NO ADVANCING
            MOVE SPACES TO WS-ESC-REF
            ACCEPT WS-ESC-REF
            DISPLAY "#Condicoes de liberacao: " NO ADVANCING
            MOVE SPACES TO WS-ESC-CONDITIONS
            ACCEPT WS-ESC-CONDITIONS
            DISPLAY "#Vencimento (AAAA-MM-DD): " NO ADVANCING
            MOVE SPACES TO WS-ESC-EXPIRY
            ACCEPT WS-ESC-EXPIRY

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-ESC-EXPIRY TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

      *    Autorizadores do contrato - um por linha, linha em branco
      *    encerra; sao eles, e so eles, que assinam as liberacoes.
            MOVE SPACES TO WS-AUTH-TABLE
            MOVE 0 TO WS-AUTH-COUNT
            MOVE "N" TO WS-AUTH-INPUT-DONE
            DISPLAY "#Autorizadores (minimo " WS-REQUIRED-APPROVALS
               ", linha em branco encerra)"
            PERFORM ACCEPT-AUTHORIZER UNTIL WS-AUTH-INPUT-DONE = "S"
            PERFORM CHECK-AUTHORIZER-LIST

            MOVE SPACES TO WS-ACCT-STATUS
            MOVE SPACES TO WS-BEN-STATUS
            MOVE SPACES TO WS-ESC-DEP-DOC
            MOVE SPACES TO WS-ESC-BEN-DOC
            MOVE 0 TO WS-ESC-DUP
            EXEC SQL
               SELECT COALESCE(account_status(:WS-ESC-DEPOSITOR),
                               ' '),
                      COALESCE(account_holder_doc(:WS-ESC-DEPOSITOR),
                               ' '),
                      COALESCE(account_status(:WS-ESC-BENEF), ' '),
                      COALESCE(account_holder_doc(:WS-ESC-BENEF),
                               ' '),
                      (SELECT COUNT(*) FROM escrow_contracts
                       WHERE contract_ref = :WS-ESC-REF
                         AND status = 'OPEN')
               INTO :WS-ACCT-STATUS, :WS-ESC-DEP-DOC,
                    :WS-BEN-STATUS, :WS-ESC-BEN-DOC, :WS-ESC-DUP
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE IF WS-HOLDING-ACCOUNT = 0
               DISPLAY "0\CONFIG"
               DISPLAY "#Conta de custodia nao cadastrada "
                  "(ESCROW_HOLDING_ACCOUNT)"
            ELSE IF WS-ACCT-STATUS NOT = "ACTIVE"
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta depositante " WS-ESC-DEPOSITOR
                  " inexistente ou nao ativa (" WS-ACCT-STATUS ")"
            ELSE IF WS-BEN-STATUS NOT = "ACTIVE"
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta beneficiaria " WS-ESC-BENEF
                  " inexistente ou nao ativa (" WS-BEN-STATUS ")"
            ELSE IF WS-ESC-DEPOSITOR = WS-ESC-BENEF
               OR WS-ESC-DEPOSITOR = WS-HOLDING-ACCOUNT
               OR WS-ESC-BENEF = WS-HOLDING-ACCOUNT
               DISPLAY "0\INVALID"
               DISPLAY "#Depositante, beneficiario e custodia devem "
                  "ser contas distintas"
            ELSE IF WS-ESC-REF = SPACES OR WS-ESC-CONDITIONS = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Referencia e condicoes sao obrigatorias"
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Data invalida - use AAAA-MM-DD"
            ELSE IF WS-ESC-EXPIRY NOT > WS-BUS-DATE
               DISPLAY "0\INVALID"
               DISPLAY "#Vencimento deve ser posterior ao movimento "
                  WS-BUS-DATE
            ELSE IF WS-AUTH-LIST-OK NOT = "S"
               DISPLAY "0\AUTHORIZER"
               DISPLAY "#Lista de autorizadores recusada - contrato "
                  "nao aberto"
            ELSE IF WS-ESC-DUP > 0
               DISPLAY "0\DUPLICATE"
               DISPLAY "#Ja existe contrato aberto com a referencia "
                  WS-ESC-REF
            ELSE
               PERFORM INSERT-CONTRACT
               MOVE "ESCROW-NEW" TO WS-LOG-ACTION
               MOVE 0 TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         ACCEPT-AUTHORIZER.
            DISPLAY "#Autorizador: " NO ADVANCING
            MOVE SPACES TO WS-AUTH-USER
            ACCEPT WS-AUTH-USER
            INSPECT WS-AUTH-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            IF WS-AUTH-USER = SPACES
               MOVE "S" TO WS-AUTH-INPUT-DONE
            ELSE
               ADD 1 TO WS-AUTH-COUNT
               MOVE WS-AUTH-USER TO WS-AUTH-ENTRY(WS-AUTH-COUNT)
               IF WS-AUTH-COUNT = 6
                  MOVE "S" TO WS-AUTH-INPUT-DONE
               END-IF
            END-IF.

         CHECK-AUTHORIZER-LIST.
      *    Cada autorizador precisa ser operador ativo, sem repeticao,
      *    e a lista tem de cobrir as assinaturas exigidas.
            MOVE "S" TO WS-AUTH-LIST-OK
            IF WS-AUTH-COUNT < WS-REQUIRED-APPROVALS
               MOVE "N" TO WS-AUTH-LIST-OK
               DISPLAY "#Autorizadores insuficientes: " WS-AUTH-COUNT
                  " de " WS-REQUIRED-APPROVALS
            END-IF
            MOVE 0 TO WS-AUTH-IDX
            PERFORM CHECK-ONE-AUTHORIZER
               UNTIL WS-AUTH-IDX NOT < WS-AUTH-COUNT.

         CHECK-ONE-AUTHORIZER.
            ADD 1 TO WS-AUTH-IDX
            MOVE WS-AUTH-ENTRY(WS-AUTH-IDX) TO WS-AUTH-USER
            MOVE 0 TO WS-AUTH-ACTIVE
            EXEC SQL
               SELECT COUNT(*) INTO :WS-AUTH-ACTIVE
               FROM operators
               WHERE login = :WS-AUTH-USER
                 AND status = 'ACTIVE'
                 AND role <> 'READONLY'
            END-EXEC
            IF SQLCODE NOT = ZERO OR WS-AUTH-ACTIVE = 0
               MOVE "N" TO WS-AUTH-LIST-OK
               DISPLAY "#Autorizador " WS-AUTH-USER
                  " nao e operador ativo"
            END-IF
            IF WS-AUTH-IDX > 1
               PERFORM CHECK-REPEATED-AUTHORIZER
            END-IF.

         CHECK-REPEATED-AUTHORIZER.
            MOVE 0 TO WS-AUTH-IDX2
            PERFORM COMPARE-ONE-AUTHORIZER
               UNTIL WS-AUTH-IDX2 NOT < WS-AUTH-IDX - 1.

         COMPARE-ONE-AUTHORIZER.
            ADD 1 TO WS-AUTH-IDX2
            IF WS-AUTH-ENTRY(WS-AUTH-IDX2) = WS-AUTH-USER
               MOVE "N" TO WS-AUTH-LIST-OK
               DISPLAY "#Autorizador " WS-AUTH-USER " repetido"
            END-IF.

         INSERT-CONTRACT.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO escrow_contracts
                  (contract_ref, depositor_account, depositor_doc,
                   beneficiary_account, beneficiary_doc, conditions,
                   expiry_date, required_approvals, balance, status,
                   opened_by, opened_branch, opened_at)
               VALUES (:WS-ESC-REF, :WS-ESC-DEPOSITOR,
                       :WS-ESC-DEP-DOC, :WS-ESC-BENEF,
                       :WS-ESC-BEN-DOC, :WS-ESC-CONDITIONS,
                       :WS-ESC-EXPIRY::date, :WS-REQUIRED-APPROVALS,
                       0, 'OPEN', :WS-OPERATOR-USER,
                       :WS-AUTH-BRANCH, now())
               RETURNING id INTO :WS-ESC-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            MOVE 0 TO WS-AUTH-IDX
            PERFORM INSERT-ONE-AUTHORIZER
               UNTIL WS-AUTH-IDX NOT < WS-AUTH-COUNT
               OR SQLCODE NOT = ZERO
      *    Chave da resposta volta a ser o contrato, nao o ultimo
      *    autorizador gravado.
            IF SQLCODE = ZERO
               MOVE "escrow_contracts" TO WS-CHG-TABLE
               MOVE WS-ESC-ID TO WS-CHG-KEY
            END-IF.

         INSERT-ONE-AUTHORIZER.
            ADD 1 TO WS-AUTH-IDX
            MOVE WS-AUTH-ENTRY(WS-AUTH-IDX) TO WS-AUTH-USER
            EXEC SQL
               INSERT INTO escrow_authorizers
                  (contract_id, operator_user)
               VALUES (:WS-ESC-ID, :WS-AUTH-USER)
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               MOVE SPACES TO WS-CHG-IMAGE
               EXEC SQL
                  SELECT row_to_json(t)::text
                  INTO :WS-CHG-IMAGE
                  FROM escrow_authorizers t
                  WHERE contract_id = :WS-ESC-ID
                    AND operator_user = :WS-AUTH-USER
               END-EXEC
               MOVE "escrow_authorizers" TO WS-CHG-TABLE
               MOVE SPACES TO WS-CHG-KEY
               STRING WS-ESC-ID "/" WS-AUTH-USER
                  DELIMITED BY SIZE INTO WS-CHG-KEY
               END-STRING
               MOVE SPACES TO WS-CHG-BEFORE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         DEPOSIT-ESCROW.
            PERFORM GET-CONTRACT-ARG
            DISPLAY "#Valor do deposito: " NO ADVANCING
            MOVE 0 TO WS-MOV-AMOUNT
            ACCEPT WS-MOV-AMOUNT
            PERFORM FETCH-CONTRACT

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-ESC-FOUND = 0
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " nao encontrado"
            ELSE IF WS-ESC-STATUS NOT = "OPEN"
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " esta " WS-ESC-STATUS
            ELSE IF WS-ESC-EXPIRY < WS-BUS-DATE
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato vencido em " WS-ESC-EXPIRY
                  " - aguarda a devolucao"
            ELSE IF WS-MOV-AMOUNT = 0
               DISPLAY "0\INVALID"
               DISPLAY "#Valor do deposito e obrigatorio"
            ELSE IF WS-HOLDING-ACCOUNT = 0
               DISPLAY "0\CONFIG"
               DISPLAY "#Conta de custodia nao cadastrada "
                  "(ESCROW_HOLDING_ACCOUNT)"
            ELSE
               PERFORM CHECK-DEPOSITOR-BLOCKS
               IF WS-DEPOSIT-OK = "S"
                  PERFORM POST-DEPOSIT
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-DEPOSITOR-BLOCKS.
      *    O deposito e um debito na conta do depositante: inventario,
      *    bloqueio de fraude e bloqueio judicial valem como no balcao
      *    (a mesma regra do APPROVE-Q).
            MOVE "S" TO WS-DEPOSIT-OK
            MOVE 0 TO WS-DEP-BLOCKS
            EXEC SQL
               SELECT (SELECT COUNT(*) FROM estate_blocks
                       WHERE account = :WS-ESC-DEPOSITOR
                         AND status = 'ACTIVE')
                    + (SELECT COUNT(*) FROM fraud_blocks
                       WHERE account = :WS-ESC-DEPOSITOR
                         AND status = 'ACTIVE')
               INTO :WS-DEP-BLOCKS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-DEP-BLOCKS
            END-IF
            IF WS-DEP-BLOCKS > 0
               MOVE "N" TO WS-DEPOSIT-OK
               DISPLAY "0\BLOQUEIO"
               DISPLAY "#Conta depositante com bloqueio de inventario "
                  "ou de fraude - deposito recusado"
            ELSE
               MOVE 0 TO WS-LIEN-BLOCKED
               MOVE 0 TO WS-LIEN-SALDO
               EXEC SQL
                  SELECT COALESCE(SUM(amount), 0),
                         saldo(:WS-ESC-DEPOSITOR)
                  INTO :WS-LIEN-BLOCKED, :WS-LIEN-SALDO
                  FROM liens
                  WHERE account = :WS-ESC-DEPOSITOR
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO AND WS-LIEN-BLOCKED > 0 AND
                  (WS-LIEN-SALDO - WS-LIEN-BLOCKED) < WS-MOV-AMOUNT
                  MOVE "N" TO WS-DEPOSIT-OK
                  DISPLAY "0\BLOQUEIO"
                  DISPLAY "#Deposito invadiria valor bloqueado "
                     "judicialmente - recusado"
               END-IF
            END-IF

            IF WS-DEPOSIT-OK = "N"
               MOVE "ESCROW-DEPOSIT" TO WS-LOG-ACTION
               MOVE "REFUSED" TO WS-LOG-STATUS
               MOVE WS-MOV-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "contrato " WS-ESC-ID " conta "
                  WS-ESC-DEPOSITOR " bloqueada"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         POST-DEPOSIT.
      *    Dinheiro sai do depositante para a custodia e o saldo do
      *    contrato sobe na mesma transacao.
            EXEC SQL
               SELECT post_transfer(:WS-ESC-DEPOSITOR,
                      :WS-HOLDING-ACCOUNT, :WS-MOV-AMOUNT)
               INTO :WS-POST-STATUS
            END-EXEC
            IF SQLCODE = ZERO
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE escrow_contracts
                  SET balance = balance + :WS-MOV-AMOUNT
                  WHERE id = :WS-ESC-ID
                    AND status = 'OPEN'
                  RETURNING balance INTO :WS-MOV-BAL-AFTER
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF
            IF SQLCODE = ZERO
               MOVE "DEPOSIT" TO WS-MOV-TYPE
               MOVE 0 TO WS-REL-ID
               PERFORM INSERT-MOVEMENT
            END-IF
            MOVE "ESCROW-DEPOSIT" TO WS-LOG-ACTION
            MOVE WS-MOV-AMOUNT TO WS-LOG-VALUE
            PERFORM FINISH-CHANGE
            IF WS-CHANGE-OK = "S"
               MOVE WS-ESC-DEPOSITOR TO WS-ESC-ACCOUNT
               PERFORM LOG-ESCROW-TRANSFER
            END-IF.

         REQUEST-RELEASE.
      *    Pedido de liberacao ao beneficiario - nao move dinheiro; o
      *    valor fica reservado ate as assinaturas ou a recusa.
            PERFORM GET-CONTRACT-ARG
            DISPLAY "#Valor a liberar: " NO ADVANCING
            MOVE 0 TO WS-REL-AMOUNT
            ACCEPT WS-REL-AMOUNT
            DISPLAY "#Condicao cumprida / observacao: " NO ADVANCING
            MOVE SPACES TO WS-REL-NOTE
            ACCEPT WS-REL-NOTE
            PERFORM FETCH-CONTRACT

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-ESC-FOUND = 0
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " nao encontrado"
            ELSE IF WS-ESC-STATUS NOT = "OPEN"
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " esta " WS-ESC-STATUS
            ELSE IF WS-ESC-EXPIRY < WS-BUS-DATE
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato vencido em " WS-ESC-EXPIRY
                  " - aguarda a devolucao"
            ELSE IF WS-REL-AMOUNT = 0 OR WS-REL-NOTE = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Valor e observacao sao obrigatorios"
            ELSE IF WS-REL-AMOUNT > WS-ESC-BALANCE - WS-ESC-PENDING
               MOVE WS-ESC-BALANCE TO WS-ED-BALANCE
               MOVE WS-ESC-PENDING TO WS-ED-AMOUNT
               DISPLAY "0\SALDO"
               DISPLAY "#Saldo do contrato " WS-ED-BALANCE
                  " ja pedido " WS-ED-AMOUNT " - valor excede"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO escrow_releases
                     (contract_id, amount, note, status,
                      requested_by, requested_at)
                  VALUES (:WS-ESC-ID, :WS-REL-AMOUNT, :WS-REL-NOTE,
                          'PENDING', :WS-OPERATOR-USER, now())
                  RETURNING id INTO :WS-REL-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-RELEASE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "ESCROW-RELEASE-REQ" TO WS-LOG-ACTION
               MOVE WS-REL-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
               IF WS-CHANGE-OK = "S"
                  DISPLAY "#Aguarda " WS-ESC-REQUIRED
                     " assinatura(s) dos autorizadores do contrato"
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         AUTHORIZE-RELEASE.
      *    Quatro-olhos: quem pediu nao assina, cada autorizador assina
      *    uma vez e so os nomeados no contrato contam. A assinatura
      *    que completa o numero exigido move o dinheiro.
            PERFORM GET-RELEASE-ARG
            PERFORM FETCH-RELEASE

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-REL-FOUND = 0
               DISPLAY "0\RELEASE"
               DISPLAY "#Pedido " WS-REL-ID " nao encontrado"
            ELSE IF WS-REL-STATUS NOT = "PENDING"
               DISPLAY "0\RELEASE"
               DISPLAY "#Pedido " WS-REL-ID " ja esta " WS-REL-STATUS
            ELSE IF WS-ESC-STATUS NOT = "OPEN"
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " esta " WS-ESC-STATUS
            ELSE IF WS-REL-LISTED = 0
               DISPLAY "0\AUTHORIZER"
               DISPLAY "#Operador " WS-OPERATOR-USER " nao e "
                  "autorizador do contrato " WS-ESC-ID
            ELSE IF WS-REL-REQ-BY = WS-OPERATOR-USER
               DISPLAY "0\AUTHORIZER"
               DISPLAY "#O mesmo operador que pediu nao pode assinar"
            ELSE IF WS-REL-MINE > 0
               DISPLAY "0\AUTHORIZER"
               DISPLAY "#Operador ja assinou o pedido " WS-REL-ID
            ELSE
               PERFORM SIGN-RELEASE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SIGN-RELEASE.
            MOVE "N" TO WS-RELEASE-DONE
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO escrow_release_auths
                  (release_id, operator_user, authorized_at)
               VALUES (:WS-REL-ID, :WS-OPERATOR-USER, now())
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               MOVE SPACES TO WS-CHG-IMAGE
               EXEC SQL
                  SELECT row_to_json(t)::text
                  INTO :WS-CHG-IMAGE
                  FROM escrow_release_auths t
                  WHERE release_id = :WS-REL-ID
                    AND operator_user = :WS-OPERATOR-USER
               END-EXEC
               MOVE "escrow_release_auths" TO WS-CHG-TABLE
               MOVE SPACES TO WS-CHG-KEY
               STRING WS-REL-ID "/" WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-CHG-KEY
               END-STRING
               MOVE WS-ESC-BENEF TO WS-CHG-ACCOUNT
               MOVE WS-ESC-BEN-DOC TO WS-CHG-CUST-DOC
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

      *    Assinaturas validas ja gravadas - so de autorizadores do
      *    contrato e nunca de quem pediu.
            IF SQLCODE = ZERO
               MOVE 0 TO WS-REL-SIGNED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-REL-SIGNED
                  FROM escrow_release_auths s
                  JOIN escrow_authorizers a
                    ON a.contract_id = :WS-ESC-ID
                   AND a.operator_user = s.operator_user
                  WHERE s.release_id = :WS-REL-ID
                    AND s.operator_user <> :WS-REL-REQ-BY
               END-EXEC
            END-IF

            IF SQLCODE = ZERO AND WS-REL-SIGNED >= WS-ESC-REQUIRED
               PERFORM POST-RELEASE
            END-IF

            MOVE "ESCROW-AUTHORIZE" TO WS-LOG-ACTION
            MOVE WS-REL-AMOUNT TO WS-LOG-VALUE
            PERFORM FINISH-CHANGE
            IF WS-CHANGE-OK = "S"
               IF WS-RELEASE-DONE = "S"
                  DISPLAY "#Pedido " WS-REL-ID " liberado ao "
                     "beneficiario " WS-ESC-BENEF
                  MOVE WS-HOLDING-ACCOUNT TO WS-ESC-ACCOUNT
                  MOVE WS-REL-AMOUNT TO WS-MOV-AMOUNT
                  PERFORM LOG-ESCROW-TRANSFER
               ELSE
                  DISPLAY "#Assinatura " WS-REL-SIGNED " de "
                     WS-ESC-REQUIRED " registrada"
               END-IF
            END-IF.

         POST-RELEASE.
      *    Custodia para o beneficiario; o saldo do contrato so baixa
      *    se ainda cobre o valor, e contrato zerado fecha.
            IF WS-HOLDING-ACCOUNT = 0
               MOVE -20 TO SQLCODE
               MOVE "Conta de custodia nao cadastrada" TO SQLERRMC
            ELSE
               EXEC SQL
                  SELECT post_transfer(:WS-HOLDING-ACCOUNT,
                         :WS-ESC-BENEF, :WS-REL-AMOUNT)
                  INTO :WS-POST-STATUS
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               PERFORM READ-CONTRACT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE escrow_contracts
                  SET balance = balance - :WS-REL-AMOUNT,
                      status = CASE WHEN balance - :WS-REL-AMOUNT = 0
                                    THEN 'CLOSED' ELSE status END,
                      closed_at = CASE
                                    WHEN balance - :WS-REL-AMOUNT = 0
                                    THEN now() ELSE closed_at END
                  WHERE id = :WS-ESC-ID
                    AND status = 'OPEN'
                    AND balance >= :WS-REL-AMOUNT
                  RETURNING balance INTO :WS-MOV-BAL-AFTER
               END-EXEC
               IF SQLCODE = 100
                  MOVE -20 TO SQLCODE
                  MOVE "Saldo do contrato nao cobre a liberacao"
                     TO SQLERRMC
               END-IF
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-CONTRACT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF
            IF SQLCODE = ZERO
               PERFORM READ-RELEASE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE escrow_releases
                  SET status = 'RELEASED',
                      decided_by = :WS-OPERATOR-USER,
                      decided_at = now()
                  WHERE id = :WS-REL-ID
                    AND status = 'PENDING'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-RELEASE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF
            IF SQLCODE = ZERO
               MOVE "RELEASE" TO WS-MOV-TYPE
               MOVE WS-REL-AMOUNT TO WS-MOV-AMOUNT
               PERFORM INSERT-MOVEMENT
            END-IF
            IF SQLCODE = ZERO
               MOVE "S" TO WS-RELEASE-DONE
            END-IF.

         REJECT-RELEASE.
      *    Recusa por um autorizador do contrato (ou por quem pediu,
      *    desistindo) - o valor reservado volta a ficar livre.
            PERFORM GET-RELEASE-ARG
            DISPLAY "#Motivo: " NO ADVANCING
            MOVE SPACES TO WS-REL-REASON
            ACCEPT WS-REL-REASON
            PERFORM FETCH-RELEASE

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-REL-FOUND = 0
               DISPLAY "0\RELEASE"
               DISPLAY "#Pedido " WS-REL-ID " nao encontrado"
            ELSE IF WS-REL-STATUS NOT = "PENDING"
               DISPLAY "0\RELEASE"
               DISPLAY "#Pedido " WS-REL-ID " ja esta " WS-REL-STATUS
            ELSE IF WS-REL-LISTED = 0
               AND WS-REL-REQ-BY NOT = WS-OPERATOR-USER
               DISPLAY "0\AUTHORIZER"
               DISPLAY "#Operador " WS-OPERATOR-USER " nao e "
                  "autorizador do contrato " WS-ESC-ID
            ELSE IF WS-REL-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
               PERFORM READ-RELEASE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE escrow_releases
                  SET status = 'REJECTED',
                      decided_by = :WS-OPERATOR-USER,
                      decided_at = now(),
                      reject_reason = :WS-REL-REASON
                  WHERE id = :WS-REL-ID
                    AND status = 'PENDING'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-RELEASE-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "ESCROW-REJECT" TO WS-LOG-ACTION
               MOVE WS-REL-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-MOVEMENT.
      *    Linha do extrato da conta vinculada, com o saldo do contrato
      *    depois dela.
            MOVE WS-POST-STATUS TO WS-MOV-REF
            EXEC SQL
               INSERT INTO escrow_movements
                  (contract_id, business_date, mov_type, amount,
                   balance_after, release_id, post_ref, created_by,
                   created_at)
               VALUES (:WS-ESC-ID, :WS-BUS-DATE::date, :WS-MOV-TYPE,
                       :WS-MOV-AMOUNT, :WS-MOV-BAL-AFTER,
                       NULLIF(:WS-REL-ID, 0), :WS-MOV-REF,
                       :WS-OPERATOR-USER, now())
            END-EXEC.

         LOG-ESCROW-TRANSFER.
      *    A linha canonica do movimento, como TRANSFER-SQL grava - o
      *    deposito e a liberacao sao transferencias para AML-RPT,
      *    GL-POST e a posicao de caixa.
            MOVE "TRANSFER"     TO WS-LOG-ACTION
            MOVE "OK"           TO WS-LOG-STATUS
            MOVE WS-MOV-AMOUNT  TO WS-LOG-VALUE
            MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FETCH-CONTRACT.
            MOVE 0 TO WS-ESC-FOUND
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(contract_ref), ' '),
                      COALESCE(MAX(depositor_account), 0),
                      COALESCE(MAX(depositor_doc), ' '),
                      COALESCE(MAX(beneficiary_account), 0),
                      COALESCE(MAX(beneficiary_doc), ' '),
                      COALESCE(MAX(conditions), ' '),
                      COALESCE(MAX(TO_CHAR(expiry_date,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(required_approvals), 2),
                      COALESCE(MAX(balance), 0),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(opened_by), ' '),
                      (SELECT COALESCE(SUM(amount), 0)
                       FROM escrow_releases
                       WHERE contract_id = :WS-ESC-ID
                         AND status = 'PENDING')
               INTO :WS-ESC-FOUND, :WS-ESC-REF, :WS-ESC-DEPOSITOR,
                    :WS-ESC-DEP-DOC, :WS-ESC-BENEF, :WS-ESC-BEN-DOC,
                    :WS-ESC-CONDITIONS, :WS-ESC-EXPIRY,
                    :WS-ESC-REQUIRED, :WS-ESC-BALANCE,
                    :WS-ESC-STATUS, :WS-ESC-OPENED-BY,
                    :WS-ESC-PENDING
               FROM escrow_contracts
               WHERE id = :WS-ESC-ID
            END-EXEC.

         FETCH-RELEASE.
      *    Pedido, seu contrato e a posicao do operador da mesa nele -
      *    autorizador nomeado e assinatura ja dada.
            MOVE 0 TO WS-REL-FOUND
            MOVE 0 TO WS-ESC-ID
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(contract_id), 0),
                      COALESCE(MAX(amount), 0),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(requested_by), ' ')
               INTO :WS-REL-FOUND, :WS-ESC-ID, :WS-REL-AMOUNT,
                    :WS-REL-STATUS, :WS-REL-REQ-BY
               FROM escrow_releases
               WHERE id = :WS-REL-ID
            END-EXEC
            IF SQLCODE = ZERO AND WS-REL-FOUND > 0
               PERFORM FETCH-CONTRACT
            END-IF
            IF SQLCODE = ZERO AND WS-REL-FOUND > 0
               MOVE 0 TO WS-REL-LISTED
               MOVE 0 TO WS-REL-MINE
               EXEC SQL
                  SELECT (SELECT COUNT(*) FROM escrow_authorizers
                          WHERE contract_id = :WS-ESC-ID
                            AND operator_user = :WS-OPERATOR-USER),
                         (SELECT COUNT(*) FROM escrow_release_auths
                          WHERE release_id = :WS-REL-ID
                            AND operator_user = :WS-OPERATOR-USER)
                  INTO :WS-REL-LISTED, :WS-REL-MINE
               END-EXEC
            END-IF.

         SHOW-CONTRACT.
            PERFORM GET-CONTRACT-ARG
            PERFORM FETCH-CONTRACT
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-ESC-FOUND = 0
               DISPLAY "0\ESCROW"
               DISPLAY "#Contrato " WS-ESC-ID " nao encontrado"
            ELSE
               DISPLAY "1\ESCROW-SHOW\" WS-ESC-ID
               DISPLAY "#Referencia  : " WS-ESC-REF
               DISPLAY "#Depositante : " WS-ESC-DEPOSITOR " "
                  WS-ESC-DEP-DOC
               DISPLAY "#Beneficiario: " WS-ESC-BENEF " "
                  WS-ESC-BEN-DOC
               DISPLAY "#Condicoes   : " WS-ESC-CONDITIONS
               DISPLAY "#Vencimento  : " WS-ESC-EXPIRY
               MOVE WS-ESC-BALANCE TO WS-ED-BALANCE
               DISPLAY "#Saldo       : " WS-ED-BALANCE
               MOVE WS-ESC-PENDING TO WS-ED-AMOUNT
               DISPLAY "#Pedido      : " WS-ED-AMOUNT
               DISPLAY "#Assinaturas : " WS-ESC-REQUIRED
                  " por liberacao"
               DISPLAY "#Situacao    : " WS-ESC-STATUS
               DISPLAY "#Aberto por  : " WS-ESC-OPENED-BY
               PERFORM SHOW-AUTHORIZERS
               PERFORM SHOW-RELEASES
               PERFORM SHOW-MOVEMENTS
            END-IF
            END-IF.

         SHOW-AUTHORIZERS.
            EXEC SQL
               DECLARE ESC-AUTH-CUR CURSOR FOR
               SELECT operator_user
               FROM escrow_authorizers
               WHERE contract_id = :WS-ESC-ID
               ORDER BY operator_user
            END-EXEC
            EXEC SQL
               OPEN ESC-AUTH-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-AUTHORIZER-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-AUTH-CUR
               END-EXEC
            END-IF.

         FETCH-AUTHORIZER-ROW.
            EXEC SQL
               FETCH ESC-AUTH-CUR INTO :WS-AUTH-USER
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
               DISPLAY "autorizador\" WS-AUTH-USER
            END-IF
            END-IF.

         SHOW-RELEASES.
            EXEC SQL
               DECLARE ESC-REL-CUR CURSOR FOR
               SELECT r.id, r.amount, r.status, r.requested_by,
                      (SELECT COUNT(*) FROM escrow_release_auths s
                       WHERE s.release_id = r.id)
               FROM escrow_releases r
               WHERE r.contract_id = :WS-ESC-ID
               ORDER BY r.id
            END-EXEC
            EXEC SQL
               OPEN ESC-REL-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-RELEASE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-REL-CUR
               END-EXEC
            END-IF.

         FETCH-RELEASE-ROW.
            EXEC SQL
               FETCH ESC-REL-CUR
               INTO :WS-REL-ID, :WS-REL-AMOUNT, :WS-REL-STATUS,
                    :WS-REL-REQ-BY, :WS-REL-SIGNED
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
               MOVE WS-REL-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "liberacao\" WS-REL-ID "\" WS-ED-AMOUNT "\"
                  WS-REL-STATUS "\" WS-REL-REQ-BY "\" WS-REL-SIGNED
            END-IF
            END-IF.

         SHOW-MOVEMENTS.
            EXEC SQL
               DECLARE ESC-MOV-CUR CURSOR FOR
               SELECT TO_CHAR(business_date, 'YYYY-MM-DD'), mov_type,
                      amount, balance_after
               FROM escrow_movements
               WHERE contract_id = :WS-ESC-ID
               ORDER BY id
            END-EXEC
            EXEC SQL
               OPEN ESC-MOV-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-MOVEMENT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-MOV-CUR
               END-EXEC
            END-IF.

         FETCH-MOVEMENT-ROW.
            EXEC SQL
               FETCH ESC-MOV-CUR
               INTO :WS-MOV-DATE, :WS-MOV-TYPE, :WS-MOV-AMOUNT,
                    :WS-MOV-BAL-AFTER
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
               MOVE WS-MOV-AMOUNT TO WS-ED-AMOUNT
               MOVE WS-MOV-BAL-AFTER TO WS-ED-BALANCE
               DISPLAY "movimento\" WS-MOV-DATE "\" WS-MOV-TYPE "\"
                  WS-ED-AMOUNT "\" WS-ED-BALANCE
            END-IF
            END-IF.

         LIST-CONTRACTS.
      *    Contratos em que a conta e depositante ou beneficiaria.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-ESC-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-ESC-ACCOUNT
            END-IF

            EXEC SQL
               DECLARE ESC-LIST-CUR CURSOR FOR
               SELECT id, contract_ref, depositor_account,
                      beneficiary_account, balance, status,
                      TO_CHAR(expiry_date, 'YYYY-MM-DD')
               FROM escrow_contracts
               WHERE depositor_account = :WS-ESC-ACCOUNT
                  OR beneficiary_account = :WS-ESC-ACCOUNT
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN ESC-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\ESCROW-LIST\" WS-ESC-ACCOUNT
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-CONTRACT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " contrato(s)"
            END-IF.

         FETCH-CONTRACT-ROW.
            EXEC SQL
               FETCH ESC-LIST-CUR
               INTO :WS-ESC-ID, :WS-ESC-REF, :WS-ESC-DEPOSITOR,
                    :WS-ESC-BENEF, :WS-ESC-BALANCE, :WS-ESC-STATUS,
                    :WS-ESC-EXPIRY
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
               MOVE WS-ESC-BALANCE TO WS-ED-BALANCE
               DISPLAY "contrato\" WS-ESC-ID "\" WS-ESC-REF "\"
                  WS-ESC-DEPOSITOR "\" WS-ESC-BENEF "\"
                  WS-ED-BALANCE "\" WS-ESC-STATUS "\" WS-ESC-EXPIRY
            END-IF
            END-IF.

         FINISH-CHANGE.
      *    Fecho comum das alteracoes: ROLLBACK com o erro, ou COMMIT,
      *    resposta ao balcao e log com a acao em WS-LOG-ACTION.
            IF SQLCODE NOT = ZERO
               MOVE "N" TO WS-CHANGE-OK
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-CHANGE-OK
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-CHG-KEY
               DISPLAY "#" WS-CHG-TABLE " " WS-CHG-KEY " gravado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-CHG-TABLE " " WS-CHG-KEY " contrato "
                  WS-ESC-ID " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-CONTRACT-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM escrow_contracts t
               WHERE id = :WS-ESC-ID
            END-EXEC
            MOVE "escrow_contracts" TO WS-CHG-TABLE
            MOVE WS-ESC-ID TO WS-CHG-KEY
            MOVE WS-ESC-DEPOSITOR TO WS-CHG-ACCOUNT
            MOVE WS-ESC-DEP-DOC TO WS-CHG-CUST-DOC.

         READ-RELEASE-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM escrow_releases t
               WHERE id = :WS-REL-ID
            END-EXEC
            MOVE "escrow_releases" TO WS-CHG-TABLE
            MOVE WS-REL-ID TO WS-CHG-KEY
            MOVE WS-ESC-BENEF TO WS-CHG-ACCOUNT
            MOVE WS-ESC-BEN-DOC TO WS-CHG-CUST-DOC.

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

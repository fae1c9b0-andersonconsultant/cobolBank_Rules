      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Fee waiver desk - refunds one specific fee already charged to
      *  a customer instead of a generic REVERSAL, so the charge stays
      *  on the fee statements and the refund shows next to it. The
      *  fee is identified by type and source:
      *    PKG     package excess usage (PKG-BILL), ref = cycle start
      *            AAAA-MM-DD in package_billings;
      *    CHQRET  returned-cheque fee (CHQ-CLEAR), ref = cheque_
      *            returns id;
      *    MAINT   monthly maintenance tariff (ACCRUE-INT), ref = the
      *            AAAA-MM-DD the fee debit carries in the history;
      *    IOF     overdraft IOF (IOF-REMIT), ref = iof_charges period
      *            AAAA-MM.
      *  A refund may be partial, never beyond what is left of the
      *  charge, and always carries a reason code. Each role has an
      *  authority limit (FEE_WAIVER_LIMIT_<role> in bank_params,
      *  compiled defaults TELLER 50, SUPERVISOR 500, ADMIN 5000):
      *  within the limit of the operator at the desk the refund posts
      *  at once; above it the waiver waits PENDING until an operator
      *  whose role limit covers the amount, and who is not the one
      *  who asked, APPROVEs it (or REJECTs it). The credit posts
      *  through post_fee_refund() (history line ESTORNO DE TARIFA)
      *  under its own FEE-REFUND action, which GL-POST books against
      *  fee revenue through gl_action_map.
      *    fee_waivers  id, account, cust_doc, fee_type, source_ref,
      *                 charged_on, charged_amount, amount,
      *                 reason_code, reason_note, status (PENDING/
      *                 REFUNDED/REJECTED), requested_by,
      *                 requested_branch, requested_at, approved_by,
      *                 approved_role, approved_at, refunded_on,
      *                 post_ref, reject_reason.
      *  FEE-STMT and PROFIT-RPT read the refunds from fee_waivers;
      *  WAIVER-RPT reports waived revenue by manager, branch and
      *  reason. Every waiver changed goes to the change trail
      *  (CHGAUDIT) in its transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 WAIVER-MAINT.
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

      *    Estorno de tarifa em manutencao.
         01  WS-WV-ID                PIC 9(9)  VALUE 0.
         01  WS-WV-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-WV-DOC               PIC X(14) VALUE SPACES.
         01  WS-WV-TYPE              PIC X(6)  VALUE SPACES.
         01  WS-WV-REF               PIC X(20) VALUE SPACES.
         01  WS-WV-CHARGED-ON        PIC X(10) VALUE SPACES.
         01  WS-WV-CHARGED           PIC 9(10)V99 VALUE 0.
         01  WS-WV-PRIOR             PIC 9(10)V99 VALUE 0.
         01  WS-WV-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-WV-REASON            PIC X(2)  VALUE SPACES.
         01  WS-WV-NOTE              PIC X(60) VALUE SPACES.
         01  WS-WV-STATUS            PIC X(10) VALUE SPACES.
         01  WS-WV-REQ-BY            PIC X(20) VALUE SPACES.
         01  WS-WV-APPROVED-BY       PIC X(20) VALUE SPACES.
         01  WS-WV-REFUNDED-ON       PIC X(10) VALUE SPACES.
         01  WS-WV-REJECT            PIC X(40) VALUE SPACES.
         01  WS-WV-FOUND             PIC 9(5)  VALUE 0.
         01  WS-WV-FEE-FOUND         PIC 9(5)  VALUE 0.
         01  WS-WV-FROM              PIC X(10) VALUE SPACES.

         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
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

      *    Codigos de motivo do estorno, na ordem do relatorio mensal.
         01  WS-REASON-LIST.
             05  FILLER              PIC X(26)
                 VALUE "01CORTESIA COMERCIAL".
             05  FILLER              PIC X(26)
                 VALUE "02ERRO OPERACIONAL".
             05  FILLER              PIC X(26)
                 VALUE "03COBRANCA INDEVIDA".
             05  FILLER              PIC X(26)
                 VALUE "04RETENCAO DE CLIENTE".
             05  FILLER              PIC X(26)
                 VALUE "05RECLAMACAO/OUVIDORIA".
             05  FILLER              PIC X(26)
                 VALUE "06FALHA DE SISTEMA".
         01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
             05  WS-REASON-ENTRY     OCCURS 6 TIMES.
                 10  WS-RS-CODE      PIC X(2).
                 10  WS-RS-NAME      PIC X(24).
         01  WS-REASON-COUNT         PIC 9(2)  VALUE 6.
         01  WS-RX                   PIC 9(2)  VALUE 0.
         01  WS-REASON-NAME          PIC X(24) VALUE SPACES.

      *    Alcada por papel - a do operador da mesa e a exigida.
         01  WS-ROLE-LIMIT          PIC 9(10)V99 VALUE 0.
         01  WS-LIMIT-ROLE          PIC X(10) VALUE SPACES.
         01  WS-MY-LIMIT            PIC 9(10)V99 VALUE 0.

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

      *    Diario de auditoria do credito ao cliente (JRNLWRITE).
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
         01  WS-LIST-COUNT          PIC 9(7)  VALUE 0.
         01  WS-CHANGE-OK           PIC X(1)  VALUE "N".
         01  WS-REFUND-POSTED       PIC X(1)  VALUE "N".
         01  WS-REF-OK              PIC X(1)  VALUE "S".
         01  WS-ED-AMOUNT           PIC Z(9)9,99.
         01  WS-ED-CHARGED          PIC Z(9)9,99.
         01  WS-ED-LIMIT            PIC Z(9)9,99.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "WAIVER-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "WAIVMAINT".
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
               IF WS-DB-STARTED = "S"
                  MOVE WS-AUTH-ROLE TO WS-LIMIT-ROLE
                  PERFORM LOAD-ROLE-LIMIT
                  MOVE WS-ROLE-LIMIT TO WS-MY-LIMIT
                  MOVE WS-MY-LIMIT TO WS-ED-LIMIT
                  DISPLAY "#Alcada de estorno do papel "
                     WS-AUTH-ROLE ": " WS-ED-LIMIT
               END-IF
            END-IF.

         LOAD-ROLE-LIMIT.
      *    Alcada do papel em WS-LIMIT-ROLE pelo catalogo; sem linha
      *    vigente vale o valor compilado, e papel desconhecido nao
      *    estorna nada.
            EVALUATE WS-LIMIT-ROLE
               WHEN "TELLER"      MOVE 50   TO WS-ROLE-LIMIT
               WHEN "SUPERVISOR"  MOVE 500  TO WS-ROLE-LIMIT
               WHEN "ADMIN"       MOVE 5000 TO WS-ROLE-LIMIT
               WHEN OTHER         MOVE 0    TO WS-ROLE-LIMIT
            END-EVALUATE
            IF WS-LIMIT-ROLE NOT = SPACES
               AND WS-LIMIT-ROLE NOT = "READONLY"
               MOVE SPACES TO WS-PARAM-NAME
               STRING "FEE_WAIVER_LIMIT_" WS-LIMIT-ROLE
                  DELIMITED BY SPACE INTO WS-PARAM-NAME
               END-STRING
               CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                  WS-PARAM-DISP
               IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE NOT < 0
                  MOVE WS-PARAM-VALUE TO WS-ROLE-LIMIT
               END-IF
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
               DISPLAY "#Estorno de tarifas - digite HELP para ajuda"
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
            DISPLAY "=== ESTORNO DE TARIFAS ==="
            DISPLAY "FEES     : Tarifas cobradas de uma conta"
            DISPLAY "REFUND   : Estorna uma tarifa cobrada"
            DISPLAY "APPROVE  : Aprova estorno acima da alcada"
            DISPLAY "REJECT   : Recusa estorno pendente"
            DISPLAY "SHOW     : Detalhe de um estorno"
            DISPLAY "LIST     : Estornos de uma conta"
            DISPLAY "REASONS  : Codigos de motivo"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
            DISPLAY "==========================="
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
               WHEN "FEES"     PERFORM LIST-CHARGED-FEES
               WHEN "REFUND"   PERFORM REFUND-FEE
               WHEN "APPROVE"  PERFORM APPROVE-WAIVER
               WHEN "REJECT"   PERFORM REJECT-WAIVER
               WHEN "SHOW"     PERFORM SHOW-WAIVER
               WHEN "LIST"     PERFORM LIST-WAIVERS
               WHEN "REASONS"  PERFORM SHOW-REASONS
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
               ACCEPT WS-WV-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-WV-ACCOUNT
            END-IF.

         GET-WAIVER-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do estorno: " NO ADVANCING
               ACCEPT WS-WV-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-WV-ID
            END-IF.

         SHOW-REASONS.
            DISPLAY "1\WAIVER-REASONS\" WS-REASON-COUNT
            MOVE 0 TO WS-RX
            PERFORM SHOW-ONE-REASON UNTIL WS-RX NOT < WS-REASON-COUNT.

         SHOW-ONE-REASON.
            ADD 1 TO WS-RX
            DISPLAY "motivo\" WS-RS-CODE(WS-RX) "\" WS-RS-NAME(WS-RX).

         FIND-REASON.
            MOVE SPACES TO WS-REASON-NAME
            MOVE 0 TO WS-RX
            PERFORM MATCH-ONE-REASON
               UNTIL WS-RX NOT < WS-REASON-COUNT
               OR WS-REASON-NAME NOT = SPACES.

         MATCH-ONE-REASON.
            ADD 1 TO WS-RX
            IF WS-RS-CODE(WS-RX) = WS-WV-REASON
               MOVE WS-RS-NAME(WS-RX) TO WS-REASON-NAME
            END-IF.

         REFUND-FEE.
            PERFORM GET-ACCOUNT-ARG
            DISPLAY "#Tipo (PKG/CHQRET/MAINT/IOF): " NO ADVANCING
            MOVE SPACES TO WS-WV-TYPE
            ACCEPT WS-WV-TYPE
            INSPECT WS-WV-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Referencia da cobranca (FEES mostra): "
               NO ADVANCING
            MOVE SPACES TO WS-WV-REF
            ACCEPT WS-WV-REF
            DISPLAY "#Valor a estornar (0 = todo o saldo): "
               NO ADVANCING
            MOVE 0 TO WS-WV-AMOUNT
            ACCEPT WS-WV-AMOUNT
            DISPLAY "#Motivo (REASONS lista): " NO ADVANCING
            MOVE SPACES TO WS-WV-REASON
            ACCEPT WS-WV-REASON
            DISPLAY "#Observacao: " NO ADVANCING
            MOVE SPACES TO WS-WV-NOTE
            ACCEPT WS-WV-NOTE
            PERFORM FIND-REASON

            MOVE SPACES TO WS-ACCT-STATUS
            MOVE SPACES TO WS-WV-DOC
            EXEC SQL
               SELECT COALESCE(account_status(:WS-WV-ACCOUNT), ' '),
                      COALESCE(account_holder_doc(:WS-WV-ACCOUNT),
                               ' ')
               INTO :WS-ACCT-STATUS, :WS-WV-DOC
            END-EXEC
            IF SQLCODE = ZERO
               PERFORM LOOKUP-CHARGED-FEE
            END-IF
            IF SQLCODE = ZERO AND WS-WV-AMOUNT = 0
               AND WS-WV-CHARGED > WS-WV-PRIOR
               COMPUTE WS-WV-AMOUNT = WS-WV-CHARGED - WS-WV-PRIOR
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE IF WS-ACCT-STATUS = SPACES
               OR WS-ACCT-STATUS = "CLOSED"
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta " WS-WV-ACCOUNT " inexistente ou "
                  "encerrada"
            ELSE IF WS-REF-OK NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Tipo ou referencia invalidos - PKG e MAINT "
                  "AAAA-MM-DD, IOF AAAA-MM, CHQRET numero"
            ELSE IF WS-WV-FEE-FOUND = 0 OR WS-WV-CHARGED = 0
               DISPLAY "0\FEE"
               DISPLAY "#Nenhuma tarifa " WS-WV-TYPE " " WS-WV-REF
                  " cobrada da conta " WS-WV-ACCOUNT
            ELSE IF WS-REASON-NAME = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo invalido - REASONS lista os codigos"
            ELSE IF WS-WV-AMOUNT = 0
               OR WS-WV-AMOUNT > WS-WV-CHARGED - WS-WV-PRIOR
               MOVE WS-WV-CHARGED TO WS-ED-CHARGED
               MOVE WS-WV-PRIOR TO WS-ED-AMOUNT
               DISPLAY "0\SALDO"
               DISPLAY "#Tarifa de " WS-ED-CHARGED " ja estornada "
                  WS-ED-AMOUNT " - valor excede o que resta"
            ELSE
               PERFORM INSERT-WAIVER
      *        Dentro da alcada de quem esta na mesa o credito sai na
      *        hora; acima dela o estorno espera o aprovador.
               IF SQLCODE = ZERO AND WS-WV-AMOUNT NOT > WS-MY-LIMIT
                  PERFORM POST-REFUND
               END-IF
               MOVE "WAIVER-REQUEST" TO WS-LOG-ACTION
               MOVE WS-WV-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
               IF WS-CHANGE-OK = "S"
                  IF WS-REFUND-POSTED = "S"
                     PERFORM LOG-FEE-REFUND
                     DISPLAY "#Tarifa estornada na conta "
                        WS-WV-ACCOUNT
                  ELSE
                     MOVE WS-MY-LIMIT TO WS-ED-LIMIT
                     DISPLAY "#Acima da alcada " WS-ED-LIMIT
                        " - aguarda aprovacao (APPROVE)"
                  END-IF
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         LOOKUP-CHARGED-FEE.
      *    Valor cobrado pela fonte da propria tarifa e o que dela ja
      *    foi estornado ou esta pendente de aprovacao.
            MOVE "S" TO WS-REF-OK
            MOVE 0 TO WS-WV-FEE-FOUND
            MOVE 0 TO WS-WV-CHARGED
            MOVE 0 TO WS-WV-PRIOR
            MOVE SPACES TO WS-WV-CHARGED-ON
            IF WS-WV-TYPE = "PKG" OR WS-WV-TYPE = "MAINT"
               MOVE "VALIDATE" TO WS-DS-FUNC
               MOVE WS-WV-REF TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP NOT = "S" OR WS-WV-REF(11:) NOT = SPACES
                  MOVE "N" TO WS-REF-OK
               END-IF
            ELSE IF WS-WV-TYPE = "IOF"
               IF WS-WV-REF(1:4) NOT NUMERIC
                  OR WS-WV-REF(5:1) NOT = "-"
                  OR WS-WV-REF(6:2) NOT NUMERIC
                  OR WS-WV-REF(8:) NOT = SPACES
                  MOVE "N" TO WS-REF-OK
               END-IF
            ELSE IF WS-WV-TYPE = "CHQRET"
               IF WS-WV-REF = SPACES
                  MOVE "N" TO WS-REF-OK
               END-IF
            ELSE
               MOVE "N" TO WS-REF-OK
            END-IF
            END-IF
            END-IF

            IF WS-REF-OK = "S"
               EVALUATE WS-WV-TYPE
                  WHEN "PKG"
                     EXEC SQL
                        SELECT COUNT(*),
                               COALESCE(MAX(excess_amount), 0),
                               COALESCE(MAX(TO_CHAR(cycle_start,
                                        'YYYY-MM-DD')), ' ')
                        INTO :WS-WV-FEE-FOUND, :WS-WV-CHARGED,
                             :WS-WV-CHARGED-ON
                        FROM package_billings
                        WHERE account = :WS-WV-ACCOUNT
                          AND cycle_start = CAST(:WS-DS-IN AS date)
                     END-EXEC
                  WHEN "CHQRET"
                     EXEC SQL
                        SELECT COUNT(*), COALESCE(MAX(fee), 0),
                               COALESCE(MAX(TO_CHAR(presented_on,
                                        'YYYY-MM-DD')), ' ')
                        INTO :WS-WV-FEE-FOUND, :WS-WV-CHARGED,
                             :WS-WV-CHARGED-ON
                        FROM cheque_returns
                        WHERE account = :WS-WV-ACCOUNT
                          AND id::text = TRIM(:WS-WV-REF)
                     END-EXEC
                  WHEN "IOF"
                     EXEC SQL
                        SELECT COUNT(*), COALESCE(MAX(amount), 0)
                        INTO :WS-WV-FEE-FOUND, :WS-WV-CHARGED
                        FROM iof_charges
                        WHERE account = :WS-WV-ACCOUNT
                          AND period = TRIM(:WS-WV-REF)
                     END-EXEC
                     MOVE WS-WV-REF TO WS-WV-CHARGED-ON
                  WHEN "MAINT"
      *    Debito de tarifa do dia no historico da conta - o mesmo
      *    recorte por texto do FEE-STMT.
                     EXEC SQL
                        SELECT COUNT(*),
                               COALESCE(MAX(ABS(tr_valor)), 0)
                        INTO :WS-WV-FEE-FOUND, :WS-WV-CHARGED
                        FROM get_transfer(:WS-WV-ACCOUNT, :WS-DS-IN,
                             :WS-DS-IN)
                        WHERE tr_valor < 0
                          AND (UPPER(tr_descricao) LIKE '%TARIFA%'
                               OR UPPER(tr_descricao) LIKE '%FEE%')
                     END-EXEC
                     MOVE WS-DS-IN TO WS-WV-CHARGED-ON
               END-EVALUATE
               IF SQLCODE = ZERO
                  EXEC SQL
                     SELECT COALESCE(SUM(amount), 0)
                     INTO :WS-WV-PRIOR
                     FROM fee_waivers
                     WHERE account = :WS-WV-ACCOUNT
                       AND fee_type = :WS-WV-TYPE
                       AND source_ref = TRIM(:WS-WV-REF)
                       AND status IN ('PENDING', 'REFUNDED')
                  END-EXEC
               END-IF
            END-IF.

         INSERT-WAIVER.
            MOVE "N" TO WS-REFUND-POSTED
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO fee_waivers
                  (account, cust_doc, fee_type, source_ref,
                   charged_on, charged_amount, amount, reason_code,
                   reason_note, status, requested_by,
                   requested_branch, requested_at)
               VALUES (:WS-WV-ACCOUNT, :WS-WV-DOC, :WS-WV-TYPE,
                       TRIM(:WS-WV-REF), :WS-WV-CHARGED-ON,
                       :WS-WV-CHARGED, :WS-WV-AMOUNT, :WS-WV-REASON,
                       :WS-WV-NOTE, 'PENDING', :WS-OPERATOR-USER,
                       :WS-AUTH-BRANCH, now())
               RETURNING id INTO :WS-WV-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-WAIVER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         POST-REFUND.
      *    Credito ao cliente, diario de auditoria e a marca REFUNDED
      *    com quem aprovou e sob que papel - tudo na transacao do
      *    chamador, que comita ou desfaz no FINISH-CHANGE.
            EXEC SQL
               SELECT post_fee_refund(:WS-WV-ACCOUNT, :WS-WV-AMOUNT)
               INTO :WS-POST-STATUS
            END-EXEC
            IF SQLCODE = ZERO
               MOVE "FEE-REFUND"     TO WS-JR-ACTION
               MOVE 9999999999       TO WS-JR-DEBIT-ACCT
               MOVE WS-WV-ACCOUNT    TO WS-JR-CREDIT-ACCT
               MOVE WS-WV-AMOUNT     TO WS-JR-AMOUNT
               MOVE WS-POST-STATUS   TO WS-JR-REF
               MOVE WS-CONN-PID      TO WS-JR-SESSION
               CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
               IF WS-JRNL-DISP NOT = "S"
                  MOVE -20 TO SQLCODE
                  MOVE "Falha no diario de auditoria" TO SQLERRMC
               END-IF
            END-IF
            IF SQLCODE = ZERO
               PERFORM READ-WAIVER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE fee_waivers
                  SET status = 'REFUNDED',
                      approved_by = :WS-OPERATOR-USER,
                      approved_role = :WS-AUTH-ROLE,
                      approved_at = now(),
                      refunded_on = :WS-BUS-DATE::date,
                      post_ref = :WS-POST-STATUS
                  WHERE id = :WS-WV-ID
                    AND status = 'PENDING'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-WAIVER-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF
            IF SQLCODE = ZERO
               MOVE "S" TO WS-REFUND-POSTED
            END-IF.

         APPROVE-WAIVER.
      *    Quatro-olhos com alcada: quem pediu nao aprova, e o papel de
      *    quem aprova precisa cobrir o valor. O que resta da tarifa e
      *    conferido de novo - outro estorno pode ter saido no meio.
            PERFORM GET-WAIVER-ARG
            PERFORM FETCH-WAIVER
            IF SQLCODE = ZERO AND WS-WV-FOUND > 0
               PERFORM LOOKUP-CHARGED-FEE
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-WV-FOUND = 0
               DISPLAY "0\WAIVER"
               DISPLAY "#Estorno " WS-WV-ID " nao encontrado"
            ELSE IF WS-WV-STATUS NOT = "PENDING"
               DISPLAY "0\WAIVER"
               DISPLAY "#Estorno " WS-WV-ID " ja esta " WS-WV-STATUS
            ELSE IF WS-WV-REQ-BY = WS-OPERATOR-USER
               DISPLAY "0\APPROVAL"
               DISPLAY "#O mesmo operador que pediu nao pode aprovar"
            ELSE IF WS-WV-AMOUNT > WS-MY-LIMIT
               MOVE WS-MY-LIMIT TO WS-ED-LIMIT
               DISPLAY "0\ALCADA"
               DISPLAY "#Valor acima da alcada do papel "
                  WS-AUTH-ROLE " (" WS-ED-LIMIT ")"
            ELSE IF WS-WV-PRIOR > WS-WV-CHARGED
               DISPLAY "0\SALDO"
               DISPLAY "#Estornos da tarifa ja excedem o cobrado - "
                  "recuse este pedido"
            ELSE
               PERFORM POST-REFUND
               MOVE "WAIVER-APPROVE" TO WS-LOG-ACTION
               MOVE WS-WV-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
               IF WS-CHANGE-OK = "S"
                  PERFORM LOG-FEE-REFUND
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         REJECT-WAIVER.
            PERFORM GET-WAIVER-ARG
            DISPLAY "#Motivo da recusa: " NO ADVANCING
            MOVE SPACES TO WS-WV-REJECT
            ACCEPT WS-WV-REJECT
            PERFORM FETCH-WAIVER

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-WV-FOUND = 0
               DISPLAY "0\WAIVER"
               DISPLAY "#Estorno " WS-WV-ID " nao encontrado"
            ELSE IF WS-WV-STATUS NOT = "PENDING"
               DISPLAY "0\WAIVER"
               DISPLAY "#Estorno " WS-WV-ID " ja esta " WS-WV-STATUS
            ELSE IF WS-WV-REJECT = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
               PERFORM READ-WAIVER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE fee_waivers
                  SET status = 'REJECTED',
                      approved_by = :WS-OPERATOR-USER,
                      approved_role = :WS-AUTH-ROLE,
                      approved_at = now(),
                      reject_reason = :WS-WV-REJECT
                  WHERE id = :WS-WV-ID
                    AND status = 'PENDING'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-WAIVER-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "WAIVER-REJECT" TO WS-LOG-ACTION
               MOVE WS-WV-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         LOG-FEE-REFUND.
      *    A linha do credito para o GL-POST, sob a acao propria
      *    FEE-REFUND - a receita de tarifas baixa, nao vira deposito.
            MOVE "FEE-REFUND"   TO WS-LOG-ACTION
            MOVE "OK"           TO WS-LOG-STATUS
            MOVE WS-WV-AMOUNT   TO WS-LOG-VALUE
            MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FETCH-WAIVER.
            MOVE 0 TO WS-WV-FOUND
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(account), 0),
                      COALESCE(MAX(cust_doc), ' '),
                      COALESCE(MAX(fee_type), ' '),
                      COALESCE(MAX(source_ref), ' '),
                      COALESCE(MAX(charged_amount), 0),
                      COALESCE(MAX(amount), 0),
                      COALESCE(MAX(reason_code), ' '),
                      COALESCE(MAX(reason_note), ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(requested_by), ' '),
                      COALESCE(MAX(approved_by), ' '),
                      COALESCE(MAX(TO_CHAR(refunded_on,
                                           'YYYY-MM-DD')), ' ')
               INTO :WS-WV-FOUND, :WS-WV-ACCOUNT, :WS-WV-DOC,
                    :WS-WV-TYPE, :WS-WV-REF, :WS-WV-CHARGED,
                    :WS-WV-AMOUNT, :WS-WV-REASON, :WS-WV-NOTE,
                    :WS-WV-STATUS, :WS-WV-REQ-BY,
                    :WS-WV-APPROVED-BY, :WS-WV-REFUNDED-ON
               FROM fee_waivers
               WHERE id = :WS-WV-ID
            END-EXEC.

         SHOW-WAIVER.
            PERFORM GET-WAIVER-ARG
            PERFORM FETCH-WAIVER
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-WV-FOUND = 0
               DISPLAY "0\WAIVER"
               DISPLAY "#Estorno " WS-WV-ID " nao encontrado"
            ELSE
               PERFORM FIND-REASON
               DISPLAY "1\WAIVER-SHOW\" WS-WV-ID
               DISPLAY "#Conta     : " WS-WV-ACCOUNT " titular "
                  WS-WV-DOC
               DISPLAY "#Tarifa    : " WS-WV-TYPE " " WS-WV-REF
               MOVE WS-WV-CHARGED TO WS-ED-CHARGED
               DISPLAY "#Cobrado   : " WS-ED-CHARGED
               MOVE WS-WV-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "#Estorno   : " WS-ED-AMOUNT
               DISPLAY "#Motivo    : " WS-WV-REASON " "
                  WS-REASON-NAME
               DISPLAY "#Observacao: " WS-WV-NOTE
               DISPLAY "#Situacao  : " WS-WV-STATUS
               DISPLAY "#Pedido por: " WS-WV-REQ-BY
               DISPLAY "#Decidido  : " WS-WV-APPROVED-BY " "
                  WS-WV-REFUNDED-ON
            END-IF
            END-IF.

         LIST-WAIVERS.
            PERFORM GET-ACCOUNT-ARG

            EXEC SQL
               DECLARE WV-LIST-CUR CURSOR FOR
               SELECT id, fee_type, source_ref, amount, reason_code,
                      status, requested_by
               FROM fee_waivers
               WHERE account = :WS-WV-ACCOUNT
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN WV-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\WAIVER-LIST\" WS-WV-ACCOUNT
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-WAIVER-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE WV-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " estorno(s)"
            END-IF.

         FETCH-WAIVER-ROW.
            EXEC SQL
               FETCH WV-LIST-CUR
               INTO :WS-WV-ID, :WS-WV-TYPE, :WS-WV-REF,
                    :WS-WV-AMOUNT, :WS-WV-REASON, :WS-WV-STATUS,
                    :WS-WV-REQ-BY
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
               MOVE WS-WV-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "estorno\" WS-WV-ID "\" WS-WV-TYPE "\"
                  WS-WV-REF "\" WS-ED-AMOUNT "\" WS-WV-REASON "\"
                  WS-WV-STATUS "\" WS-WV-REQ-BY
            END-IF
            END-IF.

         LIST-CHARGED-FEES.
      *    Tarifas estornaveis dos ultimos doze meses com o que ja foi
      *    estornado de cada uma - a referencia mostrada e a que o
      *    REFUND pede.
            PERFORM GET-ACCOUNT-ARG
            MOVE SPACES TO WS-WV-FROM
            EXEC SQL
               SELECT TO_CHAR(CAST(:WS-BUS-DATE AS date)
                      - INTERVAL '12 months', 'YYYY-MM-DD')
               INTO :WS-WV-FROM
            END-EXEC

            EXEC SQL
               DECLARE FEE-LIST-CUR CURSOR FOR
               SELECT f.fee_type, f.ref, f.charged_on, f.amount,
                      COALESCE((SELECT SUM(w.amount)
                                FROM fee_waivers w
                                WHERE w.account = :WS-WV-ACCOUNT
                                  AND w.fee_type = f.fee_type
                                  AND w.source_ref = f.ref
                                  AND w.status IN ('PENDING',
                                                   'REFUNDED')), 0)
               FROM (
                  SELECT 'PKG' AS fee_type,
                         TO_CHAR(cycle_start, 'YYYY-MM-DD') AS ref,
                         TO_CHAR(cycle_start, 'YYYY-MM-DD')
                            AS charged_on,
                         excess_amount AS amount
                  FROM package_billings
                  WHERE account = :WS-WV-ACCOUNT
                    AND excess_amount > 0
                    AND cycle_start >= CAST(:WS-WV-FROM AS date)
                  UNION ALL
                  SELECT 'CHQRET', id::text,
                         TO_CHAR(presented_on, 'YYYY-MM-DD'), fee
                  FROM cheque_returns
                  WHERE account = :WS-WV-ACCOUNT
                    AND fee > 0
                    AND presented_on >= CAST(:WS-WV-FROM AS date)
                  UNION ALL
                  SELECT 'IOF', period, period, amount
                  FROM iof_charges
                  WHERE account = :WS-WV-ACCOUNT
                    AND period >= SUBSTR(:WS-WV-FROM, 1, 7)
                  UNION ALL
                  SELECT 'MAINT', g.tr_data::text, g.tr_data::text,
                         ABS(g.tr_valor)
                  FROM get_transfer(:WS-WV-ACCOUNT, :WS-WV-FROM,
                       :WS-BUS-DATE) g
                  WHERE g.tr_valor < 0
                    AND (UPPER(g.tr_descricao) LIKE '%TARIFA%'
                         OR UPPER(g.tr_descricao) LIKE '%FEE%')
               ) f
               ORDER BY f.charged_on, f.fee_type
            END-EXEC

            EXEC SQL
               OPEN FEE-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\WAIVER-FEES\" WS-WV-ACCOUNT
               MOVE 0 TO WS-LIST-COUNT
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-FEE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FEE-LIST-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " tarifa(s) cobrada(s)"
            END-IF.

         FETCH-FEE-ROW.
            EXEC SQL
               FETCH FEE-LIST-CUR
               INTO :WS-WV-TYPE, :WS-WV-REF, :WS-WV-CHARGED-ON,
                    :WS-WV-CHARGED, :WS-WV-PRIOR
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
               MOVE WS-WV-CHARGED TO WS-ED-CHARGED
               MOVE WS-WV-PRIOR TO WS-ED-AMOUNT
               DISPLAY "tarifa\" WS-WV-TYPE "\" WS-WV-REF "\"
                  WS-WV-CHARGED-ON "\" WS-ED-CHARGED "\"
                  WS-ED-AMOUNT
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
               STRING WS-CHG-TABLE " " WS-CHG-KEY " conta "
                  WS-WV-ACCOUNT " tarifa " WS-WV-TYPE
                  " motivo " WS-WV-REASON
                  " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-WAIVER-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fee_waivers t
               WHERE id = :WS-WV-ID
            END-EXEC
            MOVE "fee_waivers" TO WS-CHG-TABLE
            MOVE WS-WV-ID TO WS-CHG-KEY
            MOVE WS-WV-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-WV-DOC TO WS-CHG-CUST-DOC.

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

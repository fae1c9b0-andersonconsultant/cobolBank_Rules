      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Fraud callback desk - works the debits the FRAUD-SRV scoring
      *  held in Enginev3 (fraud_scores with decision HOLD) until the
      *  customer is reached by phone. LIST shows the holds still
      *  waiting for the callback, SHOW one score with the points of
      *  each rule and the holder's name and phone. The outcome needs
      *  a mandatory note and an operator other than the one who
      *  captured the debit:
      *    CONFIRM - the customer recognises the debit; it goes on:
      *              PIX/TRANSFER queue item CALLBACK -> PENDING (still
      *              above the four-eyes ceiling or not, it is posted
      *              by the second operator at APPROVE-Q);
      *              TED wire CALLBACK -> SENT with today's value date
      *              and its STR message line written.
      *    DENY    - the customer does not recognise the debit:
      *              PIX/TRANSFER queue item REJECTED;
      *              TED debit reversed by post_reversal(), wire
      *              REJECTED (journal TED-RETURN, as TED-RET).
      *  The outcome (CONFIRMED/DENIED) stays on fraud_scores with who
      *  decided and when, so the scoring rules can be tuned against
      *  real callbacks. Outcome, release/refusal, journal and change
      *  trail commit together or nothing does.
      *
      *  pending_approvals / ted_wires: fraud_score_id (score that
      *    held the item in status CALLBACK).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FRAUD-CB.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT                SECTION.
         FILE-CONTROL.
      *    Mensagem do STR do fio liberado - mesmo arquivo e layout
      *    que o TED-CMD da Enginev3 grava.
            SELECT TED-MSG-FILE ASSIGN TO WS-TED-MSG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TED-MSG-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  TED-MSG-FILE.
         01  TED-MSG-RECORD.
             05  TED-REC-TYPE        PIC X(1).
             05  TED-REC-REF         PIC X(20).
             05  TED-REC-BANK        PIC 9(3).
             05  TED-REC-BRANCH      PIC 9(4).
             05  TED-REC-ACCOUNT     PIC 9(10).
             05  TED-REC-AMOUNT      PIC 9(13)V99.
             05  TED-REC-VALUE-DATE  PIC 9(8).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Pontuacao em trabalho.
         01  WS-FRD-ID               PIC 9(9)  VALUE 0.
         01  WS-FRD-FOUND            PIC 9(5)  VALUE 0.
         01  WS-FRD-CHANNEL          PIC X(10) VALUE SPACES.
         01  WS-FRD-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-FRD-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-FRD-DEST-ACCOUNT     PIC 9(10) VALUE 0.
         01  WS-FRD-DEST-KEY         PIC X(40) VALUE SPACES.
         01  WS-FRD-SCORE            PIC 9(3)  VALUE 0.
         01  WS-FRD-THRESHOLD        PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-NEW-PAYEE    PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-AMOUNT       PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-NIGHT        PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-BURST        PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-PROFILE      PIC 9(3)  VALUE 0.
         01  WS-FRD-PTS-DISPUTED     PIC 9(3)  VALUE 0.
         01  WS-FRD-REASONS          PIC X(60) VALUE SPACES.
         01  WS-FRD-DECISION         PIC X(4)  VALUE SPACES.
         01  WS-FRD-OPERATOR         PIC X(20) VALUE SPACES.
         01  WS-FRD-SCORED           PIC X(16) VALUE SPACES.
         01  WS-FRD-OUTCOME          PIC X(10) VALUE SPACES.
         01  WS-FRD-OUTCOME-BY       PIC X(20) VALUE SPACES.
         01  WS-FRD-NOTE             PIC X(60) VALUE SPACES.
         01  WS-FRD-NEW-OUTCOME      PIC X(10) VALUE SPACES.
         01  WS-FRD-HELD-STATUS      PIC X(10) VALUE SPACES.
         01  WS-FRD-HELD-REF         PIC X(20) VALUE SPACES.
         01  WS-FRD-HOLDER           PIC X(60) VALUE SPACES.
         01  WS-FRD-PHONE            PIC X(20) VALUE SPACES.
         01  WS-FRD-DOC              PIC X(14) VALUE SPACES.

      *    Item retido pela pontuacao.
         01  WS-HELD-ROWS            PIC 9(9)  VALUE 0.
         01  WS-TED-REF              PIC X(20) VALUE SPACES.
         01  WS-TED-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-TED-BANK             PIC 9(3)  VALUE 0.
         01  WS-TED-BRANCH           PIC 9(4)  VALUE 0.
         01  WS-TED-DEST-ACCT        PIC 9(10) VALUE 0.
         01  WS-TED-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-TED-REVERSAL         PIC X(20) VALUE SPACES.

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

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-DECIDE-OK           PIC X(1)  VALUE "S".
         01  WS-TED-RELEASED        PIC X(1)  VALUE "N".
         01  WS-TED-MSG-PATH        PIC X(100) VALUE SPACES.
         01  WS-TED-MSG-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-TED-YMD             PIC X(8)  VALUE SPACES.
         01  WS-TED-YMD-N REDEFINES WS-TED-YMD PIC 9(8).

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Diario de auditoria de dupla entrada - estorno do TED
      *    negado pelo cliente.
         01  WS-JRNL-DATA.
             05  WS-JR-ACTION          PIC X(20) VALUE SPACES.
             05  WS-JR-DEBIT-ACCT      PIC 9(10) VALUE 0.
             05  WS-JR-CREDIT-ACCT     PIC 9(10) VALUE 0.
             05  WS-JR-AMOUNT          PIC S9(10)V99 VALUE 0.
             05  WS-JR-REF             PIC X(20) VALUE SPACES.
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "FRAUD-CB".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FRAUDCB".
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
               MOVE WS-CONN-PID TO WS-JR-SESSION
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
               DISPLAY "#Confirmacao de debitos retidos - digite HELP "
                  "para ajuda"
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
            DISPLAY "=== CONFIRMACAO DE DEBITOS RETIDOS ==="
            DISPLAY "LIST    : Lista os debitos aguardando o cliente"
            DISPLAY "SHOW    : Mostra uma pontuacao e o contato do "
               "titular"
            DISPLAY "CONFIRM : Cliente reconheceu - libera o debito"
            DISPLAY "DENY    : Cliente nao reconheceu - recusa o debito"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "======================================"
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
               WHEN "LIST"     PERFORM LIST-HOLDS
               WHEN "SHOW"     PERFORM SHOW-SCORE
               WHEN "CONFIRM"  PERFORM CONFIRM-DEBIT
               WHEN "DENY"     PERFORM DENY-DEBIT
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-SCORE-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id da pontuacao: " NO ADVANCING
               ACCEPT WS-FRD-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-FRD-ID
            END-IF.

         FETCH-ONE-SCORE.
      *    Pontuacao com o item que ela reteve (fila ou fio) e o
      *    titular da conta para a ligacao.
            MOVE 0 TO WS-FRD-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-FRD-FOUND
               FROM fraud_scores
               WHERE id = :WS-FRD-ID
            END-EXEC

            IF SQLCODE = ZERO AND WS-FRD-FOUND > 0
               EXEC SQL
                  SELECT s.channel, s.account, s.amount,
                         COALESCE(s.dest_account, 0),
                         COALESCE(s.dest_key, ' '),
                         s.score, s.threshold, s.pts_new_payee,
                         s.pts_amount, s.pts_night, s.pts_burst,
                         s.pts_profile, s.pts_disputed,
                         COALESCE(s.reasons, ' '), s.decision,
                         COALESCE(s.operator, ' '),
                         TO_CHAR(s.scored_at, 'YYYY-MM-DD HH24:MI'),
                         COALESCE(s.outcome, ' '),
                         COALESCE(s.outcome_by, ' '),
                         COALESCE(s.outcome_note, ' '),
                         COALESCE(q.status, w.status, ' '),
                         COALESCE(q.id::text, w.ref, ' '),
                         COALESCE(c.name, ' '),
                         COALESCE(c.phone, ' '),
                         COALESCE(c.doc, ' ')
                  INTO :WS-FRD-CHANNEL, :WS-FRD-ACCOUNT,
                       :WS-FRD-AMOUNT, :WS-FRD-DEST-ACCOUNT,
                       :WS-FRD-DEST-KEY, :WS-FRD-SCORE,
                       :WS-FRD-THRESHOLD, :WS-FRD-PTS-NEW-PAYEE,
                       :WS-FRD-PTS-AMOUNT, :WS-FRD-PTS-NIGHT,
                       :WS-FRD-PTS-BURST, :WS-FRD-PTS-PROFILE,
                       :WS-FRD-PTS-DISPUTED, :WS-FRD-REASONS,
                       :WS-FRD-DECISION, :WS-FRD-OPERATOR,
                       :WS-FRD-SCORED, :WS-FRD-OUTCOME,
                       :WS-FRD-OUTCOME-BY, :WS-FRD-NOTE,
                       :WS-FRD-HELD-STATUS, :WS-FRD-HELD-REF,
                       :WS-FRD-HOLDER, :WS-FRD-PHONE, :WS-FRD-DOC
                  FROM fraud_scores s
                  LEFT JOIN pending_approvals q
                         ON q.fraud_score_id = s.id
                  LEFT JOIN ted_wires w ON w.fraud_score_id = s.id
                  LEFT JOIN customers c
                         ON c.doc = account_holder_doc(s.account)
                  WHERE s.id = :WS-FRD-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-FRD-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         SHOW-SCORE.
            PERFORM GET-SCORE-ARG
            PERFORM FETCH-ONE-SCORE
            IF WS-FRD-FOUND = 0
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Pontuacao " WS-FRD-ID " nao encontrada"
            ELSE
               DISPLAY "1\FRAUDCB-SHOW\" WS-FRD-ID
               DISPLAY "#Canal     : " WS-FRD-CHANNEL " em "
                  WS-FRD-SCORED " por " WS-FRD-OPERATOR
               DISPLAY "#Conta     : " WS-FRD-ACCOUNT " valor "
                  WS-FRD-AMOUNT
               DISPLAY "#Destino   : " WS-FRD-DEST-ACCOUNT " "
                  WS-FRD-DEST-KEY
               DISPLAY "#Score     : " WS-FRD-SCORE " (corte "
                  WS-FRD-THRESHOLD ") " WS-FRD-DECISION
               DISPLAY "#Pontos    : novo-fav " WS-FRD-PTS-NEW-PAYEE
                  " valor " WS-FRD-PTS-AMOUNT " noite "
                  WS-FRD-PTS-NIGHT " rajada " WS-FRD-PTS-BURST
                  " cadastro " WS-FRD-PTS-PROFILE " disputa "
                  WS-FRD-PTS-DISPUTED
               DISPLAY "#Motivos   : " WS-FRD-REASONS
               DISPLAY "#Retido    : " WS-FRD-HELD-REF " situacao "
                  WS-FRD-HELD-STATUS
               DISPLAY "#Titular   : " WS-FRD-HOLDER " doc "
                  WS-FRD-DOC
               DISPLAY "#Telefone  : " WS-FRD-PHONE
               IF WS-FRD-OUTCOME NOT = SPACES
                  DISPLAY "#Retorno   : " WS-FRD-OUTCOME " por "
                     WS-FRD-OUTCOME-BY " - " WS-FRD-NOTE
               END-IF
            END-IF.

         LIST-HOLDS.
      *    So o que ainda espera o cliente - pontuacao retida sem
      *    retorno e item ainda em CALLBACK na fila ou no fio.
            EXEC SQL
               DECLARE FRAUD-HOLD-CUR CURSOR FOR
               SELECT s.id, s.channel, s.account, s.amount, s.score,
                      COALESCE(s.reasons, ' '),
                      TO_CHAR(s.scored_at, 'YYYY-MM-DD HH24:MI')
               FROM fraud_scores s
               WHERE s.decision = 'HOLD'
                 AND s.outcome IS NULL
                 AND (EXISTS (SELECT 1 FROM pending_approvals q
                              WHERE q.fraud_score_id = s.id
                                AND q.status = 'CALLBACK')
                   OR EXISTS (SELECT 1 FROM ted_wires w
                              WHERE w.fraud_score_id = s.id
                                AND w.status = 'CALLBACK'))
               ORDER BY s.id
            END-EXEC

            EXEC SQL
               OPEN FRAUD-HOLD-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\FRAUDCB-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-HOLD-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE FRAUD-HOLD-CUR
               END-EXEC
            END-IF.

         FETCH-HOLD-ROW.
            EXEC SQL
               FETCH FRAUD-HOLD-CUR
               INTO :WS-FRD-ID, :WS-FRD-CHANNEL, :WS-FRD-ACCOUNT,
                    :WS-FRD-AMOUNT, :WS-FRD-SCORE, :WS-FRD-REASONS,
                    :WS-FRD-SCORED
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
               DISPLAY "retido\" WS-FRD-ID "\" WS-FRD-CHANNEL "\"
                  WS-FRD-ACCOUNT "\" WS-FRD-AMOUNT "\" WS-FRD-SCORE
                  "\" WS-FRD-SCORED "\" WS-FRD-REASONS
            END-IF
            END-IF.

         CONFIRM-DEBIT.
            MOVE "CONFIRMED" TO WS-FRD-NEW-OUTCOME
            MOVE "FRAUD-CONFIRM" TO WS-LOG-ACTION
            PERFORM DECIDE-SCORE.

         DENY-DEBIT.
            MOVE "DENIED" TO WS-FRD-NEW-OUTCOME
            MOVE "FRAUD-DENY" TO WS-LOG-ACTION
            PERFORM DECIDE-SCORE.

         DECIDE-SCORE.
      *    Retorno da ligacao - nunca pelo operador que capturou o
      *    debito, sempre com nota (com quem falou, como conferiu).
            PERFORM GET-SCORE-ARG
            PERFORM FETCH-ONE-SCORE
            IF WS-FRD-FOUND = 0
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Pontuacao " WS-FRD-ID " nao encontrada"
            ELSE IF WS-FRD-DECISION NOT = "HOLD"
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Pontuacao " WS-FRD-ID " nao reteve o debito"
            ELSE IF WS-FRD-OUTCOME NOT = SPACES
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Pontuacao " WS-FRD-ID " ja decidida: "
                  WS-FRD-OUTCOME
            ELSE IF WS-FRD-HELD-STATUS NOT = "CALLBACK"
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Item retido nao aguarda confirmacao: "
                  WS-FRD-HELD-REF " " WS-FRD-HELD-STATUS
            ELSE IF WS-FRD-OPERATOR = WS-OPERATOR-USER
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Quem capturou o debito nao pode decidi-lo"
            ELSE
               DISPLAY "#Pontuacao " WS-FRD-ID ": " WS-FRD-CHANNEL
                  " conta " WS-FRD-ACCOUNT " valor " WS-FRD-AMOUNT
               DISPLAY "#Titular: " WS-FRD-HOLDER " fone "
                  WS-FRD-PHONE
               DISPLAY "#Nota do retorno: " NO ADVANCING
               MOVE SPACES TO WS-FRD-NOTE
               ACCEPT WS-FRD-NOTE
               IF WS-FRD-NOTE = SPACES
                  DISPLAY "0\FRAUDCB"
                  DISPLAY "#Nota do retorno e obrigatoria"
               ELSE
                  PERFORM APPLY-OUTCOME
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         APPLY-OUTCOME.
      *    Retorno gravado e item retido liberado ou recusado na mesma
      *    transacao - qualquer falha desfaz tudo e o item continua
      *    em CALLBACK.
            MOVE "S" TO WS-DECIDE-OK
            MOVE "N" TO WS-TED-RELEASED
            MOVE 0 TO WS-HELD-ROWS
            PERFORM READ-SCORE-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE fraud_scores
               SET outcome = :WS-FRD-NEW-OUTCOME,
                   outcome_by = :WS-OPERATOR-USER,
                   outcome_at = now(),
                   outcome_note = :WS-FRD-NOTE
               WHERE id = :WS-FRD-ID
                 AND outcome IS NULL
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-SCORE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            END-IF

            IF WS-DECIDE-OK = "S"
               IF WS-FRD-NEW-OUTCOME = "CONFIRMED"
                  PERFORM RELEASE-HELD-ITEM
               ELSE
                  PERFORM REFUSE-HELD-ITEM
               END-IF
            END-IF

      *    Item que saiu de CALLBACK entre a leitura e a decisao (outro
      *    console) - o retorno nao vale sem ele.
            IF WS-DECIDE-OK = "S" AND WS-HELD-ROWS = 0
               MOVE "N" TO WS-DECIDE-OK
               MOVE 0 TO SQLCODE-PASS
               DISPLAY "#Item retido nao esta mais em CALLBACK"
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF SQLCODE-PASS NOT = 0
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
               DISPLAY "0\FRAUDCB"
               DISPLAY "#Retorno nao registrado - debito segue retido"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-FRD-ID
               DISPLAY "#Pontuacao " WS-FRD-ID " " WS-FRD-NEW-OUTCOME
                  " - " WS-FRD-CHANNEL " " WS-FRD-HELD-REF
               IF WS-TED-RELEASED = "S"
                  PERFORM WRITE-TED-MESSAGE
               END-IF

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-FRD-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "pontuacao " WS-FRD-ID " " WS-FRD-CHANNEL " "
                  WS-FRD-HELD-REF " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         NOTE-SQL-FAILURE.
            MOVE "N" TO WS-DECIDE-OK
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS.

         RELEASE-HELD-ITEM.
      *    Cliente reconheceu - o item retido segue o caminho normal.
            IF WS-FRD-CHANNEL = "TED"
               PERFORM RELEASE-HELD-WIRE
            ELSE
               EXEC SQL
                  UPDATE pending_approvals
                  SET status = 'PENDING'
                  WHERE fraud_score_id = :WS-FRD-ID
                    AND status = 'CALLBACK'
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-HELD-ROWS
            ELSE IF SQLCODE NOT = 100
               PERFORM NOTE-SQL-FAILURE
            END-IF
            END-IF.

         RELEASE-HELD-WIRE.
      *    Fio liberado vai ao STR com a data do movimento de hoje; a
      *    mensagem sai depois do COMMIT, como no TED-CMD.
            EXEC SQL
               UPDATE ted_wires
               SET status = 'SENT', sent_at = now(),
                   value_date = :WS-BUS-DATE::date
               WHERE fraud_score_id = :WS-FRD-ID
                 AND status = 'CALLBACK'
               RETURNING ref, dest_bank, dest_branch, dest_account,
                         amount
               INTO :WS-TED-REF, :WS-TED-BANK, :WS-TED-BRANCH,
                    :WS-TED-DEST-ACCT, :WS-TED-AMOUNT
            END-EXEC
            IF SQLCODE = ZERO
               MOVE "S" TO WS-TED-RELEASED
            END-IF.

         REFUSE-HELD-ITEM.
      *    Cliente nao reconheceu - o item retido nao segue.
            IF WS-FRD-CHANNEL = "TED"
               PERFORM REVERSE-HELD-WIRE
            ELSE
               EXEC SQL
                  UPDATE pending_approvals
                  SET status = 'REJECTED',
                      decided_by = :WS-CONN-PID,
                      decided_user = :WS-OPERATOR-USER,
                      decided_at = now()
                  WHERE fraud_score_id = :WS-FRD-ID
                    AND status = 'CALLBACK'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-HELD-ROWS
               ELSE IF SQLCODE NOT = 100
                  PERFORM NOTE-SQL-FAILURE
               END-IF
               END-IF
            END-IF.

         REVERSE-HELD-WIRE.
      *    Debito do TED estornado pelo post_reversal do TED-RET e fio
      *    REJECTED - nunca foi ao STR.
            EXEC SQL
               SELECT ref, account, amount
               INTO :WS-TED-REF, :WS-TED-ACCOUNT, :WS-TED-AMOUNT
               FROM ted_wires
               WHERE fraud_score_id = :WS-FRD-ID
                 AND status = 'CALLBACK'
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT post_reversal(:WS-TED-REF)
                  INTO :WS-TED-REVERSAL
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE ted_wires
                     SET status = 'REJECTED', settled_at = now()
                     WHERE ref = :WS-TED-REF
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               ELSE
                  MOVE 1 TO WS-HELD-ROWS
                  MOVE "TED-RETURN"    TO WS-JR-ACTION
                  MOVE 9999999999      TO WS-JR-DEBIT-ACCT
                  MOVE WS-TED-ACCOUNT  TO WS-JR-CREDIT-ACCT
                  MOVE WS-TED-AMOUNT   TO WS-JR-AMOUNT
                  MOVE WS-TED-REF      TO WS-JR-REF
                  PERFORM JOURNAL-REFUSAL
               END-IF
            ELSE IF SQLCODE NOT = 100
               PERFORM NOTE-SQL-FAILURE
            END-IF
            END-IF.

         JOURNAL-REFUSAL.
      *    Linha do diario na mesma transacao - sem ela nada comita.
            CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
            IF WS-JRNL-DISP NOT = "S"
               MOVE "N" TO WS-DECIDE-OK
               MOVE 0 TO SQLCODE-PASS
               DISPLAY "#Falha no diario de auditoria"
            END-IF.

         WRITE-TED-MESSAGE.
      *    Mensagem de saida para o STR, uma linha por fio no layout
      *    fixo do TED-CMD - abre e fecha a cada fio.
            MOVE "/tmp/ted_str_out.dat" TO WS-TED-MSG-PATH
            ACCEPT WS-TED-MSG-PATH FROM ENVIRONMENT "TED_STR_FILE"
            IF WS-TED-MSG-PATH = SPACES
               MOVE "/tmp/ted_str_out.dat" TO WS-TED-MSG-PATH
            END-IF
            MOVE SPACES TO WS-TED-YMD
            STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
               DELIMITED BY SIZE INTO WS-TED-YMD
            END-STRING

            OPEN EXTEND TED-MSG-FILE
            IF WS-TED-MSG-STATUS NOT = "00"
               OPEN OUTPUT TED-MSG-FILE
            END-IF
            IF WS-TED-MSG-STATUS = "00"
               MOVE "1"              TO TED-REC-TYPE
               MOVE WS-TED-REF       TO TED-REC-REF
               MOVE WS-TED-BANK      TO TED-REC-BANK
               MOVE WS-TED-BRANCH    TO TED-REC-BRANCH
               MOVE WS-TED-DEST-ACCT TO TED-REC-ACCOUNT
               MOVE WS-TED-AMOUNT    TO TED-REC-AMOUNT
               MOVE WS-TED-YMD-N     TO TED-REC-VALUE-DATE
               WRITE TED-MSG-RECORD
               CLOSE TED-MSG-FILE
               DISPLAY "#TED " WS-TED-REF " liberado ao STR"
            ELSE
               DISPLAY "#Falha ao gravar mensagem do STR - status "
                  WS-TED-MSG-STATUS
            END-IF.

         READ-SCORE-IMAGE.
      *    Imagem da pontuacao para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM fraud_scores t
               WHERE id = :WS-FRD-ID
            END-EXEC
            MOVE "fraud_scores" TO WS-CHG-TABLE
            MOVE WS-FRD-ID TO WS-CHG-KEY
            MOVE WS-FRD-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-FRD-DOC TO WS-CHG-CUST-DOC.

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
      *    estorno e data de valor do fio liberado contam por ela.
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

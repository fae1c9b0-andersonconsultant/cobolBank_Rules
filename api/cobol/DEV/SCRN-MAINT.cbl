      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Sanctions and PEP screening desk (compliance) - works the
      *  possible hits the SCREEN service recorded in screening_hits
      *  and the operation each one holds. HITS lists the queue (OPEN
      *  by default), SHOW one hit with the listed entry it matched,
      *  LISTS the list versions loaded by SCRN-LOAD. A decision needs
      *  SUPERVISOR or ADMIN, a mandatory note, and an operator other
      *  than the one who raised the hit:
      *    CLEAR   - false positive; the held item is released:
      *              CUSTOMER/RESCREEN customer back to ACTIVE;
      *              PIX queue item SCREENING -> PENDING (still needs
      *              the second operator at APPROVE-Q);
      *              TED wire HELD -> SENT with today's value date and
      *              its STR message line written;
      *              FX remittance HELD -> PENDING for FX-REMIT-OUT.
      *              The same subject/listed-name pair no longer hits.
      *    CONFIRM - true match; the held item is refused:
      *              CUSTOMER/RESCREEN customer BLOCKED and every
      *              ACTIVE account of the holder blocked through
      *              set_account_status();
      *              PIX queue item REJECTED;
      *              TED debit reversed by post_reversal(), wire
      *              REJECTED (journal TED-RETURN, as TED-RET);
      *              FX contract value returned from the settlement
      *              account, contract RETURNED (journal FX-RETURN,
      *              as FX-RET; the IOF is not refunded).
      *              COAF-FILE's PULL takes every CONFIRMED hit as a
      *              reportable case.
      *  Hit decision, release/refusal, journal and change trail
      *  commit together or nothing does.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SCRN-MAINT.
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

      *    Ocorrencia em trabalho.
         01  WS-HIT-ID               PIC 9(9)  VALUE 0.
         01  WS-HIT-FOUND            PIC 9(5)  VALUE 0.
         01  WS-HIT-CONTEXT          PIC X(10) VALUE SPACES.
         01  WS-HIT-SUBJECT          PIC X(60) VALUE SPACES.
         01  WS-HIT-DOC              PIC X(14) VALUE SPACES.
         01  WS-HIT-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-HIT-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-HIT-REF              PIC X(20) VALUE SPACES.
         01  WS-HIT-LIST-ID          PIC 9(9)  VALUE 0.
         01  WS-HIT-LIST-TYPE        PIC X(10) VALUE SPACES.
         01  WS-HIT-ENTRY            PIC X(60) VALUE SPACES.
         01  WS-HIT-SCORE            PIC 9(3)  VALUE 0.
         01  WS-HIT-STATUS           PIC X(10) VALUE SPACES.
         01  WS-HIT-OPERATOR         PIC X(20) VALUE SPACES.
         01  WS-HIT-CREATED          PIC X(16) VALUE SPACES.
         01  WS-HIT-DECIDED-BY       PIC X(20) VALUE SPACES.
         01  WS-HIT-NOTE             PIC X(60) VALUE SPACES.
         01  WS-HIT-NEW-STATUS       PIC X(10) VALUE SPACES.
         01  WS-HIT-FILTER           PIC X(10) VALUE SPACES.
         01  WS-HIT-ENTRY-REF        PIC X(20) VALUE SPACES.
         01  WS-HIT-ENTRY-COUNTRY    PIC X(2)  VALUE SPACES.
         01  WS-HIT-ENTRY-CATEGORY   PIC X(20) VALUE SPACES.
         01  WS-HIT-SOURCE           PIC X(20) VALUE SPACES.

      *    Versao de lista (comando LISTS).
         01  WS-LS-ID                PIC 9(9)  VALUE 0.
         01  WS-LS-TYPE              PIC X(10) VALUE SPACES.
         01  WS-LS-SOURCE            PIC X(20) VALUE SPACES.
         01  WS-LS-VERSION           PIC X(20) VALUE SPACES.
         01  WS-LS-STATUS            PIC X(10) VALUE SPACES.
         01  WS-LS-ENTRIES           PIC 9(9)  VALUE 0.
         01  WS-LS-LOADED            PIC X(10) VALUE SPACES.
         01  WS-LS-RESCREENED        PIC X(10) VALUE SPACES.

      *    Item retido pela ocorrencia.
         01  WS-HELD-ROWS            PIC 9(9)  VALUE 0.
         01  WS-CUST-DOC             PIC X(14) VALUE SPACES.
         01  WS-ACCTS-BLOCKED        PIC 9(5)  VALUE 0.
         01  WS-TED-REF              PIC X(20) VALUE SPACES.
         01  WS-TED-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-TED-BANK             PIC 9(3)  VALUE 0.
         01  WS-TED-BRANCH           PIC 9(4)  VALUE 0.
         01  WS-TED-DEST-ACCT        PIC 9(10) VALUE 0.
         01  WS-TED-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-TED-REVERSAL         PIC X(20) VALUE SPACES.
         01  WS-FX-CONTRACT-NO       PIC X(20) VALUE SPACES.
         01  WS-FX-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-FX-BRL               PIC 9(10)V99 VALUE 0.
         01  WS-FX-RESULT            PIC X(20) VALUE SPACES.
         01  WS-SETTLE-ACCOUNT       PIC 9(10) VALUE 0.

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

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

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

      *    Diario de auditoria de dupla entrada - estorno do TED e
      *    devolucao do cambio recusados pela triagem.
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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "SCRN-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SCRNMAINT".
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
      *    Conta de liquidacao do cambio - a mesma do FX-MAINT e do
      *    FX-RET; lida antes de qualquer alteracao na sessao.
            MOVE "FX_SETTLEMENT_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SETTLE-ACCOUNT
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
               DISPLAY "#Triagem de sancoes/PEP - digite HELP para "
                  "ajuda"
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
            DISPLAY "=== TRIAGEM DE SANCOES/PEP ==="
            DISPLAY "HITS    : Lista as ocorrencias (OPEN, CLEARED, "
               "CONFIRMED)"
            DISPLAY "SHOW    : Mostra uma ocorrencia"
            DISPLAY "CLEAR   : Falso positivo - libera o item retido "
               "(supervisor)"
            DISPLAY "CONFIRM : Confirma a ocorrencia - recusa o item "
               "(supervisor)"
            DISPLAY "LISTS   : Lista as versoes de listas carregadas"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "=============================="
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
               WHEN "HITS"     PERFORM LIST-HITS
               WHEN "SHOW"     PERFORM SHOW-HIT
               WHEN "CLEAR"    PERFORM CLEAR-HIT
               WHEN "CONFIRM"  PERFORM CONFIRM-HIT
               WHEN "LISTS"    PERFORM LIST-VERSIONS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-HIT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id da ocorrencia: " NO ADVANCING
               ACCEPT WS-HIT-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-HIT-ID
            END-IF.

         FETCH-ONE-HIT.
            MOVE 0 TO WS-HIT-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-HIT-FOUND
               FROM screening_hits
               WHERE id = :WS-HIT-ID
            END-EXEC

            IF SQLCODE = ZERO AND WS-HIT-FOUND > 0
               EXEC SQL
                  SELECT h.context, h.subject_name,
                         COALESCE(h.subject_doc, ' '),
                         COALESCE(h.account, 0),
                         COALESCE(h.amount, 0),
                         COALESCE(h.ref, ' '),
                         h.list_id, h.list_type, h.entry_name,
                         h.score, h.status, COALESCE(h.operator, ' '),
                         TO_CHAR(h.created_at, 'YYYY-MM-DD HH24:MI'),
                         COALESCE(h.decided_by, ' '),
                         COALESCE(h.decision_note, ' '),
                         COALESCE(e.entry_ref, ' '),
                         COALESCE(e.country, ' '),
                         COALESCE(e.category, ' '),
                         COALESCE(l.source, ' ')
                  INTO :WS-HIT-CONTEXT, :WS-HIT-SUBJECT, :WS-HIT-DOC,
                       :WS-HIT-ACCOUNT, :WS-HIT-AMOUNT, :WS-HIT-REF,
                       :WS-HIT-LIST-ID, :WS-HIT-LIST-TYPE,
                       :WS-HIT-ENTRY, :WS-HIT-SCORE, :WS-HIT-STATUS,
                       :WS-HIT-OPERATOR, :WS-HIT-CREATED,
                       :WS-HIT-DECIDED-BY, :WS-HIT-NOTE,
                       :WS-HIT-ENTRY-REF, :WS-HIT-ENTRY-COUNTRY,
                       :WS-HIT-ENTRY-CATEGORY, :WS-HIT-SOURCE
                  FROM screening_hits h
                  LEFT JOIN screening_entries e ON e.id = h.entry_id
                  LEFT JOIN screening_lists l ON l.id = h.list_id
                  WHERE h.id = :WS-HIT-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-HIT-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         SHOW-HIT.
            PERFORM GET-HIT-ARG
            PERFORM FETCH-ONE-HIT
            IF WS-HIT-FOUND = 0
               DISPLAY "0\SCRN"
               DISPLAY "#Ocorrencia " WS-HIT-ID " nao encontrada"
            ELSE
               DISPLAY "1\SCRN-SHOW\" WS-HIT-ID
               DISPLAY "#Situacao  : " WS-HIT-STATUS " em "
                  WS-HIT-CREATED " por " WS-HIT-OPERATOR
               DISPLAY "#Origem    : " WS-HIT-CONTEXT " ref "
                  WS-HIT-REF
               DISPLAY "#Triado    : " WS-HIT-SUBJECT
               DISPLAY "#Documento : " WS-HIT-DOC
               DISPLAY "#Conta     : " WS-HIT-ACCOUNT " valor "
                  WS-HIT-AMOUNT
               DISPLAY "#Lista     : " WS-HIT-LIST-TYPE " "
                  WS-HIT-SOURCE " (versao " WS-HIT-LIST-ID ")"
               DISPLAY "#Listado   : " WS-HIT-ENTRY
               DISPLAY "#Registro  : " WS-HIT-ENTRY-REF " pais "
                  WS-HIT-ENTRY-COUNTRY " " WS-HIT-ENTRY-CATEGORY
               DISPLAY "#Score     : " WS-HIT-SCORE
               IF WS-HIT-DECIDED-BY NOT = SPACES
                  DISPLAY "#Decidido  : " WS-HIT-DECIDED-BY " - "
                     WS-HIT-NOTE
               END-IF
            END-IF.

         LIST-HITS.
            IF WS-CMD-ARGS = SPACES
               MOVE "OPEN" TO WS-HIT-FILTER
            ELSE
               MOVE WS-CMD-ARGS TO WS-HIT-FILTER
               INSPECT WS-HIT-FILTER CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            END-IF

            EXEC SQL
               DECLARE SCRN-HIT-CUR CURSOR FOR
               SELECT id, context, subject_name, list_type, score,
                      TO_CHAR(created_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(ref, ' ')
               FROM screening_hits
               WHERE status = TRIM(:WS-HIT-FILTER)
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN SCRN-HIT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\SCRN-HITS\" WS-HIT-FILTER
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-HIT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SCRN-HIT-CUR
               END-EXEC
            END-IF.

         FETCH-HIT-ROW.
            EXEC SQL
               FETCH SCRN-HIT-CUR
               INTO :WS-HIT-ID, :WS-HIT-CONTEXT, :WS-HIT-SUBJECT,
                    :WS-HIT-LIST-TYPE, :WS-HIT-SCORE,
                    :WS-HIT-CREATED, :WS-HIT-REF
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
               DISPLAY "ocorrencia\" WS-HIT-ID "\" WS-HIT-CONTEXT "\"
                  WS-HIT-SUBJECT "\" WS-HIT-LIST-TYPE "\"
                  WS-HIT-SCORE "\" WS-HIT-CREATED "\" WS-HIT-REF
            END-IF
            END-IF.

         LIST-VERSIONS.
            EXEC SQL
               DECLARE SCRN-LIST-CUR CURSOR FOR
               SELECT id, list_type, source, version, status,
                      COALESCE(entries, 0),
                      TO_CHAR(loaded_at, 'YYYY-MM-DD'),
                      COALESCE(TO_CHAR(rescreened_at, 'YYYY-MM-DD'),
                               ' ')
               FROM screening_lists
               ORDER BY source, id DESC
            END-EXEC

            EXEC SQL
               OPEN SCRN-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\SCRN-LISTS"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-VERSION-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SCRN-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-VERSION-ROW.
            EXEC SQL
               FETCH SCRN-LIST-CUR
               INTO :WS-LS-ID, :WS-LS-TYPE, :WS-LS-SOURCE,
                    :WS-LS-VERSION, :WS-LS-STATUS, :WS-LS-ENTRIES,
                    :WS-LS-LOADED, :WS-LS-RESCREENED
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
               DISPLAY "lista\" WS-LS-ID "\" WS-LS-TYPE "\"
                  WS-LS-SOURCE "\" WS-LS-VERSION "\" WS-LS-STATUS "\"
                  WS-LS-ENTRIES "\" WS-LS-LOADED "\" WS-LS-RESCREENED
            END-IF
            END-IF.

         CLEAR-HIT.
            MOVE "CLEARED" TO WS-HIT-NEW-STATUS
            MOVE "SCRN-CLEAR" TO WS-LOG-ACTION
            PERFORM DECIDE-HIT.

         CONFIRM-HIT.
            MOVE "CONFIRMED" TO WS-HIT-NEW-STATUS
            MOVE "SCRN-CONFIRM" TO WS-LOG-ACTION
            PERFORM DECIDE-HIT.

         DECIDE-HIT.
      *    Decisao de compliance - supervisor ou administrador, nunca
      *    o mesmo operador que gerou a ocorrencia, sempre com nota.
            PERFORM GET-HIT-ARG
            IF WS-AUTH-ROLE NOT = "SUPERVISOR"
               AND WS-AUTH-ROLE NOT = "ADMIN"
               DISPLAY "0\SCRN"
               DISPLAY "#Decisao de triagem exige SUPERVISOR ou ADMIN"
            ELSE
               PERFORM FETCH-ONE-HIT
               IF WS-HIT-FOUND = 0
                  DISPLAY "0\SCRN"
                  DISPLAY "#Ocorrencia " WS-HIT-ID " nao encontrada"
               ELSE IF WS-HIT-STATUS NOT = "OPEN"
                  DISPLAY "0\SCRN"
                  DISPLAY "#Ocorrencia " WS-HIT-ID " ja decidida: "
                     WS-HIT-STATUS
               ELSE IF WS-HIT-OPERATOR = WS-OPERATOR-USER
                  DISPLAY "0\SCRN"
                  DISPLAY "#Quem gerou a ocorrencia nao pode decidi-la"
               ELSE
                  DISPLAY "#Ocorrencia " WS-HIT-ID ": "
                     WS-HIT-CONTEXT " " WS-HIT-SUBJECT
                  DISPLAY "#Listado: " WS-HIT-LIST-TYPE " "
                     WS-HIT-ENTRY " score " WS-HIT-SCORE
                  DISPLAY "#Nota da decisao: " NO ADVANCING
                  MOVE SPACES TO WS-HIT-NOTE
                  ACCEPT WS-HIT-NOTE
                  IF WS-HIT-NOTE = SPACES
                     DISPLAY "0\SCRN"
                     DISPLAY "#Nota da decisao e obrigatoria"
                  ELSE
                     PERFORM APPLY-DECISION
                  END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         APPLY-DECISION.
      *    Ocorrencia decidida e item retido liberado ou recusado na
      *    mesma transacao - qualquer falha desfaz tudo e a ocorrencia
      *    continua OPEN.
            MOVE "S" TO WS-DECIDE-OK
            MOVE "N" TO WS-TED-RELEASED
            MOVE 0 TO WS-HELD-ROWS
            PERFORM READ-HIT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE screening_hits
               SET status = :WS-HIT-NEW-STATUS,
                   decided_by = :WS-OPERATOR-USER,
                   decided_at = now(),
                   decision_note = :WS-HIT-NOTE
               WHERE id = :WS-HIT-ID
                 AND status = 'OPEN'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-HIT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            END-IF

            IF WS-DECIDE-OK = "S"
               IF WS-HIT-NEW-STATUS = "CLEARED"
                  PERFORM RELEASE-HELD-ITEM
               ELSE
                  PERFORM REFUSE-HELD-ITEM
               END-IF
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF SQLCODE-PASS NOT = 0
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
               DISPLAY "0\SCRN"
               DISPLAY "#Decisao nao registrada - ocorrencia segue "
                  "OPEN"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-HIT-ID
               DISPLAY "#Ocorrencia " WS-HIT-ID " " WS-HIT-NEW-STATUS
                  " - itens atualizados: " WS-HELD-ROWS
               IF WS-TED-RELEASED = "S"
                  PERFORM WRITE-TED-MESSAGE
               END-IF

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-HIT-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "ocorrencia " WS-HIT-ID " " WS-HIT-CONTEXT " "
                  WS-HIT-REF " por " WS-OPERATOR-USER
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
      *    Falso positivo - o item retido segue o caminho normal.
            EVALUATE WS-HIT-CONTEXT
               WHEN "CUSTOMER"
               WHEN "RESCREEN"
                  EXEC SQL
                     UPDATE customers
                     SET status = 'ACTIVE'
                     WHERE screening_hit_id = :WS-HIT-ID
                       AND status = 'HELD'
                  END-EXEC
               WHEN "PIX"
                  EXEC SQL
                     UPDATE pending_approvals
                     SET status = 'PENDING'
                     WHERE screening_hit_id = :WS-HIT-ID
                       AND status = 'SCREENING'
                  END-EXEC
               WHEN "TED"
                  PERFORM RELEASE-HELD-WIRE
               WHEN "FX"
                  EXEC SQL
                     UPDATE fx_contracts
                     SET status = 'PENDING'
                     WHERE screening_hit_id = :WS-HIT-ID
                       AND status = 'HELD'
                  END-EXEC
               WHEN OTHER
                  MOVE 100 TO SQLCODE
            END-EVALUATE
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
               WHERE screening_hit_id = :WS-HIT-ID
                 AND status = 'HELD'
               RETURNING ref, dest_bank, dest_branch, dest_account,
                         amount
               INTO :WS-TED-REF, :WS-TED-BANK, :WS-TED-BRANCH,
                    :WS-TED-DEST-ACCT, :WS-TED-AMOUNT
            END-EXEC
            IF SQLCODE = ZERO
               MOVE "S" TO WS-TED-RELEASED
            END-IF.

         REFUSE-HELD-ITEM.
      *    Ocorrencia confirmada - o item retido nao segue.
            EVALUATE WS-HIT-CONTEXT
               WHEN "CUSTOMER"
               WHEN "RESCREEN"
                  PERFORM BLOCK-HELD-CUSTOMER
               WHEN "PIX"
                  EXEC SQL
                     UPDATE pending_approvals
                     SET status = 'REJECTED',
                         decided_by = :WS-CONN-PID,
                         decided_user = :WS-OPERATOR-USER,
                         decided_at = now()
                     WHERE screening_hit_id = :WS-HIT-ID
                       AND status = 'SCREENING'
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-HELD-ROWS
                  ELSE IF SQLCODE NOT = 100
                     PERFORM NOTE-SQL-FAILURE
                  END-IF
                  END-IF
               WHEN "TED"
                  PERFORM REVERSE-HELD-WIRE
               WHEN "FX"
                  PERFORM RETURN-HELD-REMIT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

         BLOCK-HELD-CUSTOMER.
      *    Cliente bloqueado e todas as contas ativas do titular
      *    bloqueadas pela mesma funcao do ACCT-MAINT.
            MOVE SPACES TO WS-CUST-DOC
            EXEC SQL
               UPDATE customers
               SET status = 'BLOCKED'
               WHERE screening_hit_id = :WS-HIT-ID
                 AND status = 'HELD'
               RETURNING doc INTO :WS-CUST-DOC
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 1 TO WS-HELD-ROWS
               MOVE 0 TO WS-ACCTS-BLOCKED
               EXEC SQL
                  SELECT COUNT(set_account_status(a.account_number,
                                                  'BLOCKED'))
                  INTO :WS-ACCTS-BLOCKED
                  FROM get_holder_accounts(:WS-CUST-DOC) a
                  WHERE account_status(a.account_number) = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               ELSE
                  DISPLAY "#Cliente bloqueado - contas bloqueadas: "
                     WS-ACCTS-BLOCKED
               END-IF
            ELSE IF SQLCODE NOT = 100
               PERFORM NOTE-SQL-FAILURE
            END-IF
            END-IF.

         REVERSE-HELD-WIRE.
      *    Debito do TED estornado pelo post_reversal do TED-RET e fio
      *    REJECTED - nunca foi ao STR.
            EXEC SQL
               SELECT ref, account, amount
               INTO :WS-TED-REF, :WS-TED-ACCOUNT, :WS-TED-AMOUNT
               FROM ted_wires
               WHERE screening_hit_id = :WS-HIT-ID
                 AND status = 'HELD'
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

         RETURN-HELD-REMIT.
      *    Contravalor em reais volta da conta de liquidacao ao
      *    cliente, como na devolucao do FX-RET; o IOF fica.
            EXEC SQL
               SELECT contract_no, account, brl_amount
               INTO :WS-FX-CONTRACT-NO, :WS-FX-ACCOUNT, :WS-FX-BRL
               FROM fx_contracts
               WHERE screening_hit_id = :WS-HIT-ID
                 AND status = 'HELD'
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT post_transfer(:WS-SETTLE-ACCOUNT,
                         :WS-FX-ACCOUNT, :WS-FX-BRL)
                  INTO :WS-FX-RESULT
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE fx_contracts
                     SET status = 'RETURNED', settled_at = now(),
                         returned_date = :WS-BUS-DATE::date,
                         return_reason = 'TRIAGEM SANCOES/PEP'
                     WHERE contract_no = :WS-FX-CONTRACT-NO
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               ELSE
                  MOVE 1 TO WS-HELD-ROWS
                  MOVE "FX-RETURN"       TO WS-JR-ACTION
                  MOVE WS-SETTLE-ACCOUNT TO WS-JR-DEBIT-ACCT
                  MOVE WS-FX-ACCOUNT     TO WS-JR-CREDIT-ACCT
                  MOVE WS-FX-BRL         TO WS-JR-AMOUNT
                  MOVE WS-FX-CONTRACT-NO TO WS-JR-REF
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
            ELSE
               MOVE WS-JR-ACTION TO WS-LOG-ACTION
               MOVE WS-JR-AMOUNT TO WS-LOG-VALUE
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

         READ-HIT-IMAGE.
      *    Imagem da ocorrencia para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM screening_hits t
               WHERE id = :WS-HIT-ID
            END-EXEC
            MOVE "screening_hits" TO WS-CHG-TABLE
            MOVE WS-HIT-ID TO WS-CHG-KEY
            MOVE WS-HIT-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-HIT-DOC TO WS-CHG-CUST-DOC.

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
      *    estorno, devolucao e data de valor do fio liberado contam
      *    por ela.
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

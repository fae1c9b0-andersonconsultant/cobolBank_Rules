      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  INSS proof-of-life (prova de vida) desk - the branch records
      *  here that the retiree came in person: PROOF checks the
      *  document presented against the benefit's beneficiary, refuses
      *  a holder flagged deceased at the ESTATE desk, and moves the
      *  proof-of-life due date INSS_PROOF_MONTHS (default 12) past
      *  the business date, reactivating a benefit INSS-CREDIT had
      *  suspended. Every proof is kept in inss_proofs with the
      *  operator and branch. SHOW displays a benefit and DUE lists
      *  the beneficiaries whose proof of life expires within the
      *  given days (default INSS_PROOF_WARN_DAYS, 30) or is already
      *  overdue, so the branch can call them in before the benefit
      *  goes back to the INSS.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INSS-MAINT.
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

      *    Beneficio em manutencao.
         01  WS-BEN-NUMBER           PIC 9(10) VALUE 0.
         01  WS-BEN-DOC              PIC X(11) VALUE SPACES.
         01  WS-BEN-NAME             PIC X(40) VALUE SPACES.
         01  WS-BEN-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-BEN-STATUS           PIC X(10) VALUE SPACES.
         01  WS-BEN-LAST-PROOF       PIC X(10) VALUE SPACES.
         01  WS-BEN-PROOF-DUE        PIC X(10) VALUE SPACES.
         01  WS-BEN-DAYS-LEFT        PIC S9(5) VALUE 0.
         01  WS-PRESENTED-DOC        PIC X(11) VALUE SPACES.
         01  WS-DECEASED-COUNT       PIC 9(5)  VALUE 0.
         01  WS-PROOF-MONTHS         PIC 9(3)  VALUE 12.
         01  WS-WARN-DAYS            PIC 9(3)  VALUE 30.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina a prova de vida com a agencia.
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
         01  WS-BEN-FOUND           PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(5)  VALUE 0.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "INSS-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INSSMAINT".
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
               DISPLAY "#Prova de vida INSS - digite HELP para ajuda"
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

         LOAD-DB-POLICY.
            MOVE "INSS_PROOF_MONTHS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-PROOF-MONTHS
            END-IF

            MOVE "INSS_PROOF_WARN_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-WARN-DAYS
            END-IF.

         STAMP-BUSINESS-DATE.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== PROVA DE VIDA INSS ==="
            DISPLAY "PROOF   : Registra prova de vida do beneficiario"
            DISPLAY "SHOW    : Mostra um beneficio"
            DISPLAY "DUE     : Lista provas a vencer em N dias e "
               "vencidas"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
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
               WHEN "PROOF"    PERFORM REGISTER-PROOF
               WHEN "SHOW"     PERFORM SHOW-BENEFIT
               WHEN "DUE"      PERFORM LIST-DUE-PROOFS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-BENEFIT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do beneficio: " NO ADVANCING
               ACCEPT WS-BEN-NUMBER
            ELSE
               MOVE WS-CMD-ARGS TO WS-BEN-NUMBER
            END-IF.

         READ-BENEFIT.
            MOVE "N" TO WS-BEN-FOUND
            EXEC SQL
               SELECT holder_doc, holder_name, account, status,
                      COALESCE(TO_CHAR(last_proof_date,
                                       'YYYY-MM-DD'), ' '),
                      TO_CHAR(proof_due_date, 'YYYY-MM-DD'),
                      proof_due_date - :WS-BUS-DATE::date
               INTO :WS-BEN-DOC, :WS-BEN-NAME, :WS-BEN-ACCOUNT,
                    :WS-BEN-STATUS, :WS-BEN-LAST-PROOF,
                    :WS-BEN-PROOF-DUE, :WS-BEN-DAYS-LEFT
               FROM inss_beneficiaries
               WHERE benefit_number = :WS-BEN-NUMBER
            END-EXEC
            IF SQLCODE = ZERO
               MOVE "S" TO WS-BEN-FOUND
            ELSE IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            END-IF.

         SHOW-BENEFIT.
            PERFORM GET-BENEFIT-ARG
            PERFORM READ-BENEFIT
            IF WS-BEN-FOUND = "S"
               DISPLAY "1\INSS-SHOW"
               DISPLAY "inss\" WS-BEN-NUMBER "\" WS-BEN-DOC "\"
                  WS-BEN-NAME "\" WS-BEN-ACCOUNT "\" WS-BEN-STATUS
                  "\" WS-BEN-LAST-PROOF "\" WS-BEN-PROOF-DUE "\"
                  WS-BEN-DAYS-LEFT
            ELSE
               DISPLAY "0\INSS"
               DISPLAY "#Beneficio nao encontrado"
            END-IF.

         REGISTER-PROOF.
      *    O documento apresentado no balcao tem de ser o do
      *    beneficiario; titular com inventario aberto na ESTATE nao
      *    faz prova de vida - o beneficio segue devolvido ao INSS.
            PERFORM GET-BENEFIT-ARG
            PERFORM READ-BENEFIT
            IF WS-BEN-FOUND NOT = "S"
               DISPLAY "0\INSS"
               DISPLAY "#Beneficio nao encontrado - ele entra no "
                  "cadastro com o primeiro credito do INSS"
            ELSE
               DISPLAY "#Beneficiario: " WS-BEN-NAME
               DISPLAY "#CPF apresentado: " NO ADVANCING
               ACCEPT WS-PRESENTED-DOC

               MOVE 0 TO WS-DECEASED-COUNT
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-DECEASED-COUNT
                  FROM estate_cases
                  WHERE TRIM(holder_doc) = :WS-BEN-DOC
               END-EXEC

               IF WS-PRESENTED-DOC NOT = WS-BEN-DOC
                  DISPLAY "0\INSS"
                  DISPLAY "#CPF nao confere com o do beneficiario"
               ELSE IF WS-BEN-STATUS = "DECEASED"
                  OR WS-DECEASED-COUNT > 0
                  DISPLAY "0\INSS"
                  DISPLAY "#Titular com obito registrado - prova de "
                     "vida recusada"
               ELSE
                  PERFORM RECORD-PROOF
               END-IF
               END-IF
            END-IF.

         RECORD-PROOF.
      *    Prova de vida e o novo vencimento na mesma transacao, com a
      *    trilha de alteracoes do cadastro.
            MOVE "inss_beneficiaries" TO WS-CHG-TABLE
            PERFORM READ-BENEFIT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE inss_beneficiaries
               SET last_proof_date = :WS-BUS-DATE::date,
                   proof_due_date =
                      CAST(:WS-BUS-DATE::date
                           + :WS-PROOF-MONTHS * interval '1 month'
                           AS date),
                   status = 'ACTIVE'
               WHERE benefit_number = :WS-BEN-NUMBER
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO inss_proofs
                     (benefit_number, proof_date, branch, operator,
                      recorded_at)
                  VALUES (:WS-BEN-NUMBER, :WS-BUS-DATE::date,
                          :WS-AUTH-BRANCH, :WS-OPERATOR-USER, now())
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               MOVE 1 TO WS-CHG-ROWS
               PERFORM READ-BENEFIT-IMAGE
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
               PERFORM READ-BENEFIT
               DISPLAY "1\INSS-PROOF\" WS-BEN-NUMBER
               DISPLAY "#Prova de vida registrada - proxima ate "
                  WS-BEN-PROOF-DUE

               MOVE "INSS-PROOF"   TO WS-LOG-ACTION
               MOVE "OK"           TO WS-LOG-STATUS
               MOVE 0              TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "beneficio " WS-BEN-NUMBER " agencia "
                  WS-AUTH-BRANCH " vence " WS-BEN-PROOF-DUE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-BENEFIT-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM inss_beneficiaries t
               WHERE benefit_number = :WS-BEN-NUMBER
            END-EXEC
            MOVE WS-BEN-NUMBER TO WS-CHG-KEY
            MOVE WS-BEN-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-BEN-DOC TO WS-CHG-CUST-DOC.

         LIST-DUE-PROOFS.
      *    Vencidas e a vencer na janela, as mais urgentes primeiro -
      *    a agencia chama o aposentado antes da devolucao ao INSS.
            IF WS-CMD-ARGS NOT = SPACES
               MOVE WS-CMD-ARGS TO WS-WARN-DAYS
            END-IF
            MOVE 0 TO WS-LIST-COUNT

            EXEC SQL
               DECLARE INSS-DUE-CUR CURSOR FOR
               SELECT benefit_number, holder_doc, holder_name,
                      account, status,
                      COALESCE(TO_CHAR(last_proof_date,
                                       'YYYY-MM-DD'), ' '),
                      TO_CHAR(proof_due_date, 'YYYY-MM-DD'),
                      proof_due_date - :WS-BUS-DATE::date
               FROM inss_beneficiaries
               WHERE status <> 'DECEASED'
                 AND proof_due_date <=
                     :WS-BUS-DATE::date + :WS-WARN-DAYS
               ORDER BY proof_due_date, benefit_number
            END-EXEC

            EXEC SQL
               OPEN INSS-DUE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\INSS-DUE"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-DUE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE INSS-DUE-CUR
               END-EXEC
               DISPLAY "#" WS-LIST-COUNT " beneficio(s) com prova de "
                  "vida vencida ou a vencer em " WS-WARN-DAYS " dias"
            END-IF.

         FETCH-DUE-ROW.
            EXEC SQL
               FETCH INSS-DUE-CUR
               INTO :WS-BEN-NUMBER, :WS-BEN-DOC, :WS-BEN-NAME,
                    :WS-BEN-ACCOUNT, :WS-BEN-STATUS,
                    :WS-BEN-LAST-PROOF, :WS-BEN-PROOF-DUE,
                    :WS-BEN-DAYS-LEFT
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
               DISPLAY "inss\" WS-BEN-NUMBER "\" WS-BEN-DOC "\"
                  WS-BEN-NAME "\" WS-BEN-ACCOUNT "\" WS-BEN-STATUS
                  "\" WS-BEN-LAST-PROOF "\" WS-BEN-PROOF-DUE "\"
                  WS-BEN-DAYS-LEFT
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

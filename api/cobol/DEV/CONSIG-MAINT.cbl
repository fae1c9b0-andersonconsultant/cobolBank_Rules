      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Payroll loan agreements desk (convenios de consignado) - the
      *  registry of the employers whose staff can take a loan repaid
      *  straight from the payroll. Each agreement carries the
      *  employer (document and name), the employer's account here -
      *  the one the payroll already leaves from at BULK-CREDIT and the
      *  one the deducted installments are collected from at
      *  CONSIG-RET - the monthly rate agreed for the staff, the
      *  longest term allowed and the payroll cutoff day: the
      *  deduction file for a month (CONSIG-OUT) must reach the
      *  employer by that day, after it the month's installments fall
      *  back to the account debit at LOAN-DUE. SET grants or revises
      *  an agreement, SUSPEND stops new consignado loans under it
      *  (what is running keeps being deducted), LIST and SHOW
      *  consult. The employees' available margin comes in the
      *  employer's margin file (CONSIG-MARGIN) and is checked at
      *  LOAN-APPLY.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSIG-MAINT.
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

      *    Convenio em manutencao.
         01  WS-CSG-ID               PIC 9(9)  VALUE 0.
         01  WS-CSG-EMPLOYER         PIC X(14) VALUE SPACES.
         01  WS-CSG-NAME             PIC X(40) VALUE SPACES.
         01  WS-CSG-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-CSG-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-CSG-CUTOFF           PIC 9(2)  VALUE 0.
         01  WS-CSG-MAX-TERMS        PIC 9(3)  VALUE 0.
         01  WS-CSG-STATUS           PIC X(10) VALUE SPACES.
         01  WS-CSG-FOUND            PIC 9(5)  VALUE 0.
         01  WS-CSG-ACCT-DOC         PIC X(14) VALUE SPACES.
         01  WS-CSG-CONTRACTS        PIC 9(7)  VALUE 0.
         01  WS-CSG-OUTSTANDING      PIC 9(13)V99 VALUE 0.
         01  WS-CSG-MARGIN-DATE      PIC X(10) VALUE SPACES.
         01  WS-CSG-EMPLOYEES        PIC 9(7)  VALUE 0.

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
         01  WS-CSG-OK              PIC X(1)  VALUE "N".
         01  WS-CSG-INPUT-NAME      PIC X(40) VALUE SPACES.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CONSIG-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSIGMNT".
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
               DISPLAY "#Convenios de consignado - digite HELP para "
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
            DISPLAY "=== CONVENIOS DE CONSIGNADO ==="
            DISPLAY "SET     : Cadastra ou revisa o convenio do "
               "empregador"
            DISPLAY "SHOW    : Mostra o convenio e a carteira dele"
            DISPLAY "SUSPEND : Suspende novas concessoes no convenio"
            DISPLAY "LIST    : Lista os convenios"
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

            EVALUATE WS-CMD
               WHEN "SET"      PERFORM SET-AGREEMENT
               WHEN "SHOW"     PERFORM SHOW-AGREEMENT
               WHEN "SUSPEND"  PERFORM SUSPEND-AGREEMENT
               WHEN "LIST"     PERFORM LIST-AGREEMENTS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-EMPLOYER-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Documento do empregador (CNPJ): "
                  NO ADVANCING
               ACCEPT WS-CSG-EMPLOYER
            ELSE
               MOVE WS-CMD-ARGS TO WS-CSG-EMPLOYER
            END-IF.

         FETCH-ONE-AGREEMENT.
            MOVE 0 TO WS-CSG-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-CSG-FOUND
               FROM consig_agreements
               WHERE employer_doc = :WS-CSG-EMPLOYER
            END-EXEC

            IF SQLCODE = ZERO AND WS-CSG-FOUND > 0
               EXEC SQL
                  SELECT id, employer_name, company_account,
                         monthly_rate, cutoff_day, max_terms, status
                  INTO :WS-CSG-ID, :WS-CSG-NAME, :WS-CSG-ACCOUNT,
                       :WS-CSG-RATE, :WS-CSG-CUTOFF,
                       :WS-CSG-MAX-TERMS, :WS-CSG-STATUS
                  FROM consig_agreements
                  WHERE employer_doc = :WS-CSG-EMPLOYER
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-CSG-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         SET-AGREEMENT.
      *    Sem convenio do empregador, cadastra; com convenio, revisa
      *    os termos e volta a ACTIVE. A taxa nova vale para os
      *    contratos novos - os que correm ficam na taxa contratada.
            PERFORM GET-EMPLOYER-ARG
            PERFORM FETCH-ONE-AGREEMENT
            IF SQLCODE = ZERO
               IF WS-CSG-FOUND > 0
                  DISPLAY "#Convenio atual: " WS-CSG-NAME " taxa "
                     WS-CSG-RATE " corte dia " WS-CSG-CUTOFF
                     " prazo max " WS-CSG-MAX-TERMS " "
                     WS-CSG-STATUS
               END-IF
               PERFORM ASK-AGREEMENT-TERMS
               IF WS-CSG-OK = "S"
                  PERFORM SAVE-AGREEMENT
               END-IF
            END-IF.

         ASK-AGREEMENT-TERMS.
            MOVE "N" TO WS-CSG-OK
            DISPLAY "#Razao social (ENTER = mantem): " NO ADVANCING
            ACCEPT WS-CSG-INPUT-NAME
            IF WS-CSG-INPUT-NAME NOT = SPACES
               MOVE WS-CSG-INPUT-NAME TO WS-CSG-NAME
            END-IF
            DISPLAY "#Conta do empregador: " NO ADVANCING
            ACCEPT WS-CSG-ACCOUNT
            DISPLAY "#Taxa mensal do convenio (ex 0,0180): "
               NO ADVANCING
            ACCEPT WS-CSG-RATE
            DISPLAY "#Dia de corte da folha (1-28): " NO ADVANCING
            ACCEPT WS-CSG-CUTOFF
            DISPLAY "#Prazo maximo em meses: " NO ADVANCING
            ACCEPT WS-CSG-MAX-TERMS

      *    A conta tem de ser do proprio empregador - e dela que sai o
      *    repasse do que foi descontado em folha.
            MOVE SPACES TO WS-CSG-ACCT-DOC
            EXEC SQL
               SELECT COALESCE(account_holder_doc(:WS-CSG-ACCOUNT),
                               ' ')
               INTO :WS-CSG-ACCT-DOC
            END-EXEC

            IF WS-CSG-NAME = SPACES
               DISPLAY "0\CONSIG"
               DISPLAY "#Razao social obrigatoria"
            ELSE IF WS-CSG-ACCT-DOC NOT = WS-CSG-EMPLOYER
               DISPLAY "0\CONSIG"
               DISPLAY "#Conta " WS-CSG-ACCOUNT
                  " nao e do empregador " WS-CSG-EMPLOYER
            ELSE IF WS-CSG-RATE = 0
               DISPLAY "0\CONSIG"
               DISPLAY "#Taxa do convenio obrigatoria"
            ELSE IF WS-CSG-CUTOFF < 1 OR WS-CSG-CUTOFF > 28
               DISPLAY "0\CONSIG"
               DISPLAY "#Dia de corte fora de 1-28"
            ELSE IF WS-CSG-MAX-TERMS = 0
               DISPLAY "0\CONSIG"
               DISPLAY "#Prazo maximo obrigatorio"
            ELSE
               MOVE "S" TO WS-CSG-OK
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         SAVE-AGREEMENT.
            IF WS-CSG-FOUND > 0
               PERFORM READ-AGREEMENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE consig_agreements
                  SET employer_name = :WS-CSG-NAME,
                      company_account = :WS-CSG-ACCOUNT,
                      monthly_rate = :WS-CSG-RATE,
                      cutoff_day = :WS-CSG-CUTOFF,
                      max_terms = :WS-CSG-MAX-TERMS,
                      status = 'ACTIVE',
                      updated_date = :WS-BUS-DATE::date,
                      updated_by = :WS-OPERATOR-USER
                  WHERE id = :WS-CSG-ID
               END-EXEC
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO consig_agreements
                     (employer_doc, employer_name, company_account,
                      monthly_rate, cutoff_day, max_terms, status,
                      opened_date, updated_date, updated_by)
                  VALUES (:WS-CSG-EMPLOYER, :WS-CSG-NAME,
                          :WS-CSG-ACCOUNT, :WS-CSG-RATE,
                          :WS-CSG-CUTOFF, :WS-CSG-MAX-TERMS, 'ACTIVE',
                          :WS-BUS-DATE::date, :WS-BUS-DATE::date,
                          :WS-OPERATOR-USER)
                  RETURNING id INTO :WS-CSG-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-AGREEMENT-IMAGE
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
               DISPLAY "1\CONSIG-SET\" WS-CSG-ID
               DISPLAY "#Convenio " WS-CSG-ID " " WS-CSG-NAME
                  " taxa " WS-CSG-RATE " corte dia " WS-CSG-CUTOFF

               MOVE "CONSIG-SET" TO WS-LOG-ACTION
               MOVE "OK"         TO WS-LOG-STATUS
               MOVE 0            TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE
               STRING "convenio " WS-CSG-ID " empregador "
                  WS-CSG-EMPLOYER " taxa " WS-CSG-RATE " corte "
                  WS-CSG-CUTOFF " prazo " WS-CSG-MAX-TERMS
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-AGREEMENT-IMAGE.
      *    Imagem do convenio para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM consig_agreements t
               WHERE employer_doc = :WS-CSG-EMPLOYER
            END-EXEC
            MOVE "consig_agreements" TO WS-CHG-TABLE
            MOVE WS-CSG-EMPLOYER TO WS-CHG-KEY
            MOVE WS-CSG-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-CSG-EMPLOYER TO WS-CHG-CUST-DOC.

         SHOW-AGREEMENT.
            PERFORM GET-EMPLOYER-ARG
            PERFORM FETCH-ONE-AGREEMENT
            IF WS-CSG-FOUND = 0
               DISPLAY "0\CONSIG"
               DISPLAY "#Empregador " WS-CSG-EMPLOYER
                  " sem convenio de consignado"
            ELSE
      *        Carteira do convenio e o arquivo de margem mais recente.
               MOVE 0 TO WS-CSG-CONTRACTS
               MOVE 0 TO WS-CSG-OUTSTANDING
               EXEC SQL
                  SELECT COUNT(DISTINCT c.id),
                         COALESCE(SUM(i.principal_amount
                                      + i.interest_amount), 0)
                  INTO :WS-CSG-CONTRACTS, :WS-CSG-OUTSTANDING
                  FROM loan_contracts c
                  JOIN loan_installments i ON i.contract_id = c.id
                  WHERE c.agreement_id = :WS-CSG-ID
                    AND c.status = 'ACTIVE'
                    AND i.status = 'OPEN'
               END-EXEC
               MOVE SPACES TO WS-CSG-MARGIN-DATE
               MOVE 0 TO WS-CSG-EMPLOYEES
               EXEC SQL
                  SELECT COALESCE(TO_CHAR(MAX(reference_date),
                                          'YYYY-MM-DD'), ' '),
                         COUNT(*)
                  INTO :WS-CSG-MARGIN-DATE, :WS-CSG-EMPLOYEES
                  FROM consig_margins
                  WHERE agreement_id = :WS-CSG-ID
               END-EXEC
               DISPLAY "1\CONSIG-SHOW\" WS-CSG-ID
               DISPLAY "#Empregador : " WS-CSG-EMPLOYER " "
                  WS-CSG-NAME
               DISPLAY "#Conta      : " WS-CSG-ACCOUNT
               DISPLAY "#Taxa a.m.  : " WS-CSG-RATE
               DISPLAY "#Corte folha: dia " WS-CSG-CUTOFF
               DISPLAY "#Prazo max  : " WS-CSG-MAX-TERMS " meses"
               DISPLAY "#Situacao   : " WS-CSG-STATUS
               DISPLAY "#Contratos  : " WS-CSG-CONTRACTS " saldo "
                  WS-CSG-OUTSTANDING
               DISPLAY "#Margens    : " WS-CSG-EMPLOYEES
                  " funcionario(s), arquivo de " WS-CSG-MARGIN-DATE
            END-IF.

         SUSPEND-AGREEMENT.
      *    Suspenso nao concede consignado novo; os contratos em curso
      *    seguem na remessa de desconto.
            PERFORM GET-EMPLOYER-ARG
            PERFORM FETCH-ONE-AGREEMENT
            IF WS-CSG-FOUND = 0
               DISPLAY "0\CONSIG"
               DISPLAY "#Empregador " WS-CSG-EMPLOYER
                  " sem convenio de consignado"
            ELSE IF WS-CSG-STATUS = "SUSPENDED"
               DISPLAY "0\CONSIG"
               DISPLAY "#Convenio ja suspenso"
            ELSE
               PERFORM READ-AGREEMENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE consig_agreements
                  SET status = 'SUSPENDED',
                      updated_date = :WS-BUS-DATE::date,
                      updated_by = :WS-OPERATOR-USER
                  WHERE id = :WS-CSG-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-AGREEMENT-IMAGE
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
                  DISPLAY "1\CONSIG-STATUS\" WS-CSG-ID "\SUSPENDED"
                  DISPLAY "#Convenio " WS-CSG-ID
                     " suspenso para novas concessoes"

                  MOVE "CONSIG-STATUS" TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
                  MOVE 0               TO WS-LOG-VALUE
                  MOVE SPACES          TO WS-LOG-MESSAGE
                  STRING "convenio " WS-CSG-ID " empregador "
                     WS-CSG-EMPLOYER " SUSPENDED"
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF.

         LIST-AGREEMENTS.
            EXEC SQL
               DECLARE CSG-LIST-CUR CURSOR FOR
               SELECT id, employer_doc, employer_name, monthly_rate,
                      cutoff_day, max_terms, status
               FROM consig_agreements
               ORDER BY employer_name
            END-EXEC

            EXEC SQL
               OPEN CSG-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\CONSIG-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-AGREEMENT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CSG-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-AGREEMENT-ROW.
            EXEC SQL
               FETCH CSG-LIST-CUR
               INTO :WS-CSG-ID, :WS-CSG-EMPLOYER, :WS-CSG-NAME,
                    :WS-CSG-RATE, :WS-CSG-CUTOFF, :WS-CSG-MAX-TERMS,
                    :WS-CSG-STATUS
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
               DISPLAY "convenio\" WS-CSG-ID "\" WS-CSG-EMPLOYER "\"
                  WS-CSG-NAME "\" WS-CSG-RATE "\" WS-CSG-CUTOFF "\"
                  WS-CSG-MAX-TERMS "\" WS-CSG-STATUS
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

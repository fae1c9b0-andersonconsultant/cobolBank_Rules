      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Loan collateral and guarantor desk - what secures a loan
      *  leaves the paper folder. ADD registers a collateral (asset
      *  type, description, appraised value and appraisal date; a
      *  pledged CDB points at its term_deposits contract, which
      *  CDB-MAINT then refuses to REDEEM while a loan it secures is
      *  ACTIVE), REVALUE records a new appraisal, LINK and UNLINK
      *  tie a collateral to one or more contracts, RELEASE retires a
      *  collateral that no longer secures an active loan. GUAR links
      *  a guarantor from the customers master to a contract and
      *  UNGUAR releases it. SHOW lists what secures a contract and
      *  its coverage; the COLL-RPT batch prints the coverage of the
      *  whole book and the appraisals that are out of date.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 COLL-MAINT.
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

      *    Garantia em manutencao.
         01  WS-COL-ID               PIC 9(9)  VALUE 0.
         01  WS-COL-TYPE             PIC X(10) VALUE SPACES.
         01  WS-COL-DESC             PIC X(60) VALUE SPACES.
         01  WS-COL-VALUE            PIC 9(12)V99 VALUE 0.
         01  WS-COL-DATE             PIC X(10) VALUE SPACES.
         01  WS-COL-DEPOSIT          PIC 9(9)  VALUE 0.
         01  WS-COL-STATUS           PIC X(10) VALUE SPACES.
         01  WS-COL-FOUND            PIC 9(5)  VALUE 0.

      *    Contrato vinculado e seu tomador.
         01  WS-COL-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-COL-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-COL-LOAN-STATUS      PIC X(12) VALUE SPACES.
         01  WS-COL-BORROWER-DOC     PIC X(14) VALUE SPACES.
         01  WS-COL-OUTSTANDING      PIC 9(12)V99 VALUE 0.
         01  WS-COL-COVER-VALUE      PIC 9(12)V99 VALUE 0.

      *    Avalista/fiador do cadastro de clientes.
         01  WS-GUA-ID               PIC 9(9)  VALUE 0.
         01  WS-GUA-CUSTOMER         PIC 9(9)  VALUE 0.
         01  WS-GUA-DOC              PIC X(14) VALUE SPACES.
         01  WS-GUA-NAME             PIC X(40) VALUE SPACES.

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

      *    Data do movimento e validacao de datas pelo servico de
      *    datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-COL-OK              PIC X(1)  VALUE "N".
         01  WS-COL-COVERAGE        PIC 9(5)V99 VALUE 0.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "COLL-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COLLMAINT".
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
               DISPLAY "#Garantias de emprestimo - digite HELP para "
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
            DISPLAY "=== GARANTIAS DE EMPRESTIMO ==="
            DISPLAY "ADD     : Registra uma garantia"
            DISPLAY "REVALUE : Nova avaliacao de uma garantia"
            DISPLAY "LINK    : Vincula garantia a um contrato"
            DISPLAY "UNLINK  : Desvincula garantia de um contrato"
            DISPLAY "RELEASE : Baixa garantia sem contrato ativo"
            DISPLAY "GUAR    : Vincula avalista/fiador a um contrato"
            DISPLAY "UNGUAR  : Libera um avalista/fiador"
            DISPLAY "SHOW    : Garantias, avalistas e cobertura de um "
               "contrato"
            DISPLAY "LIST    : Lista as garantias"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "==============================="
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
               WHEN "ADD"      PERFORM ADD-COLLATERAL
               WHEN "REVALUE"  PERFORM REVALUE-COLLATERAL
               WHEN "LINK"     PERFORM LINK-COLLATERAL
               WHEN "UNLINK"   PERFORM UNLINK-COLLATERAL
               WHEN "RELEASE"  PERFORM RELEASE-COLLATERAL
               WHEN "GUAR"     PERFORM LINK-GUARANTOR
               WHEN "UNGUAR"   PERFORM RELEASE-GUARANTOR
               WHEN "SHOW"     PERFORM SHOW-CONTRACT
               WHEN "LIST"     PERFORM LIST-COLLATERALS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-COLLATERAL-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id da garantia: " NO ADVANCING
               ACCEPT WS-COL-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-COL-ID
            END-IF.

         GET-CONTRACT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-COL-CONTRACT
            ELSE
               MOVE WS-CMD-ARGS TO WS-COL-CONTRACT
            END-IF.

         ASK-APPRAISAL.
      *    Valor e data da avaliacao - data em branco e a data do
      *    movimento; data futura ou invalida nao passa.
            MOVE "N" TO WS-COL-OK
            DISPLAY "#Valor de avaliacao: " NO ADVANCING
            ACCEPT WS-COL-VALUE
            DISPLAY "#Data da avaliacao AAAA-MM-DD (ENTER = hoje): "
               NO ADVANCING
            MOVE SPACES TO WS-COL-DATE
            ACCEPT WS-COL-DATE
            IF WS-COL-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-COL-DATE
            END-IF

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-COL-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP

            IF WS-COL-VALUE = 0
               DISPLAY "0\COLL"
               DISPLAY "#Valor de avaliacao e obrigatorio"
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "0\COLL"
               DISPLAY "#Data de avaliacao invalida"
            ELSE IF WS-COL-DATE > WS-BUS-DATE
               DISPLAY "0\COLL"
               DISPLAY "#Data de avaliacao no futuro"
            ELSE
               MOVE "S" TO WS-COL-OK
            END-IF
            END-IF
            END-IF.

         ADD-COLLATERAL.
            DISPLAY "#Tipo (VEHICLE/PROPERTY/CDB/RECEIVABLE/OTHER): "
               NO ADVANCING
            ACCEPT WS-COL-TYPE
            INSPECT WS-COL-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            DISPLAY "#Descricao (placa, matricula, ...): "
               NO ADVANCING
            ACCEPT WS-COL-DESC
            MOVE 0 TO WS-COL-DEPOSIT
            IF WS-COL-TYPE = "CDB"
               DISPLAY "#Id da aplicacao CDB empenhada: " NO ADVANCING
               ACCEPT WS-COL-DEPOSIT
            END-IF

            IF WS-COL-TYPE NOT = "VEHICLE" AND
               WS-COL-TYPE NOT = "PROPERTY" AND
               WS-COL-TYPE NOT = "CDB" AND
               WS-COL-TYPE NOT = "RECEIVABLE" AND
               WS-COL-TYPE NOT = "OTHER"
               DISPLAY "0\COLL"
               DISPLAY "#Tipo de garantia invalido"
            ELSE IF WS-COL-DESC = SPACES
               DISPLAY "0\COLL"
               DISPLAY "#Descricao da garantia e obrigatoria"
            ELSE
               PERFORM CHECK-PLEDGED-DEPOSIT
               IF WS-COL-OK = "S"
                  PERFORM ASK-APPRAISAL
               END-IF
               IF WS-COL-OK = "S"
                  PERFORM INSERT-COLLATERAL
               END-IF
            END-IF
            END-IF.

         CHECK-PLEDGED-DEPOSIT.
      *    CDB empenhado: aplicacao OPEN e nao empenhada em outra
      *    garantia ainda ativa. Outros tipos passam direto.
            MOVE "S" TO WS-COL-OK
            IF WS-COL-TYPE = "CDB"
               MOVE SPACES TO WS-COL-STATUS
               MOVE 0 TO WS-COL-FOUND
               EXEC SQL
                  SELECT d.status,
                         (SELECT COUNT(*) FROM collaterals a
                          WHERE a.deposit_id = d.id
                            AND a.status = 'ACTIVE')
                  INTO :WS-COL-STATUS, :WS-COL-FOUND
                  FROM term_deposits d
                  WHERE d.id = :WS-COL-DEPOSIT
               END-EXEC
               IF SQLCODE = 100
                  MOVE "N" TO WS-COL-OK
                  DISPLAY "0\COLL"
                  DISPLAY "#Aplicacao " WS-COL-DEPOSIT
                     " nao encontrada"
               ELSE IF SQLCODE NOT = ZERO
                  MOVE "N" TO WS-COL-OK
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE IF WS-COL-STATUS NOT = "OPEN"
                  MOVE "N" TO WS-COL-OK
                  DISPLAY "0\COLL"
                  DISPLAY "#Aplicacao nao esta aberta ("
                     WS-COL-STATUS ")"
               ELSE IF WS-COL-FOUND > 0
                  MOVE "N" TO WS-COL-OK
                  DISPLAY "0\COLL"
                  DISPLAY "#Aplicacao ja empenhada em outra garantia"
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         INSERT-COLLATERAL.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO collaterals
                  (asset_type, description, appraised_value,
                   appraisal_date, deposit_id, status,
                   registered_date, updated_by)
               VALUES (:WS-COL-TYPE, :WS-COL-DESC, :WS-COL-VALUE,
                       :WS-COL-DATE::date, NULLIF(:WS-COL-DEPOSIT, 0),
                       'ACTIVE', :WS-BUS-DATE::date,
                       :WS-OPERATOR-USER)
               RETURNING id INTO :WS-COL-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-COLLATERAL-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            MOVE "COLL-ADD" TO WS-LOG-ACTION
            PERFORM FINISH-CHANGE.

         REVALUE-COLLATERAL.
            PERFORM GET-COLLATERAL-ARG
            MOVE SPACES TO WS-COL-STATUS
            EXEC SQL
               SELECT status INTO :WS-COL-STATUS
               FROM collaterals
               WHERE id = :WS-COL-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Garantia " WS-COL-ID " nao encontrada"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-COL-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Garantia baixada (" WS-COL-STATUS ")"
            ELSE
               PERFORM ASK-APPRAISAL
               IF WS-COL-OK = "S"
                  PERFORM READ-COLLATERAL-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE collaterals
                     SET appraised_value = :WS-COL-VALUE,
                         appraisal_date = :WS-COL-DATE::date,
                         updated_by = :WS-OPERATOR-USER
                     WHERE id = :WS-COL-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-COLLATERAL-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF
                  MOVE "COLL-REVALUE" TO WS-LOG-ACTION
                  PERFORM FINISH-CHANGE
               END-IF
            END-IF
            END-IF
            END-IF.

         LINK-COLLATERAL.
      *    Uma garantia pode cobrir varios contratos; o vinculo so
      *    nasce para garantia ativa e contrato ACTIVE, uma vez.
            PERFORM GET-COLLATERAL-ARG
            DISPLAY "#Id do contrato: " NO ADVANCING
            ACCEPT WS-COL-CONTRACT
            PERFORM READ-LINK-TARGETS

            IF WS-COL-OK NOT = "S"
               CONTINUE
            ELSE IF WS-COL-FOUND > 0
               DISPLAY "0\COLL"
               DISPLAY "#Garantia ja vinculada ao contrato"
            ELSE IF WS-COL-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Contrato nao esta ativo ("
                  WS-COL-LOAN-STATUS ")"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO collateral_links
                     (collateral_id, contract_id, status,
                      linked_date, updated_by)
                  VALUES (:WS-COL-ID, :WS-COL-CONTRACT, 'ACTIVE',
                          :WS-BUS-DATE::date, :WS-OPERATOR-USER)
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-LINK-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "COLL-LINK" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF.

         UNLINK-COLLATERAL.
            PERFORM GET-COLLATERAL-ARG
            DISPLAY "#Id do contrato: " NO ADVANCING
            ACCEPT WS-COL-CONTRACT
            PERFORM READ-LINK-TARGETS

            IF WS-COL-OK NOT = "S"
               CONTINUE
            ELSE IF WS-COL-FOUND = 0
               DISPLAY "0\COLL"
               DISPLAY "#Garantia nao vinculada ao contrato"
            ELSE
               PERFORM READ-LINK-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE collateral_links
                  SET status = 'RELEASED',
                      released_date = :WS-BUS-DATE::date,
                      updated_by = :WS-OPERATOR-USER
                  WHERE collateral_id = :WS-COL-ID
                    AND contract_id = :WS-COL-CONTRACT
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-LINK-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "COLL-UNLINK" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF.

         READ-LINK-TARGETS.
      *    Garantia ativa, situacao do contrato e se ja ha vinculo
      *    ativo entre os dois. WS-COL-OK = "S" quando ambos existem.
            MOVE "N" TO WS-COL-OK
            MOVE SPACES TO WS-COL-STATUS
            MOVE SPACES TO WS-COL-LOAN-STATUS
            MOVE 0 TO WS-COL-FOUND
            EXEC SQL
               SELECT a.status, c.status, c.account,
                      (SELECT COUNT(*) FROM collateral_links l
                       WHERE l.collateral_id = a.id
                         AND l.contract_id = c.id
                         AND l.status = 'ACTIVE')
               INTO :WS-COL-STATUS, :WS-COL-LOAN-STATUS,
                    :WS-COL-ACCOUNT, :WS-COL-FOUND
               FROM collaterals a, loan_contracts c
               WHERE a.id = :WS-COL-ID
                 AND c.id = :WS-COL-CONTRACT
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Garantia ou contrato nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-COL-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Garantia baixada (" WS-COL-STATUS ")"
            ELSE
               MOVE "S" TO WS-COL-OK
            END-IF
            END-IF
            END-IF.

         RELEASE-COLLATERAL.
      *    Baixa so sem vinculo ativo com contrato ACTIVE - o CDB
      *    empenhado volta a poder ser resgatado.
            PERFORM GET-COLLATERAL-ARG
            MOVE SPACES TO WS-COL-STATUS
            MOVE 0 TO WS-COL-FOUND
            EXEC SQL
               SELECT a.status,
                      (SELECT COUNT(*)
                       FROM collateral_links l
                       JOIN loan_contracts c ON c.id = l.contract_id
                       WHERE l.collateral_id = a.id
                         AND l.status = 'ACTIVE'
                         AND c.status = 'ACTIVE')
               INTO :WS-COL-STATUS, :WS-COL-FOUND
               FROM collaterals a
               WHERE a.id = :WS-COL-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Garantia " WS-COL-ID " nao encontrada"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-COL-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Garantia ja baixada (" WS-COL-STATUS ")"
            ELSE IF WS-COL-FOUND > 0
               DISPLAY "0\COLL"
               DISPLAY "#Garantia ainda cobre " WS-COL-FOUND
                  " contrato(s) ativo(s)"
            ELSE
               PERFORM READ-COLLATERAL-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE collaterals
                  SET status = 'RELEASED',
                      updated_by = :WS-OPERATOR-USER
                  WHERE id = :WS-COL-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-COLLATERAL-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "COLL-RELEASE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         LINK-GUARANTOR.
      *    Avalista vem do cadastro de clientes, ativo e diferente do
      *    tomador do contrato.
            PERFORM GET-CONTRACT-ARG
            DISPLAY "#Id do cliente avalista: " NO ADVANCING
            ACCEPT WS-GUA-CUSTOMER

            MOVE SPACES TO WS-COL-LOAN-STATUS
            MOVE SPACES TO WS-COL-STATUS
            MOVE 0 TO WS-COL-FOUND
            EXEC SQL
               SELECT c.status, c.account,
                      COALESCE(account_holder_doc(c.account), ' '),
                      u.doc, u.name, u.status,
                      (SELECT COUNT(*) FROM loan_guarantors g
                       WHERE g.contract_id = c.id
                         AND g.customer_id = u.id
                         AND g.status = 'ACTIVE')
               INTO :WS-COL-LOAN-STATUS, :WS-COL-ACCOUNT,
                    :WS-COL-BORROWER-DOC, :WS-GUA-DOC, :WS-GUA-NAME,
                    :WS-COL-STATUS, :WS-COL-FOUND
               FROM loan_contracts c, customers u
               WHERE c.id = :WS-COL-CONTRACT
                 AND u.id = :WS-GUA-CUSTOMER
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Contrato ou cliente nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-COL-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Contrato nao esta ativo ("
                  WS-COL-LOAN-STATUS ")"
            ELSE IF WS-COL-STATUS NOT = "ACTIVE"
               DISPLAY "0\COLL"
               DISPLAY "#Cliente avalista nao esta ativo ("
                  WS-COL-STATUS ")"
            ELSE IF WS-GUA-DOC = WS-COL-BORROWER-DOC
               DISPLAY "0\COLL"
               DISPLAY "#Tomador nao pode ser avalista do proprio "
                  "contrato"
            ELSE IF WS-COL-FOUND > 0
               DISPLAY "0\COLL"
               DISPLAY "#Cliente ja e avalista do contrato"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO loan_guarantors
                     (contract_id, customer_id, customer_doc, status,
                      linked_date, updated_by)
                  VALUES (:WS-COL-CONTRACT, :WS-GUA-CUSTOMER,
                          :WS-GUA-DOC, 'ACTIVE', :WS-BUS-DATE::date,
                          :WS-OPERATOR-USER)
                  RETURNING id INTO :WS-GUA-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-GUARANTOR-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "COLL-GUAR" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         RELEASE-GUARANTOR.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do vinculo de avalista: " NO ADVANCING
               ACCEPT WS-GUA-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-GUA-ID
            END-IF

            PERFORM READ-GUARANTOR-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loan_guarantors
               SET status = 'RELEASED',
                   released_date = :WS-BUS-DATE::date,
                   updated_by = :WS-OPERATOR-USER
               WHERE id = :WS-GUA-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-GUARANTOR-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Vinculo de avalista nao encontrado ou ja "
                  "liberado"
            ELSE
               MOVE "COLL-UNGUAR" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF.

         FINISH-CHANGE.
      *    Fecho comum das alteracoes: ROLLBACK com o erro, ou COMMIT,
      *    resposta ao balcao e log com a acao em WS-LOG-ACTION.
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
               DISPLAY "1\" WS-LOG-ACTION "\" WS-CHG-KEY
               DISPLAY "#" WS-CHG-TABLE " " WS-CHG-KEY " gravado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE 0      TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-CHG-TABLE " " WS-CHG-KEY " conta "
                  WS-CHG-ACCOUNT " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-COLLATERAL-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM collaterals t
               WHERE id = :WS-COL-ID
            END-EXEC
            MOVE "collaterals" TO WS-CHG-TABLE
            MOVE WS-COL-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-LINK-IMAGE.
      *    Vinculo ativo mais recente entre garantia e contrato; a
      *    conta e a do tomador.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE SPACES TO WS-CHG-KEY
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM collateral_links t
               WHERE collateral_id = :WS-COL-ID
                 AND contract_id = :WS-COL-CONTRACT
               ORDER BY id DESC
               LIMIT 1
            END-EXEC
            MOVE "collateral_links" TO WS-CHG-TABLE
            STRING WS-COL-ID "/" WS-COL-CONTRACT
               DELIMITED BY SIZE INTO WS-CHG-KEY
            END-STRING
            MOVE WS-COL-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-GUARANTOR-IMAGE.
      *    Vinculo de avalista - o documento do avalista vai na
      *    trilha como documento do cliente.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE SPACES TO WS-GUA-DOC
            MOVE 0 TO WS-COL-CONTRACT
            EXEC SQL
               SELECT contract_id, customer_doc, row_to_json(t)::text
               INTO :WS-COL-CONTRACT, :WS-GUA-DOC, :WS-CHG-IMAGE
               FROM loan_guarantors t
               WHERE id = :WS-GUA-ID
            END-EXEC
            MOVE "loan_guarantors" TO WS-CHG-TABLE
            MOVE WS-GUA-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-GUA-DOC TO WS-CHG-CUST-DOC.

         SHOW-CONTRACT.
      *    Cobertura = valor das garantias ativas vinculadas sobre o
      *    principal em aberto, em percentual.
            PERFORM GET-CONTRACT-ARG
            MOVE 0 TO WS-COL-OUTSTANDING
            MOVE 0 TO WS-COL-COVER-VALUE
            EXEC SQL
               SELECT c.status,
                      COALESCE((SELECT SUM(i.principal_amount)
                                FROM loan_installments i
                                WHERE i.contract_id = c.id
                                  AND i.status = 'OPEN'), 0),
                      COALESCE((SELECT SUM(a.appraised_value)
                                FROM collateral_links l
                                JOIN collaterals a
                                  ON a.id = l.collateral_id
                                WHERE l.contract_id = c.id
                                  AND l.status = 'ACTIVE'
                                  AND a.status = 'ACTIVE'), 0)
               INTO :WS-COL-LOAN-STATUS, :WS-COL-OUTSTANDING,
                    :WS-COL-COVER-VALUE
               FROM loan_contracts c
               WHERE c.id = :WS-COL-CONTRACT
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\COLL"
               DISPLAY "#Contrato " WS-COL-CONTRACT " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-COL-COVERAGE
               IF WS-COL-OUTSTANDING > 0
                  COMPUTE WS-COL-COVERAGE ROUNDED =
                     WS-COL-COVER-VALUE * 100 / WS-COL-OUTSTANDING
                     ON SIZE ERROR MOVE 99999,99 TO WS-COL-COVERAGE
                  END-COMPUTE
               END-IF
               DISPLAY "1\COLL-SHOW\" WS-COL-CONTRACT
               DISPLAY "#Situacao do contrato: " WS-COL-LOAN-STATUS
               DISPLAY "#Principal em aberto : " WS-COL-OUTSTANDING
               DISPLAY "#Valor das garantias : " WS-COL-COVER-VALUE
               DISPLAY "#Cobertura (%)       : " WS-COL-COVERAGE
               PERFORM SHOW-CONTRACT-COLLATERALS
               PERFORM SHOW-CONTRACT-GUARANTORS
            END-IF
            END-IF.

         SHOW-CONTRACT-COLLATERALS.
            EXEC SQL
               DECLARE COL-SHOW-CUR CURSOR FOR
               SELECT a.id, a.asset_type, a.description,
                      a.appraised_value,
                      TO_CHAR(a.appraisal_date, 'YYYY-MM-DD'),
                      a.status
               FROM collateral_links l
               JOIN collaterals a ON a.id = l.collateral_id
               WHERE l.contract_id = :WS-COL-CONTRACT
                 AND l.status = 'ACTIVE'
               ORDER BY a.id
            END-EXEC

            EXEC SQL
               OPEN COL-SHOW-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-SHOW-COLLATERAL UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE COL-SHOW-CUR
               END-EXEC
            END-IF.

         FETCH-SHOW-COLLATERAL.
            EXEC SQL
               FETCH COL-SHOW-CUR
               INTO :WS-COL-ID, :WS-COL-TYPE, :WS-COL-DESC,
                    :WS-COL-VALUE, :WS-COL-DATE, :WS-COL-STATUS
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
               DISPLAY "garantia\" WS-COL-ID "\" WS-COL-TYPE "\"
                  WS-COL-DESC "\" WS-COL-VALUE "\" WS-COL-DATE "\"
                  WS-COL-STATUS
            END-IF
            END-IF.

         SHOW-CONTRACT-GUARANTORS.
            EXEC SQL
               DECLARE GUA-SHOW-CUR CURSOR FOR
               SELECT g.id, g.customer_id, g.customer_doc,
                      COALESCE(u.name, ' ')
               FROM loan_guarantors g
               LEFT JOIN customers u ON u.id = g.customer_id
               WHERE g.contract_id = :WS-COL-CONTRACT
                 AND g.status = 'ACTIVE'
               ORDER BY g.id
            END-EXEC

            EXEC SQL
               OPEN GUA-SHOW-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-SHOW-GUARANTOR UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE GUA-SHOW-CUR
               END-EXEC
            END-IF.

         FETCH-SHOW-GUARANTOR.
            EXEC SQL
               FETCH GUA-SHOW-CUR
               INTO :WS-GUA-ID, :WS-GUA-CUSTOMER, :WS-GUA-DOC,
                    :WS-GUA-NAME
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
               DISPLAY "avalista\" WS-GUA-ID "\" WS-GUA-CUSTOMER "\"
                  WS-GUA-DOC "\" WS-GUA-NAME
            END-IF
            END-IF.

         LIST-COLLATERALS.
            EXEC SQL
               DECLARE COL-LIST-CUR CURSOR FOR
               SELECT id, asset_type, description, appraised_value,
                      TO_CHAR(appraisal_date, 'YYYY-MM-DD'), status
               FROM collaterals
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN COL-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\COLL-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-COLLATERAL-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE COL-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-COLLATERAL-ROW.
            EXEC SQL
               FETCH COL-LIST-CUR
               INTO :WS-COL-ID, :WS-COL-TYPE, :WS-COL-DESC,
                    :WS-COL-VALUE, :WS-COL-DATE, :WS-COL-STATUS
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
               DISPLAY "garantia\" WS-COL-ID "\" WS-COL-TYPE "\"
                  WS-COL-DESC "\" WS-COL-VALUE "\" WS-COL-DATE "\"
                  WS-COL-STATUS
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

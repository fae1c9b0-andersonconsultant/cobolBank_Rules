      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Economic group desk - which CPFs and CNPJs are one credit
      *  risk. NEW opens a group (short code and name), ADD links a
      *  customer of the customers master to it with the kind of
      *  relationship (CONTROLLER - controlling shareholder,
      *  SUBSIDIARY, AFFILIATE, FAMILY), DROP removes a member link,
      *  CLOSE retires a group with no member left. A document belongs
      *  to one ACTIVE group at most, so the exposure of a customer is
      *  always read against one unit. SHOW lists the members and the
      *  group's exposure against the concentration limit through the
      *  GRPEXPO service - the same figure LOAN-APPLY checks on a new
      *  loan and the monthly GROUP-CONC report prints. Every change
      *  goes to the change trail (CHGAUDIT) in its transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 GROUP-MAINT.
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

      *    Grupo em manutencao.
         01  WS-GRP-ID               PIC 9(9)  VALUE 0.
         01  WS-GRP-CODE             PIC X(10) VALUE SPACES.
         01  WS-GRP-NAME             PIC X(40) VALUE SPACES.
         01  WS-GRP-STATUS           PIC X(10) VALUE SPACES.
         01  WS-GRP-FOUND            PIC 9(5)  VALUE 0.
         01  WS-GRP-MEMBERS          PIC 9(5)  VALUE 0.

      *    Membro do grupo (cliente do cadastro).
         01  WS-MBR-ID               PIC 9(9)  VALUE 0.
         01  WS-MBR-DOC              PIC X(14) VALUE SPACES.
         01  WS-MBR-NAME             PIC X(40) VALUE SPACES.
         01  WS-MBR-RELATION         PIC X(10) VALUE SPACES.
         01  WS-MBR-CUST-FOUND       PIC 9(5)  VALUE 0.
         01  WS-MBR-OTHER-GROUP      PIC 9(9)  VALUE 0.
         01  WS-MBR-ADDED            PIC X(10) VALUE SPACES.

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

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Exposicao do grupo contra o limite de concentracao
      *    (GRPEXPO).
         01  WS-GRP-EXPO-DATA.
             05  WS-GX-DOC             PIC X(14) VALUE SPACES.
             05  WS-GX-GROUP-ID        PIC 9(9)  VALUE 0.
             05  WS-GX-GROUP-NAME      PIC X(40) VALUE SPACES.
             05  WS-GX-MEMBERS         PIC 9(5)  VALUE 0.
             05  WS-GX-LOANS           PIC 9(13)V99 VALUE 0.
             05  WS-GX-OVERDRAFT       PIC 9(13)V99 VALUE 0.
             05  WS-GX-DISCOUNT        PIC 9(13)V99 VALUE 0.
             05  WS-GX-GUARANTEES      PIC 9(13)V99 VALUE 0.
             05  WS-GX-TOTAL           PIC 9(13)V99 VALUE 0.
             05  WS-GX-LIMIT           PIC 9(13)V99 VALUE 0.
             05  WS-GX-USE-PCT         PIC 9(5)V99 VALUE 0.
         01  WS-GX-DISP             PIC X(1)  VALUE SPACE.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "GROUP-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "GROUPMAINT".
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
               DISPLAY "#Grupos economicos - digite HELP para ajuda"
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
            DISPLAY "=== GRUPOS ECONOMICOS ==="
            DISPLAY "NEW     : Abre um grupo economico"
            DISPLAY "ADD     : Vincula um cliente ao grupo"
            DISPLAY "DROP    : Desvincula um membro (id do vinculo)"
            DISPLAY "CLOSE   : Encerra um grupo sem membros"
            DISPLAY "SHOW    : Membros e exposicao do grupo"
            DISPLAY "LIST    : Lista os grupos"
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
               WHEN "NEW"      PERFORM NEW-GROUP
               WHEN "ADD"      PERFORM ADD-MEMBER
               WHEN "DROP"     PERFORM DROP-MEMBER
               WHEN "CLOSE"    PERFORM CLOSE-GROUP
               WHEN "SHOW"     PERFORM SHOW-GROUP
               WHEN "LIST"     PERFORM LIST-GROUPS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-GROUP-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do grupo: " NO ADVANCING
               ACCEPT WS-GRP-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-GRP-ID
            END-IF.

         FETCH-GROUP.
            MOVE SPACES TO WS-GRP-STATUS
            EXEC SQL
               SELECT group_code, name, status,
                      (SELECT COUNT(*)
                       FROM economic_group_members m
                       WHERE m.group_id = g.id
                         AND m.status = 'ACTIVE')
               INTO :WS-GRP-CODE, :WS-GRP-NAME, :WS-GRP-STATUS,
                    :WS-GRP-MEMBERS
               FROM economic_groups g
               WHERE id = :WS-GRP-ID
            END-EXEC.

         NEW-GROUP.
            DISPLAY "#Codigo do grupo (ate 10 posicoes): " NO ADVANCING
            ACCEPT WS-GRP-CODE
            DISPLAY "#Nome do grupo: " NO ADVANCING
            ACCEPT WS-GRP-NAME
            INSPECT WS-GRP-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE 0 TO WS-GRP-FOUND
            IF WS-GRP-CODE NOT = SPACES
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-GRP-FOUND
                  FROM economic_groups
                  WHERE group_code = :WS-GRP-CODE
               END-EXEC
            END-IF

            IF WS-GRP-CODE = SPACES OR WS-GRP-NAME = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Codigo e nome do grupo sao obrigatorios"
            ELSE IF WS-GRP-FOUND > 0
               DISPLAY "0\GROUP"
               DISPLAY "#Codigo de grupo ja usado"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO economic_groups
                     (group_code, name, status, operator, created_at)
                  VALUES (:WS-GRP-CODE, :WS-GRP-NAME, 'ACTIVE',
                          :WS-OPERATOR-USER, now())
                  RETURNING id INTO :WS-GRP-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-GROUP-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "GROUP-NEW" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF.

         ADD-MEMBER.
      *    Cliente do cadastro, em um grupo ativo so - o segundo
      *    vinculo partiria a exposicao em duas unidades.
            PERFORM GET-GROUP-ARG
            DISPLAY "#CPF/CNPJ do cliente: " NO ADVANCING
            ACCEPT WS-MBR-DOC
            DISPLAY "#Relacao (CONTROLLER/SUBSIDIARY/AFFILIATE/"
               "FAMILY): " NO ADVANCING
            ACCEPT WS-MBR-RELATION
            INSPECT WS-MBR-RELATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            PERFORM FETCH-GROUP
            IF SQLCODE = ZERO
               MOVE 0 TO WS-MBR-CUST-FOUND
               MOVE 0 TO WS-MBR-OTHER-GROUP
               EXEC SQL
                  SELECT (SELECT COUNT(*) FROM customers
                          WHERE doc = :WS-MBR-DOC),
                         COALESCE((SELECT MIN(m.group_id)
                                   FROM economic_group_members m
                                   JOIN economic_groups g
                                     ON g.id = m.group_id
                                   WHERE m.customer_doc = :WS-MBR-DOC
                                     AND m.status = 'ACTIVE'
                                     AND g.status = 'ACTIVE'), 0)
                  INTO :WS-MBR-CUST-FOUND, :WS-MBR-OTHER-GROUP
               END-EXEC
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo " WS-GRP-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-GRP-STATUS NOT = "ACTIVE"
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo nao esta ativo (" WS-GRP-STATUS ")"
            ELSE IF WS-MBR-CUST-FOUND = 0
               DISPLAY "0\GROUP"
               DISPLAY "#Documento nao cadastrado como cliente"
            ELSE IF WS-MBR-RELATION NOT = "CONTROLLER"
                AND WS-MBR-RELATION NOT = "SUBSIDIARY"
                AND WS-MBR-RELATION NOT = "AFFILIATE"
                AND WS-MBR-RELATION NOT = "FAMILY"
               DISPLAY "0\INVALID"
               DISPLAY "#Relacao invalida"
            ELSE IF WS-MBR-OTHER-GROUP = WS-GRP-ID
               DISPLAY "0\GROUP"
               DISPLAY "#Cliente ja e membro do grupo"
            ELSE IF WS-MBR-OTHER-GROUP > 0
               DISPLAY "0\GROUP"
               DISPLAY "#Cliente ja pertence ao grupo "
                  WS-MBR-OTHER-GROUP " - desvincule antes"
            ELSE
               MOVE SPACES TO WS-CHG-BEFORE
               EXEC SQL
                  INSERT INTO economic_group_members
                     (group_id, customer_doc, relation, status,
                      operator, added_at)
                  VALUES (:WS-GRP-ID, :WS-MBR-DOC, :WS-MBR-RELATION,
                          'ACTIVE', :WS-OPERATOR-USER, now())
                  RETURNING id INTO :WS-MBR-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-MEMBER-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "GROUP-ADD" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         DROP-MEMBER.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do vinculo: " NO ADVANCING
               ACCEPT WS-MBR-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-MBR-ID
            END-IF

            PERFORM READ-MEMBER-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE economic_group_members
               SET status = 'REMOVED', removed_at = now(),
                   operator = :WS-OPERATOR-USER
               WHERE id = :WS-MBR-ID
                 AND status = 'ACTIVE'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-MEMBER-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = 100
               DISPLAY "0\GROUP"
               DISPLAY "#Vinculo nao encontrado ou ja removido"
            ELSE
               MOVE "GROUP-DROP" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF.

         CLOSE-GROUP.
            PERFORM GET-GROUP-ARG
            PERFORM FETCH-GROUP
            IF SQLCODE = 100
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo " WS-GRP-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-GRP-STATUS NOT = "ACTIVE"
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo nao esta ativo (" WS-GRP-STATUS ")"
            ELSE IF WS-GRP-MEMBERS > 0
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo ainda tem " WS-GRP-MEMBERS
                  " membro(s) - desvincule antes"
            ELSE
               PERFORM READ-GROUP-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE economic_groups
                  SET status = 'CLOSED', closed_at = now()
                  WHERE id = :WS-GRP-ID
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-GROUP-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "GROUP-CLOSE" TO WS-LOG-ACTION
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
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
               STRING WS-CHG-TABLE " " WS-CHG-KEY " doc "
                  WS-CHG-CUST-DOC " operador " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-GROUP-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM economic_groups t
               WHERE id = :WS-GRP-ID
            END-EXEC
            MOVE "economic_groups" TO WS-CHG-TABLE
            MOVE WS-GRP-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         READ-MEMBER-IMAGE.
      *    Vinculo do membro - o documento vai na trilha como
      *    documento do cliente.
            MOVE SPACES TO WS-CHG-IMAGE
            MOVE SPACES TO WS-MBR-DOC
            EXEC SQL
               SELECT customer_doc, row_to_json(t)::text
               INTO :WS-MBR-DOC, :WS-CHG-IMAGE
               FROM economic_group_members t
               WHERE id = :WS-MBR-ID
            END-EXEC
            MOVE "economic_group_members" TO WS-CHG-TABLE
            MOVE WS-MBR-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-MBR-DOC TO WS-CHG-CUST-DOC.

         SHOW-GROUP.
            PERFORM GET-GROUP-ARG
            PERFORM FETCH-GROUP
            IF SQLCODE = 100
               DISPLAY "0\GROUP"
               DISPLAY "#Grupo " WS-GRP-ID " nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\GROUP-SHOW\" WS-GRP-ID
               DISPLAY "#Grupo " WS-GRP-CODE " - " WS-GRP-NAME
               DISPLAY "#Situacao: " WS-GRP-STATUS " - membros: "
                  WS-GRP-MEMBERS
               PERFORM SHOW-GROUP-MEMBERS
               PERFORM SHOW-GROUP-EXPOSURE
            END-IF
            END-IF.

         SHOW-GROUP-MEMBERS.
            EXEC SQL
               DECLARE GRP-MBR-CUR CURSOR FOR
               SELECT m.id, m.customer_doc,
                      COALESCE((SELECT MIN(c.name) FROM customers c
                                WHERE c.doc = m.customer_doc), ' '),
                      m.relation,
                      TO_CHAR(m.added_at, 'YYYY-MM-DD')
               FROM economic_group_members m
               WHERE m.group_id = :WS-GRP-ID
                 AND m.status = 'ACTIVE'
               ORDER BY m.relation, m.id
            END-EXEC

            EXEC SQL
               OPEN GRP-MBR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-MEMBER-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE GRP-MBR-CUR
               END-EXEC
            END-IF.

         FETCH-MEMBER-ROW.
            EXEC SQL
               FETCH GRP-MBR-CUR
               INTO :WS-MBR-ID, :WS-MBR-DOC, :WS-MBR-NAME,
                    :WS-MBR-RELATION, :WS-MBR-ADDED
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
               DISPLAY "membro\" WS-MBR-ID "\" WS-MBR-DOC "\"
                  WS-MBR-NAME "\" WS-MBR-RELATION "\" WS-MBR-ADDED
            END-IF
            END-IF.

         SHOW-GROUP-EXPOSURE.
            MOVE SPACES TO WS-GX-DOC
            MOVE WS-GRP-ID TO WS-GX-GROUP-ID
            CALL "GRPEXPO" USING WS-GRP-EXPO-DATA, WS-GX-DISP
            IF WS-GX-DISP = "S"
               DISPLAY "#Emprestimos (principal aberto): " WS-GX-LOANS
               DISPLAY "#Limites de cheque especial    : "
                  WS-GX-OVERDRAFT
               DISPLAY "#Recebiveis descontados        : "
                  WS-GX-DISCOUNT
               DISPLAY "#Garantias prestadas           : "
                  WS-GX-GUARANTEES
               DISPLAY "#Exposicao total               : " WS-GX-TOTAL
               IF WS-GX-LIMIT > 0
                  DISPLAY "#Limite de concentracao        : "
                     WS-GX-LIMIT " (uso " WS-GX-USE-PCT "%)"
                  IF WS-GX-TOTAL > WS-GX-LIMIT
                     DISPLAY "#Grupo ACIMA do limite de concentracao"
                  END-IF
               ELSE
                  DISPLAY "#Limite de concentracao nao parametrizado"
               END-IF
            ELSE
               DISPLAY "#Exposicao indisponivel"
            END-IF.

         LIST-GROUPS.
            EXEC SQL
               DECLARE GRP-LIST-CUR CURSOR FOR
               SELECT g.id, g.group_code, g.name, g.status,
                      (SELECT COUNT(*)
                       FROM economic_group_members m
                       WHERE m.group_id = g.id
                         AND m.status = 'ACTIVE')
               FROM economic_groups g
               ORDER BY g.status, g.group_code
            END-EXEC

            EXEC SQL
               OPEN GRP-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\GROUP-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-GROUP-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE GRP-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-GROUP-ROW.
            EXEC SQL
               FETCH GRP-LIST-CUR
               INTO :WS-GRP-ID, :WS-GRP-CODE, :WS-GRP-NAME,
                    :WS-GRP-STATUS, :WS-GRP-MEMBERS
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
               DISPLAY "grupo\" WS-GRP-ID "\" WS-GRP-CODE "\"
                  WS-GRP-NAME "\" WS-GRP-STATUS "\" WS-GRP-MEMBERS
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

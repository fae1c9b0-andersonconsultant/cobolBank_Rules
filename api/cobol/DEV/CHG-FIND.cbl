      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Program
      *
      *  Change history lookup over the before/after trail CHGAUDIT
      *  writes for the maintenance desks - answers "who changed
      *  which field, when, and what was there before". Search by
      *  customer document (CHG_DOC - customer rows plus every row
      *  of any account the customer holds), by account (CHG_ACCOUNT)
      *  or by table and key (CHG_TABLE / CHG_KEY, e.g. bank_params
      *  and the parameter name; key blank = whole table); the
      *  environment wins, otherwise the criteria are prompted.
      *  CHG_FROM / CHG_TO (AAAA-MM-DD) narrow the period. Each
      *  changed field comes out as one line, grouped by change_id.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CHG-FIND.
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

      *    Criterios da busca.
         01  WS-FIND-DOC             PIC X(14) VALUE SPACES.
         01  WS-FIND-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-FIND-TABLE           PIC X(30) VALUE SPACES.
         01  WS-FIND-KEY             PIC X(40) VALUE SPACES.
         01  WS-FIND-FROM            PIC X(10) VALUE SPACES.
         01  WS-FIND-TO              PIC X(10) VALUE SPACES.

      *    Linha da trilha em leitura.
         01  WS-CHG-ID               PIC 9(12) VALUE 0.
         01  WS-CHG-STAMP            PIC X(19) VALUE SPACES.
         01  WS-CHG-TABLE            PIC X(30) VALUE SPACES.
         01  WS-CHG-KEY              PIC X(40) VALUE SPACES.
         01  WS-CHG-ACTION           PIC X(10) VALUE SPACES.
         01  WS-CHG-FIELD            PIC X(40) VALUE SPACES.
         01  WS-CHG-BEFORE           PIC X(200) VALUE SPACES.
         01  WS-CHG-AFTER            PIC X(200) VALUE SPACES.
         01  WS-CHG-ACCT             PIC 9(10) VALUE 0.
         01  WS-CHG-OPERATOR         PIC X(20) VALUE SPACES.
         01  WS-CHG-SESSION          PIC X(10) VALUE SPACES.
         01  WS-CHG-PROGRAM          PIC X(14) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF             PIC X(1)  VALUE "N".
         01  WS-FOUND-COUNT          PIC 9(6)  VALUE 0.
         01  WS-CHANGE-COUNT         PIC 9(6)  VALUE 0.
         01  WS-LAST-ID              PIC 9(12) VALUE 0.

         01  WS-ENV-ACCOUNT          PIC X(10) VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CHGFIND".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CHG-FIND".
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
            PERFORM LOAD-CRITERIA
            IF WS-FIND-DOC = SPACES AND WS-FIND-ACCOUNT = 0
               AND WS-FIND-TABLE = SPACES
               DISPLAY "0\CHG-FIND"
               DISPLAY "#Informe documento, conta ou tabela"
            ELSE
               PERFORM START-SQL
               IF WS-DB-STARTED = "S"
                  PERFORM FIND-CHANGES
                  PERFORM WRITE-LOOKUP-LOG
                  PERFORM FIM-PROGRAMA
               END-IF
            END-IF
            STOP RUN.

         LOAD-CRITERIA.
      *    Documento manda, depois conta, depois tabela/chave - um
      *    criterio por consulta, como no ARCH-FIND.
            ACCEPT WS-FIND-DOC FROM ENVIRONMENT "CHG_DOC"
            IF WS-FIND-DOC = SPACES
               ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT "CHG_ACCOUNT"
               IF WS-ENV-ACCOUNT IS NUMERIC AND
                  WS-ENV-ACCOUNT NOT = SPACES
                  MOVE WS-ENV-ACCOUNT TO WS-FIND-ACCOUNT
               END-IF
            END-IF
            IF WS-FIND-DOC = SPACES AND WS-FIND-ACCOUNT = 0
               ACCEPT WS-FIND-TABLE FROM ENVIRONMENT "CHG_TABLE"
               ACCEPT WS-FIND-KEY FROM ENVIRONMENT "CHG_KEY"
            END-IF

            IF WS-FIND-DOC = SPACES AND WS-FIND-ACCOUNT = 0
               AND WS-FIND-TABLE = SPACES
               DISPLAY "#Documento do cliente (ENTER = outra busca): "
                  NO ADVANCING
               ACCEPT WS-FIND-DOC
               IF WS-FIND-DOC = SPACES
                  DISPLAY "#Conta (0 = busca por tabela): "
                     NO ADVANCING
                  ACCEPT WS-FIND-ACCOUNT
                  IF WS-FIND-ACCOUNT = 0
                     DISPLAY "#Tabela: " NO ADVANCING
                     ACCEPT WS-FIND-TABLE
                     DISPLAY "#Chave (ENTER = todas): " NO ADVANCING
                     ACCEPT WS-FIND-KEY
                  END-IF
               END-IF
            END-IF

            INSPECT WS-FIND-TABLE CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

      *    Periodo aberto nas duas pontas quando nao informado.
            ACCEPT WS-FIND-FROM FROM ENVIRONMENT "CHG_FROM"
            ACCEPT WS-FIND-TO FROM ENVIRONMENT "CHG_TO"
            IF WS-FIND-FROM = SPACES
               MOVE "1900-01-01" TO WS-FIND-FROM
            END-IF
            IF WS-FIND-TO = SPACES
               MOVE "9999-12-31" TO WS-FIND-TO
            END-IF.

         START-SQL.
      *    CONNECT
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD   FROM ENVIRONMENT "DB_PASSWORD"

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
            END-IF.

         FIND-CHANGES.
      *    Pelo documento entram as linhas gravadas com o documento
      *    (cadastro do cliente) e as de qualquer conta da qual ele e
      *    titular - telefone, status de conta, chave PIX, cartao.
            EXEC SQL
               DECLARE CHG-FIND-CUR CURSOR FOR
               SELECT change_id,
                      TO_CHAR(changed_at, 'YYYY-MM-DD HH24:MI:SS'),
                      table_name, record_key, action, field_name,
                      COALESCE(before_value, ''),
                      COALESCE(after_value, ''),
                      COALESCE(account, 0), operator_user,
                      COALESCE(session_id, ''), program
               FROM change_audit
               WHERE ((TRIM(:WS-FIND-DOC) <> ''
                       AND (customer_doc = TRIM(:WS-FIND-DOC)
                            OR (account > 0
                                AND account_holder_doc(account) =
                                    TRIM(:WS-FIND-DOC))))
                  OR (:WS-FIND-ACCOUNT > 0
                      AND account = :WS-FIND-ACCOUNT)
                  OR (TRIM(:WS-FIND-TABLE) <> ''
                      AND table_name = TRIM(:WS-FIND-TABLE)
                      AND (TRIM(:WS-FIND-KEY) = ''
                           OR record_key = TRIM(:WS-FIND-KEY))))
                 AND changed_at::date >= :WS-FIND-FROM::date
                 AND changed_at::date <= :WS-FIND-TO::date
               ORDER BY change_id, field_name
            END-EXEC

            EXEC SQL
               OPEN CHG-FIND-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM SHOW-ONE-CHANGE UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CHG-FIND-CUR
               END-EXEC
               PERFORM SHOW-FIND-OUTCOME
            END-IF.

         SHOW-ONE-CHANGE.
            EXEC SQL
               FETCH CHG-FIND-CUR
               INTO :WS-CHG-ID, :WS-CHG-STAMP, :WS-CHG-TABLE,
                    :WS-CHG-KEY, :WS-CHG-ACTION, :WS-CHG-FIELD,
                    :WS-CHG-BEFORE, :WS-CHG-AFTER, :WS-CHG-ACCT,
                    :WS-CHG-OPERATOR, :WS-CHG-SESSION,
                    :WS-CHG-PROGRAM
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
               ADD 1 TO WS-FOUND-COUNT
      *        Cabecalho uma vez por alteracao; depois um campo por
      *        linha com o valor anterior e o novo.
               IF WS-CHG-ID NOT = WS-LAST-ID
                  ADD 1 TO WS-CHANGE-COUNT
                  MOVE WS-CHG-ID TO WS-LAST-ID
                  DISPLAY "1\CHANGE\" WS-CHG-ID
                  DISPLAY "#" WS-CHG-STAMP " " WS-CHG-ACTION " "
                     WS-CHG-TABLE " chave " WS-CHG-KEY
                  DISPLAY "#  operador " WS-CHG-OPERATOR " sessao "
                     WS-CHG-SESSION " programa " WS-CHG-PROGRAM
                     " conta " WS-CHG-ACCT
               END-IF
               DISPLAY "#  " WS-CHG-FIELD
               DISPLAY "#    antes : " WS-CHG-BEFORE(1:100)
               DISPLAY "#    depois: " WS-CHG-AFTER(1:100)
            END-IF.

         SHOW-FIND-OUTCOME.
            IF WS-FOUND-COUNT = 0
               DISPLAY "0\CHANGE"
               DISPLAY "#Nenhuma alteracao para o criterio"
            ELSE
               DISPLAY "#" WS-CHANGE-COUNT " alteracao(oes), "
                  WS-FOUND-COUNT " campo(s)"
            END-IF.

         WRITE-LOOKUP-LOG.
      *    Toda consulta a trilha fica registrada - quem procurou o
      *    que e quantas alteracoes saiu levando.
            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-CHANGE-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            IF WS-FIND-DOC NOT = SPACES
               STRING "busca documento " WS-FIND-DOC
                  " - " WS-CHANGE-COUNT " alteracao(oes)"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            ELSE IF WS-FIND-ACCOUNT > 0
               STRING "busca conta " WS-FIND-ACCOUNT
                  " - " WS-CHANGE-COUNT " alteracao(oes)"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            ELSE
               STRING "busca " WS-FIND-TABLE " " WS-FIND-KEY
                  " - " WS-CHANGE-COUNT " alteracao(oes)"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            END-IF
            END-IF
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

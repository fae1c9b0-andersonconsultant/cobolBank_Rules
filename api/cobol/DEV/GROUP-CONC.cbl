      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly credit concentration report. Section [1] takes every
      *  ACTIVE economic group (GROUP-MAINT) and prints its exposure
      *  through the GRPEXPO service - loans, overdraft limits,
      *  discounted receivables and guarantees given - against the
      *  concentration limit (CONC_LIMIT_PCT of CONC_REF_EQUITY in
      *  bank_params). Section [2] takes the customers with credit
      *  exposure who belong to no group - each one is a risk unit of
      *  its own - and prints those at or above the alert level
      *  CONC_ALERT_PCT (default 80) of the limit. A unit over the
      *  limit is flagged EXCEDIDO and goes to log_cobol, one at or
      *  above the alert level ALERTA. Read only; the report goes to
      *  CONC_RPT_FILE (default /tmp/group_conc_<date>.txt).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 GROUP-CONC.
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
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Unidade corrente dos cursores.
         01  WS-GRP-ID               PIC 9(9)  VALUE 0.
         01  WS-GRP-CODE             PIC X(10) VALUE SPACES.
         01  WS-GRP-NAME             PIC X(40) VALUE SPACES.
         01  WS-UNIT-DOC             PIC X(14) VALUE SPACES.
         01  WS-UNIT-NAME            PIC X(40) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-UNIT-EOF             PIC X(1)  VALUE "N".

      *    Politica - catalogo central, ambiente e padrao.
         01  WS-ALERT-PCT            PIC 9(3)V99 VALUE 80,00.
         01  WS-PCT-ENV              PIC X(3)  VALUE SPACES.
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-GROUP-COUNT          PIC 9(7)  VALUE 0.
         01  WS-SINGLE-COUNT         PIC 9(7)  VALUE 0.
         01  WS-OVER-COUNT           PIC 9(7)  VALUE 0.
         01  WS-ALERT-COUNT          PIC 9(7)  VALUE 0.
         01  WS-UNIT-FLAG            PIC X(8)  VALUE SPACES.

      *    Exposicao da unidade contra o limite (GRPEXPO).
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

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-TOTAL             PIC Z(12)9,99.
         01  WS-ED-LIMIT             PIC Z(12)9,99.
         01  WS-ED-LOANS             PIC Z(12)9,99.
         01  WS-ED-OVERDRAFT         PIC Z(12)9,99.
         01  WS-ED-DISCOUNT          PIC Z(12)9,99.
         01  WS-ED-GUARANTEES        PIC Z(12)9,99.
         01  WS-ED-PCT               PIC ZZZZ9,99.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "GROUPCONC".
             05  WS-LOG-ACTION         PIC X(20) VALUE "GROUP-CONC".
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
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM REPORT-GROUPS
                  IF WS-RUN-HALTED = "N"
                     PERFORM REPORT-SINGLE-CUSTOMERS
                  END-IF
                  PERFORM WRITE-REPORT-TOTALS
                  CLOSE REPORT-FILE
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-PCT-ENV FROM ENVIRONMENT "CONC_ALERT_PCT"
            IF WS-PCT-ENV IS NUMERIC AND WS-PCT-ENV NOT = SPACES
               MOVE WS-PCT-ENV TO WS-ALERT-PCT
            END-IF.

         LOAD-DB-POLICY.
            MOVE "CONC_ALERT_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-ALERT-PCT
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
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) no cabecalho e no nome
      *    do relatorio.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "CONC_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/group_conc_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "CONCENTRACAO DE CREDITO POR GRUPO ECONOMICO - "
               "MOVIMENTO " WS-BUS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

      *    Limite vem do servico - uma chamada sem unidade so para
      *    imprimi-lo no cabecalho.
            MOVE SPACES TO WS-GX-DOC
            MOVE 0 TO WS-GX-GROUP-ID
            CALL "GRPEXPO" USING WS-GRP-EXPO-DATA, WS-GX-DISP
            MOVE SPACES TO REPORT-LINE
            IF WS-GX-LIMIT > 0
               MOVE WS-GX-LIMIT TO WS-ED-LIMIT
               MOVE WS-ALERT-PCT TO WS-ED-PCT
               STRING "LIMITE POR UNIDADE DE RISCO " WS-ED-LIMIT
                  " - ALERTA A PARTIR DE " WS-ED-PCT "% DO LIMITE"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
            ELSE
               MOVE "LIMITE DE CONCENTRACAO NAO PARAMETRIZADO "
                  & "(CONC_REF_EQUITY) - SO EXPOSICAO"
                  TO REPORT-LINE
            END-IF
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         REPORT-GROUPS.
            MOVE "[1] GRUPOS ECONOMICOS" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "GRUPO      NOME                           MBR "
               "  EXPOSICAO TOTAL            LIMITE    USO %  SITUACAO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "           EMPRESTIMOS      CHEQUE ESPECIAL   "
               "   DESCONTO       GARANTIAS PRESTADAS"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CONC-GRP-CUR CURSOR FOR
               SELECT id, group_code, name
               FROM economic_groups
               WHERE status = 'ACTIVE'
               ORDER BY group_code
            END-EXEC

            EXEC SQL
               OPEN CONC-GRP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "N" TO WS-UNIT-EOF
               PERFORM REPORT-ONE-GROUP UNTIL WS-UNIT-EOF = "Y"
               EXEC SQL
                  CLOSE CONC-GRP-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-GROUP.
            EXEC SQL
               FETCH CONC-GRP-CUR
               INTO :WS-GRP-ID, :WS-GRP-CODE, :WS-GRP-NAME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-UNIT-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-UNIT-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SPACES TO WS-GX-DOC
               MOVE WS-GRP-ID TO WS-GX-GROUP-ID
               CALL "GRPEXPO" USING WS-GRP-EXPO-DATA, WS-GX-DISP
               IF WS-GX-DISP NOT = "S"
                  MOVE "Y" TO WS-UNIT-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  DISPLAY "#Exposicao indisponivel no grupo "
                     WS-GRP-ID " - relatorio interrompido"
               ELSE
                  ADD 1 TO WS-GROUP-COUNT
                  MOVE WS-GRP-CODE TO WS-UNIT-DOC
                  MOVE WS-GRP-NAME TO WS-UNIT-NAME
                  PERFORM CLASSIFY-UNIT
                  PERFORM WRITE-UNIT-LINES
               END-IF
            END-IF
            END-IF.

         REPORT-SINGLE-CUSTOMERS.
      *    Quem tem credito e nao esta em grupo ativo e uma unidade
      *    sozinho; so sai no relatorio a partir do nivel de alerta.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "[2] CLIENTES SEM GRUPO A PARTIR DO NIVEL DE ALERTA"
               TO REPORT-LINE
            WRITE REPORT-LINE
            IF WS-GX-LIMIT = 0
               MOVE "    (sem limite parametrizado - secao vazia)"
                  TO REPORT-LINE
               WRITE REPORT-LINE
            ELSE
               PERFORM SCAN-SINGLE-CUSTOMERS
            END-IF.

         SCAN-SINGLE-CUSTOMERS.
            EXEC SQL
               DECLARE CONC-SGL-CUR CURSOR FOR
               SELECT u.doc,
                      COALESCE((SELECT MIN(c.name) FROM customers c
                                WHERE c.doc = u.doc), ' ')
               FROM (SELECT account_holder_doc(c.account) AS doc
                     FROM loan_contracts c
                     WHERE EXISTS (SELECT 1 FROM loan_installments i
                                   WHERE i.contract_id = c.id
                                     AND i.status = 'OPEN')
                     UNION
                     SELECT account_holder_doc(o.account)
                     FROM overdraft_lines o
                     WHERE o.status <> 'CANCELLED'
                     UNION
                     SELECT account_holder_doc(d.account)
                     FROM discount_operations d
                     WHERE EXISTS (SELECT 1 FROM discount_titles t
                                   WHERE t.operation_id = d.id
                                     AND t.status = 'OPEN')
                     UNION
                     SELECT g.customer_doc
                     FROM loan_guarantors g
                     WHERE g.status = 'ACTIVE') u
               WHERE u.doc IS NOT NULL
                 AND NOT EXISTS
                     (SELECT 1
                      FROM economic_group_members m
                      JOIN economic_groups g ON g.id = m.group_id
                      WHERE m.customer_doc = u.doc
                        AND m.status = 'ACTIVE'
                        AND g.status = 'ACTIVE')
               ORDER BY u.doc
            END-EXEC

            EXEC SQL
               OPEN CONC-SGL-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE "N" TO WS-UNIT-EOF
               PERFORM REPORT-ONE-SINGLE UNTIL WS-UNIT-EOF = "Y"
               EXEC SQL
                  CLOSE CONC-SGL-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-SINGLE.
            EXEC SQL
               FETCH CONC-SGL-CUR
               INTO :WS-UNIT-DOC, :WS-UNIT-NAME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-UNIT-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-UNIT-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-UNIT-DOC TO WS-GX-DOC
               MOVE 0 TO WS-GX-GROUP-ID
               CALL "GRPEXPO" USING WS-GRP-EXPO-DATA, WS-GX-DISP
               IF WS-GX-DISP NOT = "S"
                  MOVE "Y" TO WS-UNIT-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  DISPLAY "#Exposicao indisponivel no documento "
                     WS-UNIT-DOC " - relatorio interrompido"
               ELSE IF WS-GX-USE-PCT >= WS-ALERT-PCT
                  ADD 1 TO WS-SINGLE-COUNT
                  PERFORM CLASSIFY-UNIT
                  PERFORM WRITE-UNIT-LINES
               END-IF
               END-IF
            END-IF
            END-IF.

         CLASSIFY-UNIT.
            MOVE SPACES TO WS-UNIT-FLAG
            IF WS-GX-LIMIT > 0
               IF WS-GX-TOTAL > WS-GX-LIMIT
                  MOVE "EXCEDIDO" TO WS-UNIT-FLAG
                  ADD 1 TO WS-OVER-COUNT
                  PERFORM LOG-OVER-LIMIT
               ELSE IF WS-GX-USE-PCT >= WS-ALERT-PCT
                  MOVE "ALERTA" TO WS-UNIT-FLAG
                  ADD 1 TO WS-ALERT-COUNT
               END-IF
               END-IF
            END-IF.

         LOG-OVER-LIMIT.
            MOVE "OVERLIMIT" TO WS-LOG-STATUS
            MOVE 0 TO WS-LOG-VALUE
            IF WS-GX-TOTAL < 9999999999
               MOVE WS-GX-TOTAL TO WS-LOG-VALUE
            END-IF
            MOVE SPACES TO WS-LOG-MESSAGE
            MOVE WS-GX-USE-PCT TO WS-ED-PCT
            STRING "unidade " WS-UNIT-DOC " " WS-UNIT-NAME(1:30)
               " uso " WS-ED-PCT "% do limite"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         WRITE-UNIT-LINES.
            MOVE WS-GX-TOTAL TO WS-ED-TOTAL
            MOVE WS-GX-LIMIT TO WS-ED-LIMIT
            MOVE WS-GX-USE-PCT TO WS-ED-PCT
            MOVE WS-GX-LOANS TO WS-ED-LOANS
            MOVE WS-GX-OVERDRAFT TO WS-ED-OVERDRAFT
            MOVE WS-GX-DISCOUNT TO WS-ED-DISCOUNT
            MOVE WS-GX-GUARANTEES TO WS-ED-GUARANTEES
            MOVE SPACES TO REPORT-LINE
            STRING WS-UNIT-DOC(1:10) " " WS-UNIT-NAME(1:30) " "
               WS-GX-MEMBERS " " WS-ED-TOTAL " " WS-ED-LIMIT " "
               WS-ED-PCT "  " WS-UNIT-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            IF WS-GX-GROUP-ID = 0
               MOVE SPACES TO REPORT-LINE(1:11)
               MOVE WS-UNIT-DOC TO REPORT-LINE(1:14)
            END-IF
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "        " WS-ED-LOANS " " WS-ED-OVERDRAFT " "
               WS-ED-DISCOUNT " " WS-ED-GUARANTEES
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            DISPLAY "conc\" WS-UNIT-DOC "\" WS-ED-TOTAL "\"
               WS-ED-LIMIT "\" WS-ED-PCT "\" WS-UNIT-FLAG.

         WRITE-REPORT-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "GRUPOS " WS-GROUP-COUNT
               "  CLIENTES SEM GRUPO EM ALERTA " WS-SINGLE-COUNT
               "  EXCEDIDOS " WS-OVER-COUNT
               "  EM ALERTA " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            DISPLAY "#Grupos: " WS-GROUP-COUNT " - excedidos: "
               WS-OVER-COUNT " - em alerta: " WS-ALERT-COUNT

            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-OVER-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "grupos " WS-GROUP-COUNT " sem grupo "
               WS-SINGLE-COUNT " excedidos " WS-OVER-COUNT
               " alerta " WS-ALERT-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Loan collateral coverage report - for every ACTIVE loan
      *  contract, the open principal, the appraised value of the
      *  active collateral linked to it at COLL-MAINT (a collateral
      *  shared by several contracts counts in full for each), the
      *  coverage ratio in percent, the number of guarantors and a
      *  flag when any of its appraisals is out of date; then the
      *  list of out-of-date appraisals the back office must renew.
      *  An appraisal is out of date when older than
      *  COLL_APPRAISAL_MONTHS (default 12) at the business date. The
      *  report file goes to COLL_RPT_FILE.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 COLL-RPT.
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
         01  WS-STALE-MONTHS         PIC 9(3)  VALUE 12.

      *    Cobertura por contrato em leitura.
         01  WS-CV-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-CV-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-CV-OUTSTANDING       PIC 9(12)V99 VALUE 0.
         01  WS-CV-COLLATERAL        PIC 9(12)V99 VALUE 0.
         01  WS-CV-STALE             PIC 9(5)  VALUE 0.
         01  WS-CV-GUARANTORS        PIC 9(5)  VALUE 0.

      *    Avaliacao vencida em leitura.
         01  WS-ST-ID                PIC 9(9)  VALUE 0.
         01  WS-ST-TYPE              PIC X(10) VALUE SPACES.
         01  WS-ST-DESC              PIC X(60) VALUE SPACES.
         01  WS-ST-VALUE             PIC 9(12)V99 VALUE 0.
         01  WS-ST-DATE              PIC X(10) VALUE SPACES.
         01  WS-ST-CONTRACTS         PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF             PIC X(1)  VALUE "N".

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-MONTHS-ENV           PIC X(3)  VALUE SPACES.

         01  WS-CV-COVERAGE          PIC 9(5)V99 VALUE 0.
         01  WS-CV-FLAG              PIC X(8)  VALUE SPACES.

         01  WS-CNT-CONTRACTS        PIC 9(6)  VALUE 0.
         01  WS-CNT-UNCOVERED        PIC 9(6)  VALUE 0.
         01  WS-CNT-STALE            PIC 9(6)  VALUE 0.

      *    Valores editados para a linha impressa.
         01  WS-ED-OUTSTANDING       PIC Z(11)9,99.
         01  WS-ED-COLLATERAL        PIC Z(11)9,99.
         01  WS-ED-COVERAGE          PIC Z(4)9,99.
         01  WS-ED-VALUE             PIC Z(11)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COLLRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "COLL-RPT".
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
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM BUILD-REPORT
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            ACCEPT WS-MONTHS-ENV FROM ENVIRONMENT
               "COLL_APPRAISAL_MONTHS"
            IF WS-MONTHS-ENV IS NUMERIC AND WS-MONTHS-ENV NOT = SPACES
               MOVE WS-MONTHS-ENV TO WS-STALE-MONTHS
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
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - a idade das avaliacoes
      *    conta a partir dela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "COLL_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/collateral_coverage_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         BUILD-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir o relatorio - status "
                  WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "COBERTURA DE GARANTIAS DA CARTEIRA DE CREDITO - "
                  WS-BUS-DATE " (AVALIACAO VENCIDA APOS "
                  WS-STALE-MONTHS " MESES)"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM REPORT-CONTRACT-COVERAGE
               PERFORM REPORT-STALE-APPRAISALS
               CLOSE REPORT-FILE

               DISPLAY "#Relatorio gravado em " WS-REPORT-PATH
               DISPLAY "#Contratos: " WS-CNT-CONTRACTS
                  " sem garantia: " WS-CNT-UNCOVERED
                  " avaliacoes vencidas: " WS-CNT-STALE

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-CNT-CONTRACTS TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "cobertura " WS-BUS-DATE ": "
                  WS-CNT-CONTRACTS " contrato(s) "
                  WS-CNT-UNCOVERED " sem garantia "
                  WS-CNT-STALE " avaliacao(oes) vencida(s)"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REPORT-CONTRACT-COVERAGE.
            MOVE "[1] COBERTURA POR CONTRATO ATIVO" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "CONTRATO  CONTA      PRINCIPAL ABERTO  "
               "VALOR GARANTIAS  COBERT.% AVAL. SITUACAO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CV-CONTRACT-CUR CURSOR FOR
               SELECT c.id, c.account,
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
                                  AND a.status = 'ACTIVE'), 0),
                      (SELECT COUNT(*)
                       FROM collateral_links l
                       JOIN collaterals a ON a.id = l.collateral_id
                       WHERE l.contract_id = c.id
                         AND l.status = 'ACTIVE'
                         AND a.status = 'ACTIVE'
                         AND a.appraisal_date <
                             :WS-BUS-DATE::date -
                             (:WS-STALE-MONTHS || ' months')::interval),
                      (SELECT COUNT(*)
                       FROM loan_guarantors g
                       WHERE g.contract_id = c.id
                         AND g.status = 'ACTIVE')
               FROM loan_contracts c
               WHERE c.status = 'ACTIVE'
               ORDER BY c.id
            END-EXEC

            EXEC SQL
               OPEN CV-CONTRACT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM REPORT-ONE-CONTRACT UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CV-CONTRACT-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-CONTRACT.
            EXEC SQL
               FETCH CV-CONTRACT-CUR
               INTO :WS-CV-CONTRACT, :WS-CV-ACCOUNT,
                    :WS-CV-OUTSTANDING, :WS-CV-COLLATERAL,
                    :WS-CV-STALE, :WS-CV-GUARANTORS
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
               ADD 1 TO WS-CNT-CONTRACTS
               MOVE 0 TO WS-CV-COVERAGE
               IF WS-CV-OUTSTANDING > 0
                  COMPUTE WS-CV-COVERAGE ROUNDED =
                     WS-CV-COLLATERAL * 100 / WS-CV-OUTSTANDING
                     ON SIZE ERROR MOVE 99999,99 TO WS-CV-COVERAGE
                  END-COMPUTE
               END-IF

               MOVE SPACES TO WS-CV-FLAG
               IF WS-CV-COLLATERAL = 0 AND WS-CV-GUARANTORS = 0
                  MOVE "SEM GAR." TO WS-CV-FLAG
                  ADD 1 TO WS-CNT-UNCOVERED
               ELSE IF WS-CV-STALE > 0
                  MOVE "AVAL.VENC" TO WS-CV-FLAG
               END-IF
               END-IF

               MOVE WS-CV-OUTSTANDING TO WS-ED-OUTSTANDING
               MOVE WS-CV-COLLATERAL  TO WS-ED-COLLATERAL
               MOVE WS-CV-COVERAGE    TO WS-ED-COVERAGE
               MOVE SPACES TO REPORT-LINE
               STRING WS-CV-CONTRACT " " WS-CV-ACCOUNT " "
                  WS-ED-OUTSTANDING "  " WS-ED-COLLATERAL " "
                  WS-ED-COVERAGE " " WS-CV-GUARANTORS " "
                  WS-CV-FLAG
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-STALE-APPRAISALS.
      *    Garantias ativas que ainda cobrem contrato ACTIVE com a
      *    avaliacao vencida - a lista de reavaliacao do back office.
            MOVE "[2] AVALIACOES VENCIDAS" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "GARANTIA  TIPO       AVALIADA EM VALOR AVALIADO   "
               "CONTR. DESCRICAO"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE CV-STALE-CUR CURSOR FOR
               SELECT a.id, a.asset_type, a.description,
                      a.appraised_value,
                      TO_CHAR(a.appraisal_date, 'YYYY-MM-DD'),
                      COUNT(*)
               FROM collaterals a
               JOIN collateral_links l ON l.collateral_id = a.id
               JOIN loan_contracts c ON c.id = l.contract_id
               WHERE a.status = 'ACTIVE'
                 AND l.status = 'ACTIVE'
                 AND c.status = 'ACTIVE'
                 AND a.appraisal_date <
                     :WS-BUS-DATE::date -
                     (:WS-STALE-MONTHS || ' months')::interval
               GROUP BY a.id, a.asset_type, a.description,
                        a.appraised_value, a.appraisal_date
               ORDER BY a.appraisal_date, a.id
            END-EXEC

            EXEC SQL
               OPEN CV-STALE-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM REPORT-ONE-STALE UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CV-STALE-CUR
               END-EXEC
            END-IF.

         REPORT-ONE-STALE.
            EXEC SQL
               FETCH CV-STALE-CUR
               INTO :WS-ST-ID, :WS-ST-TYPE, :WS-ST-DESC,
                    :WS-ST-VALUE, :WS-ST-DATE, :WS-ST-CONTRACTS
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
               ADD 1 TO WS-CNT-STALE
               MOVE WS-ST-VALUE TO WS-ED-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING WS-ST-ID " " WS-ST-TYPE " " WS-ST-DATE "  "
                  WS-ED-VALUE " " WS-ST-CONTRACTS " " WS-ST-DESC
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Compulsory reserve requirement (recolhimento compulsorio) -
      *  replaces the treasury spreadsheet fed from CB-POSITION. Runs
      *  every business day after SNAPSHOT:
      *    1. the day's requirement base per category is kept in
      *       reserve_daily_base (a rerun for the date rewrites it):
      *         SIGHT   - positive checking balances of the day's close
      *                   in balance_history;
      *         SAVINGS - savings parcels (savings_parcels);
      *         TIME    - term deposits (term_deposits) open on the
      *                   date.
      *    2. the calculation period is the business week (Monday to
      *       Friday). On its last business day the average of the
      *       daily bases per category is taken, the category's
      *       deduction is subtracted and its rate applied
      *       (RES_SIGHT_DEDUCTION/RES_SIGHT_RATE, RES_SAVINGS_...,
      *       RES_TIME_... at bank_params); the requirement goes to
      *       reserve_requirements and to the declaration file for
      *       the central bank, registered at FILEREG (RESERVE-DECL).
      *    3. the requirement is held over the maintenance period, the
      *       week starting RES_MAINT_LAG_DAYS (default 14) after the
      *       start of the calculation period. Every day the average
      *       reserve balance actually held (closing balances proved at
      *       RES-RECON, reserve_recon_runs) is projected to the end of
      *       the period, keeping the last balance for the business
      *       days left; a projection below the requirement raises the
      *       shortfall warning while there is still time to fund the
      *       account. The position is kept in reserve_maintenance.
      *  RES_REQ_DATE (AAAA-MM-DD) reruns a past date; savings have no
      *  history, so their base is always the current one.
      *
      *  Declaration layout:
      *    header : '0' + calc start X(10) + calc end X(10)
      *             + maintenance start X(10) + maintenance end X(10)
      *    detail : '1' + category X(10) + days 9(3)
      *             + average base 9(13)V99 + deduction 9(13)V99
      *             + rate 9V9(4) + required 9(13)V99
      *    trailer: '9' + record count 9(6) + total required 9(13)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 RESERVE-REQ.
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
            SELECT DECL-FILE ASSIGN TO WS-DECL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-STATUS.

            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  DECL-FILE.
         01  DECL-LINE               PIC X(80).

         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(100).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Data apurada, periodo de calculo e de cumprimento.
         01  WS-RES-DATE             PIC X(10) VALUE SPACES.
         01  WS-NEXT-BD              PIC X(10) VALUE SPACES.
         01  WS-CALC-START           PIC X(10) VALUE SPACES.
         01  WS-CALC-END             PIC X(10) VALUE SPACES.
         01  WS-CALC-CLOSES          PIC X(1)  VALUE "N".
         01  WS-MAINT-LAG            PIC 9(3)  VALUE 14.
         01  WS-MAINT-START          PIC X(10) VALUE SPACES.
         01  WS-MAINT-END            PIC X(10) VALUE SPACES.

      *    Categoria corrente - base, media, deducao e exigencia.
         01  WS-H-CATEGORY           PIC X(10) VALUE SPACES.
         01  WS-H-BALANCE            PIC 9(13)V99 VALUE 0.
         01  WS-H-DAYS               PIC 9(3)  VALUE 0.
         01  WS-H-AVERAGE            PIC 9(13)V99 VALUE 0.
         01  WS-H-DEDUCT             PIC 9(13)V99 VALUE 0.
         01  WS-H-RATE               PIC 9(1)V9(4) VALUE 0.
         01  WS-H-REQUIRED           PIC 9(13)V99 VALUE 0.

      *    Periodo de cumprimento em curso na data.
         01  WS-MT-START             PIC X(10) VALUE SPACES.
         01  WS-MT-END               PIC X(10) VALUE SPACES.
         01  WS-MT-PREV              PIC X(10) VALUE SPACES.
         01  WS-MT-REQUIRED          PIC 9(13)V99 VALUE 0.
         01  WS-MT-ROWS              PIC 9(5)  VALUE 0.
         01  WS-MT-HELD-SUM          PIC S9(15)V99 VALUE 0.
         01  WS-MT-HELD-DAYS         PIC 9(5)  VALUE 0.
         01  WS-MT-LAST-BAL          PIC S9(13)V99 VALUE 0.
         01  WS-MT-PROJECTED         PIC S9(13)V99 VALUE 0.
         01  WS-MT-SHORTFALL         PIC 9(13)V99 VALUE 0.
         01  WS-MT-STATUS            PIC X(8)  VALUE SPACES.
         01  WS-MT-BD-TOTAL          PIC 9(5)  VALUE 0.
         01  WS-MT-BD-LEFT           PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-CALC-NOTE           PIC X(21) VALUE SPACES.
         01  WS-MAINT-FOUND         PIC X(1)  VALUE "N".
         01  WS-LAG-ENV             PIC X(3)  VALUE SPACES.
         01  WS-TOTAL-REQUIRED      PIC 9(13)V99 VALUE 0.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-TOPUP-NEEDED        PIC S9(13)V99 VALUE 0.
         01  WS-WORK-SUM            PIC S9(15)V99 VALUE 0.

      *    Categorias do recolhimento - codigo e, pelo catalogo, taxa
      *    e deducao; a base do dia, a media e a exigencia da semana.
         01  WS-CAT-VALUES.
             05  FILLER              PIC X(10) VALUE "SIGHT".
             05  FILLER              PIC X(10) VALUE "SAVINGS".
             05  FILLER              PIC X(10) VALUE "TIME".
         01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
             05  WS-CAT-CODE OCCURS 3 PIC X(10).
         01  WS-CAT-FIGURES.
             05  WS-CAT-ENTRY OCCURS 3.
                 10  WS-CAT-RATE     PIC 9(1)V9(4).
                 10  WS-CAT-DEDUCT   PIC 9(13)V99.
                 10  WS-CAT-BALANCE  PIC 9(13)V99.
                 10  WS-CAT-DAYS     PIC 9(3).
                 10  WS-CAT-AVERAGE  PIC 9(13)V99.
                 10  WS-CAT-REQUIRED PIC 9(13)V99.
         01  WS-CAT-IX              PIC 9(2) COMP VALUE 0.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DECL-PATH           PIC X(100) VALUE SPACES.
         01  WS-DECL-STATUS         PIC X(2)  VALUE SPACES.
         01  WS-REPORT-PATH         PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-AMT-EDIT            PIC -(13)9,99.
         01  WS-AMT-EDIT-2          PIC -(13)9,99.
         01  WS-AMT-EDIT-3          PIC -(13)9,99.
         01  WS-RATE-EDIT           PIC 9,9999.
         01  WS-DAYS-EDIT           PIC ZZ9.

      *    Registros da declaracao no layout do regulador.
         01  WS-DECL-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-CALC-START      PIC X(10).
             05  HDR-CALC-END        PIC X(10).
             05  HDR-MAINT-START     PIC X(10).
             05  HDR-MAINT-END       PIC X(10).
             05  FILLER              PIC X(39) VALUE SPACES.
         01  WS-DECL-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-CATEGORY        PIC X(10).
             05  DET-DAYS            PIC 9(3).
             05  DET-AVERAGE         PIC 9(13)V99.
             05  DET-DEDUCT          PIC 9(13)V99.
             05  DET-RATE            PIC 9(1)V9(4).
             05  DET-REQUIRED        PIC 9(13)V99.
             05  FILLER              PIC X(16) VALUE SPACES.
         01  WS-DECL-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-COUNT           PIC 9(6).
             05  TRL-REQUIRED        PIC 9(13)V99.
             05  FILLER              PIC X(58) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "RESERVE-DECL".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BACEN".
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "RESREQ".
             05  WS-LOG-ACTION         PIC X(20) VALUE "RESERVE-REQ".
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
               PERFORM RESOLVE-RESERVE-DATE
               IF WS-RES-DATE NOT = SPACES
                  PERFORM RESOLVE-PERIODS
               END-IF
               IF WS-RES-DATE NOT = SPACES
                  PERFORM COMPUTE-RESERVE-DAY
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-RES-DATE FROM ENVIRONMENT "RES_REQ_DATE"

            ACCEPT WS-LAG-ENV FROM ENVIRONMENT "RES_MAINT_LAG_DAYS"
            IF WS-LAG-ENV IS NUMERIC AND WS-LAG-ENV NOT = SPACES
               MOVE WS-LAG-ENV TO WS-MAINT-LAG
            END-IF

            MOVE "/tmp/reserve_decl.dat" TO WS-DECL-PATH
            ACCEPT WS-DECL-PATH FROM ENVIRONMENT "RES_DECL_FILE"
            IF WS-DECL-PATH = SPACES
               MOVE "/tmp/reserve_decl.dat" TO WS-DECL-PATH
            END-IF

            MOVE "/tmp/reserve_req.txt" TO WS-REPORT-PATH
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "RES_REQ_REPORT_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/reserve_req.txt" TO WS-REPORT-PATH
            END-IF

      *    Aliquotas do regulador como padrao; deducao zero ate o
      *    catalogo informar a faixa isenta da instituicao.
            INITIALIZE WS-CAT-FIGURES
            MOVE 0,2100 TO WS-CAT-RATE (1)
            MOVE 0,2000 TO WS-CAT-RATE (2)
            MOVE 0,2000 TO WS-CAT-RATE (3).

         LOAD-DB-POLICY.
            PERFORM LOAD-CATEGORY-PARAMS
               VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3

            MOVE "RES_MAINT_LAG_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAINT-LAG
            END-IF.

         LOAD-CATEGORY-PARAMS.
            MOVE SPACES TO WS-PARAM-NAME
            STRING "RES_" WS-CAT-CODE (WS-CAT-IX) DELIMITED BY SPACE
               "_RATE" DELIMITED BY SIZE
               INTO WS-PARAM-NAME
            END-STRING
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CAT-RATE (WS-CAT-IX)
            END-IF

            MOVE SPACES TO WS-PARAM-NAME
            STRING "RES_" WS-CAT-CODE (WS-CAT-IX) DELIMITED BY SPACE
               "_DEDUCTION" DELIMITED BY SIZE
               INTO WS-PARAM-NAME
            END-STRING
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CAT-DEDUCT (WS-CAT-IX)
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

         RESOLVE-RESERVE-DATE.
      *    Data informada no ambiente vence; sem ela, a data do
      *    movimento em vigor no DATESRV.
            IF WS-RES-DATE = SPACES
               MOVE "CURRBD" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               MOVE WS-DS-OUT TO WS-RES-DATE
            ELSE
               MOVE "VALIDATE" TO WS-DS-FUNC
               MOVE WS-RES-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP NOT = "S"
                  DISPLAY "#RES_REQ_DATE invalida: " WS-RES-DATE
                  MOVE SPACES TO WS-RES-DATE
               END-IF
            END-IF
            IF WS-RES-DATE NOT = SPACES
               DISPLAY "#Recolhimento compulsorio - data " WS-RES-DATE
            END-IF.

         RESOLVE-PERIODS.
      *    Semana de calculo da data; ela encerra quando o proximo dia
      *    util ja cai na semana seguinte. O cumprimento e a semana que
      *    comeca RES_MAINT_LAG_DAYS depois do inicio do calculo.
            MOVE "NEXTBD" TO WS-DS-FUNC
            MOVE WS-RES-DATE TO WS-DS-IN
            MOVE SPACES TO WS-DS-OUT
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-NEXT-BD
            IF WS-DS-DISP NOT = "S"
               MOVE WS-RES-DATE TO WS-NEXT-BD
            END-IF

            EXEC SQL
               SELECT TO_CHAR(date_trunc('week',
                         :WS-RES-DATE::date), 'YYYY-MM-DD'),
                      TO_CHAR(date_trunc('week',
                         :WS-RES-DATE::date) + interval '4 days',
                         'YYYY-MM-DD'),
                      CASE WHEN date_trunc('week', :WS-NEXT-BD::date)
                                > date_trunc('week',
                                     :WS-RES-DATE::date)
                           THEN 'S' ELSE 'N' END,
                      TO_CHAR(date_trunc('week', :WS-RES-DATE::date)
                         + :WS-MAINT-LAG * interval '1 day',
                         'YYYY-MM-DD'),
                      TO_CHAR(date_trunc('week', :WS-RES-DATE::date)
                         + (:WS-MAINT-LAG + 6) * interval '1 day',
                         'YYYY-MM-DD')
               INTO :WS-CALC-START, :WS-CALC-END, :WS-CALC-CLOSES,
                    :WS-MAINT-START, :WS-MAINT-END
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-RES-DATE
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            IF WS-DS-DISP NOT = "S"
               MOVE "N" TO WS-CALC-CLOSES
            END-IF.

         COMPUTE-RESERVE-DAY.
            PERFORM STORE-DAILY-BASE
            IF WS-RUN-HALTED = "N"
               PERFORM AVERAGE-CATEGORY
                  VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3
            END-IF
            IF WS-RUN-HALTED = "N" AND WS-CALC-CLOSES = "S"
               PERFORM CLOSE-CALC-PERIOD
            END-IF

            IF WS-RUN-HALTED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Apuracao interrompida - nada gravado na data"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-CALC-CLOSES = "S"
                  PERFORM WRITE-DECLARATION
               END-IF
               PERFORM CHECK-MAINTENANCE
               PERFORM WRITE-RESERVE-REPORT
            END-IF

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            ELSE IF WS-MT-STATUS = "AT_RISK" OR WS-MT-STATUS = "SHORT"
               MOVE "WARNING" TO WS-LOG-STATUS
            END-IF
            END-IF
            MOVE WS-MT-SHORTFALL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "compulsorio " WS-RES-DATE ": calculo "
               WS-CALC-START " encerrado=" WS-CALC-CLOSES
               " cumprimento " WS-MT-START " " WS-MT-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         STORE-DAILY-BASE.
      *    Base do dia por categoria - a vista do ultimo fechamento do
      *    SNAPSHOT ate a data, poupanca e prazo pela posicao aberta.
            EXEC SQL
               DELETE FROM reserve_daily_base
               WHERE business_date = :WS-RES-DATE::date
            END-EXEC
            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  INSERT INTO reserve_daily_base
                     (business_date, category, balance)
                  SELECT :WS-RES-DATE::date, 'SIGHT',
                         COALESCE(SUM(b.balance), 0)
                  FROM balance_history b
                  WHERE b.balance > 0
                    AND b.business_date =
                        (SELECT MAX(m.business_date)
                         FROM balance_history m
                         WHERE m.business_date <= :WS-RES-DATE::date)
                  UNION ALL
                  SELECT :WS-RES-DATE::date, 'SAVINGS',
                         COALESCE(SUM(s.amount), 0)
                  FROM savings_parcels s
                  WHERE s.amount > 0
                  UNION ALL
                  SELECT :WS-RES-DATE::date, 'TIME',
                         COALESCE(SUM(t.principal), 0)
                  FROM term_deposits t
                  WHERE t.open_date <= :WS-RES-DATE::date
                    AND (t.status = 'OPEN'
                         OR t.maturity_date > :WS-RES-DATE::date)
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         AVERAGE-CATEGORY.
      *    Base do dia e media da semana de calculo ate a data; a
      *    exigencia e (media - deducao) x aliquota, nunca negativa.
            MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-H-CATEGORY
            MOVE 0 TO WS-H-BALANCE
            MOVE 0 TO WS-H-DAYS
            MOVE 0 TO WS-H-AVERAGE
            EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN business_date =
                                      :WS-RES-DATE::date
                                   THEN balance ELSE 0 END), 0),
                      COUNT(*),
                      COALESCE(ROUND(AVG(balance), 2), 0)
               INTO :WS-H-BALANCE, :WS-H-DAYS, :WS-H-AVERAGE
               FROM reserve_daily_base
               WHERE category = :WS-H-CATEGORY
                 AND business_date >= :WS-CALC-START::date
                 AND business_date <= :WS-RES-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-H-BALANCE TO WS-CAT-BALANCE (WS-CAT-IX)
               MOVE WS-H-DAYS TO WS-CAT-DAYS (WS-CAT-IX)
               MOVE WS-H-AVERAGE TO WS-CAT-AVERAGE (WS-CAT-IX)
               MOVE 0 TO WS-CAT-REQUIRED (WS-CAT-IX)
               IF WS-H-AVERAGE > WS-CAT-DEDUCT (WS-CAT-IX)
                  COMPUTE WS-CAT-REQUIRED (WS-CAT-IX) ROUNDED =
                     (WS-H-AVERAGE - WS-CAT-DEDUCT (WS-CAT-IX))
                     * WS-CAT-RATE (WS-CAT-IX)
               END-IF
            END-IF.

         CLOSE-CALC-PERIOD.
      *    Ultimo dia util da semana: a exigencia de cada categoria e
      *    gravada para o cumprimento (a reapuracao substitui).
            MOVE 0 TO WS-TOTAL-REQUIRED
            PERFORM STORE-REQUIREMENT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > 3 OR WS-RUN-HALTED = "S"
            IF WS-RUN-HALTED = "N"
               DISPLAY "#Periodo de calculo " WS-CALC-START " a "
                  WS-CALC-END " encerrado - exigencia "
                  WS-TOTAL-REQUIRED
            END-IF.

         STORE-REQUIREMENT.
            MOVE WS-CAT-CODE (WS-CAT-IX) TO WS-H-CATEGORY
            MOVE WS-CAT-DAYS (WS-CAT-IX) TO WS-H-DAYS
            MOVE WS-CAT-AVERAGE (WS-CAT-IX) TO WS-H-AVERAGE
            MOVE WS-CAT-DEDUCT (WS-CAT-IX) TO WS-H-DEDUCT
            MOVE WS-CAT-RATE (WS-CAT-IX) TO WS-H-RATE
            MOVE WS-CAT-REQUIRED (WS-CAT-IX) TO WS-H-REQUIRED
            EXEC SQL
               DELETE FROM reserve_requirements
               WHERE calc_start = :WS-CALC-START::date
                 AND category = :WS-H-CATEGORY
            END-EXEC
            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  INSERT INTO reserve_requirements
                     (calc_start, calc_end, category, days_count,
                      average_base, deduction, rate, required,
                      maint_start, maint_end, computed_at)
                  VALUES (:WS-CALC-START::date, :WS-CALC-END::date,
                          :WS-H-CATEGORY, :WS-H-DAYS, :WS-H-AVERAGE,
                          :WS-H-DEDUCT, :WS-H-RATE, :WS-H-REQUIRED,
                          :WS-MAINT-START::date, :WS-MAINT-END::date,
                          now())
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD WS-H-REQUIRED TO WS-TOTAL-REQUIRED
            END-IF.

         WRITE-DECLARATION.
            OPEN OUTPUT DECL-FILE
            IF WS-DECL-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir declaracao do compulsorio - "
                  "status " WS-DECL-STATUS
            ELSE
               MOVE 0 TO WS-RECORD-COUNT
               MOVE WS-CALC-START TO HDR-CALC-START
               MOVE WS-CALC-END TO HDR-CALC-END
               MOVE WS-MAINT-START TO HDR-MAINT-START
               MOVE WS-MAINT-END TO HDR-MAINT-END
               WRITE DECL-LINE FROM WS-DECL-HEADER
               ADD 1 TO WS-RECORD-COUNT
               PERFORM WRITE-DECL-DETAIL
                  VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3
               ADD 1 TO WS-RECORD-COUNT
               MOVE WS-RECORD-COUNT TO TRL-COUNT
               MOVE WS-TOTAL-REQUIRED TO TRL-REQUIRED
               WRITE DECL-LINE FROM WS-DECL-TRAILER
               CLOSE DECL-FILE

               MOVE WS-DECL-PATH TO WS-FREG-PATH
               MOVE WS-CALC-START TO WS-FREG-HEADER-SEQ
               MOVE WS-RECORD-COUNT TO WS-FREG-RECORDS
               MOVE WS-TOTAL-REQUIRED TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
               DISPLAY "#Declaracao do compulsorio gerada: "
                  WS-DECL-PATH
            END-IF.

         WRITE-DECL-DETAIL.
            MOVE WS-CAT-CODE (WS-CAT-IX) TO DET-CATEGORY
            MOVE WS-CAT-DAYS (WS-CAT-IX) TO DET-DAYS
            MOVE WS-CAT-AVERAGE (WS-CAT-IX) TO DET-AVERAGE
            MOVE WS-CAT-DEDUCT (WS-CAT-IX) TO DET-DEDUCT
            MOVE WS-CAT-RATE (WS-CAT-IX) TO DET-RATE
            MOVE WS-CAT-REQUIRED (WS-CAT-IX) TO DET-REQUIRED
            WRITE DECL-LINE FROM WS-DECL-DETAIL
            ADD 1 TO WS-RECORD-COUNT.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "conferir antes de enviar"
            END-IF
            END-IF.

         CHECK-MAINTENANCE.
      *    Cumprimento em curso na data: exigencia das semanas de
      *    calculo que cumprem agora contra o saldo da conta Reservas
      *    provado no RES-RECON. A media projetada mantem o ultimo
      *    saldo nos dias uteis que faltam.
            MOVE SPACES TO WS-MT-STATUS
            MOVE 0 TO WS-MT-SHORTFALL
            MOVE 0 TO WS-MT-ROWS
            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(required), 0),
                      COALESCE(TO_CHAR(MIN(maint_start),
                         'YYYY-MM-DD'), ' '),
                      COALESCE(TO_CHAR(MAX(maint_end),
                         'YYYY-MM-DD'), ' '),
                      COALESCE(TO_CHAR(MIN(maint_start) - 1,
                         'YYYY-MM-DD'), ' ')
               INTO :WS-MT-ROWS, :WS-MT-REQUIRED, :WS-MT-START,
                    :WS-MT-END, :WS-MT-PREV
               FROM reserve_requirements
               WHERE maint_start <= :WS-RES-DATE::date
                 AND maint_end >= :WS-RES-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-MT-ROWS
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF

            IF WS-MT-ROWS = 0
               DISPLAY "#Sem periodo de cumprimento em curso na data"
            ELSE
               MOVE "S" TO WS-MAINT-FOUND
               PERFORM PROJECT-MAINTENANCE
            END-IF.

         PROJECT-MAINTENANCE.
            MOVE 0 TO WS-MT-HELD-SUM
            MOVE 0 TO WS-MT-HELD-DAYS
            MOVE 0 TO WS-MT-LAST-BAL
            EXEC SQL
               SELECT COALESCE(SUM(closing_balance), 0), COUNT(*)
               INTO :WS-MT-HELD-SUM, :WS-MT-HELD-DAYS
               FROM reserve_recon_runs
               WHERE statement_date >= :WS-MT-START::date
                 AND statement_date <= :WS-RES-DATE::date
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT closing_balance
                  INTO :WS-MT-LAST-BAL
                  FROM reserve_recon_runs
                  WHERE statement_date <= :WS-RES-DATE::date
                  ORDER BY statement_date DESC
                  LIMIT 1
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF

      *    Dias uteis do cumprimento e os que faltam depois da data.
            MOVE "BDCOUNT" TO WS-DS-FUNC
            MOVE WS-MT-PREV TO WS-DS-IN
            MOVE WS-MT-END TO WS-DS-OUT
            MOVE 0 TO WS-DS-DAYS
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-DAYS TO WS-MT-BD-TOTAL
            MOVE WS-RES-DATE TO WS-DS-IN
            MOVE WS-MT-END TO WS-DS-OUT
            MOVE 0 TO WS-DS-DAYS
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-DAYS TO WS-MT-BD-LEFT
            IF WS-MT-BD-TOTAL = 0
               MOVE 1 TO WS-MT-BD-TOTAL
            END-IF

            COMPUTE WS-MT-PROJECTED ROUNDED =
               (WS-MT-HELD-SUM + WS-MT-LAST-BAL * WS-MT-BD-LEFT)
               / WS-MT-BD-TOTAL

            IF WS-MT-PROJECTED >= WS-MT-REQUIRED
               IF WS-MT-BD-LEFT = 0
                  MOVE "MET" TO WS-MT-STATUS
               ELSE
                  MOVE "OPEN" TO WS-MT-STATUS
               END-IF
            ELSE
               COMPUTE WS-MT-SHORTFALL =
                  WS-MT-REQUIRED - WS-MT-PROJECTED
               IF WS-MT-BD-LEFT = 0
                  MOVE "SHORT" TO WS-MT-STATUS
                  DISPLAY "#DEFICIT NO CUMPRIMENTO " WS-MT-START
                     " a " WS-MT-END ": media abaixo da exigencia em "
                     WS-MT-SHORTFALL
               ELSE
      *             Saldo diario que ainda cobre a exigencia nos dias
      *             uteis restantes - o que a tesouraria precisa manter.
                  MOVE "AT_RISK" TO WS-MT-STATUS
                  COMPUTE WS-WORK-SUM =
                     WS-MT-REQUIRED * WS-MT-BD-TOTAL - WS-MT-HELD-SUM
                  COMPUTE WS-TOPUP-NEEDED ROUNDED =
                     WS-WORK-SUM / WS-MT-BD-LEFT - WS-MT-LAST-BAL
                  DISPLAY "#ALERTA: cumprimento " WS-MT-START " a "
                     WS-MT-END " projeta deficit de " WS-MT-SHORTFALL
                  DISPLAY "#Reforco diario necessario na conta "
                     "Reservas: " WS-TOPUP-NEEDED " por "
                     WS-MT-BD-LEFT " dia(s) util(eis)"
               END-IF
            END-IF

            EXEC SQL
               INSERT INTO reserve_maintenance
                  (maint_start, maint_end, required, held_sum,
                   held_days, last_balance, projected_average,
                   shortfall, status, checked_date, checked_at)
               VALUES (:WS-MT-START::date, :WS-MT-END::date,
                       :WS-MT-REQUIRED, :WS-MT-HELD-SUM,
                       :WS-MT-HELD-DAYS, :WS-MT-LAST-BAL,
                       :WS-MT-PROJECTED, :WS-MT-SHORTFALL,
                       :WS-MT-STATUS, :WS-RES-DATE::date, now())
               ON CONFLICT (maint_start) DO UPDATE
               SET maint_end = EXCLUDED.maint_end,
                   required = EXCLUDED.required,
                   held_sum = EXCLUDED.held_sum,
                   held_days = EXCLUDED.held_days,
                   last_balance = EXCLUDED.last_balance,
                   projected_average = EXCLUDED.projected_average,
                   shortfall = EXCLUDED.shortfall,
                   status = EXCLUDED.status,
                   checked_date = EXCLUDED.checked_date,
                   checked_at = EXCLUDED.checked_at
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         WRITE-RESERVE-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio do compulsorio - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "RECOLHIMENTO COMPULSORIO - DATA " WS-RES-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE

               MOVE "EM APURACAO" TO WS-CALC-NOTE
               IF WS-CALC-CLOSES = "S"
                  MOVE "ENCERRADO E DECLARADO" TO WS-CALC-NOTE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "[1] PERIODO DE CALCULO " WS-CALC-START " A "
                  WS-CALC-END " - " WS-CALC-NOTE
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "CATEGORIA   BASE DO DIA          DIAS  "
                  "MEDIA                ALIQ    EXIGENCIA"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM WRITE-CATEGORY-LINE
                  VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > 3

               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-MAINT-FOUND = "N"
                  MOVE "[2] SEM PERIODO DE CUMPRIMENTO EM CURSO"
                     TO REPORT-LINE
                  WRITE REPORT-LINE
               ELSE
                  PERFORM WRITE-MAINTENANCE-LINES
               END-IF
               CLOSE REPORT-FILE
            END-IF.

         WRITE-CATEGORY-LINE.
            MOVE WS-CAT-BALANCE (WS-CAT-IX) TO WS-AMT-EDIT
            MOVE WS-CAT-DAYS (WS-CAT-IX) TO WS-DAYS-EDIT
            MOVE WS-CAT-AVERAGE (WS-CAT-IX) TO WS-AMT-EDIT-2
            MOVE WS-CAT-RATE (WS-CAT-IX) TO WS-RATE-EDIT
            MOVE WS-CAT-REQUIRED (WS-CAT-IX) TO WS-AMT-EDIT-3
            MOVE SPACES TO REPORT-LINE
            STRING WS-CAT-CODE (WS-CAT-IX) WS-AMT-EDIT " "
               WS-DAYS-EDIT " " WS-AMT-EDIT-2 " " WS-RATE-EDIT " "
               WS-AMT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         WRITE-MAINTENANCE-LINES.
            MOVE SPACES TO REPORT-LINE
            STRING "[2] PERIODO DE CUMPRIMENTO " WS-MT-START " A "
               WS-MT-END " - SITUACAO " WS-MT-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-MT-REQUIRED TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "EXIGENCIA                " WS-AMT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-MT-LAST-BAL TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "ULTIMO SALDO RESERVAS    " WS-AMT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-MT-PROJECTED TO WS-AMT-EDIT
            MOVE SPACES TO REPORT-LINE
            STRING "MEDIA PROJETADA          " WS-AMT-EDIT
               "  (DIAS UTEIS " WS-MT-BD-TOTAL ", RESTANTES "
               WS-MT-BD-LEFT ")"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            IF WS-MT-SHORTFALL > 0
               MOVE WS-MT-SHORTFALL TO WS-AMT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*** DEFICIT PROJETADO    " WS-AMT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF WS-MT-STATUS = "AT_RISK"
                  MOVE WS-TOPUP-NEEDED TO WS-AMT-EDIT
                  MOVE SPACES TO REPORT-LINE
                  STRING "*** REFORCO DIARIO       " WS-AMT-EDIT
                     "  ATE " WS-MT-END
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly asset-liability maturity gap and rate-shock report for
      *  the ALCO committee. Every position is placed in the bucket in
      *  which it matures or reprices, counted from the business date:
      *  0-30, 31-90, 91-180 and 181-365 days, 1 to 3 years and over
      *  3 years.
      *    assets      - principal of the OPEN installments of ACTIVE
      *                  loan contracts, by due date (overdue ones in
      *                  the first bucket);
      *    liabilities - OPEN term deposits (CDB) by maturity date;
      *                  savings parcels at their next monthly
      *                  anniversary, when the rate is reset;
      *                  positive checking balances of the last
      *                  balance_history close: the volatile share in
      *                  the first bucket and the behavioral core share
      *                  (ALM_CORE_PCT, default 60%) in the bucket
      *                  ALM_CORE_BUCKET (default 5 - 1 to 3 years).
      *  The gap per bucket is assets less liabilities, with the
      *  cumulative gap alongside.
      *
      *  Net interest income over the next twelve months is worked out
      *  for parallel shocks of -200, -100, 0, +100 and +200 basis
      *  points: each bucket earns (or costs) its contract rate until
      *  the middle of the bucket and reprices to the market rate plus
      *  the shock for the rest of the year; positions beyond one year
      *  do not reprice inside the horizon. Market rates come from
      *  rate_tables through GETRATE (LOAN, CDB, CHECKING in force on
      *  the business date); without a row in force the average
      *  contract rate of the book is used. Savings follow the legal
      *  rule SAV-ANNIV applies (SAV_TR_RATE, SELIC_ANNUAL_RATE,
      *  SELIC_MONTHLY_RATE). Rates are annualized simply: monthly x 12,
      *  the checking daily rate x 365.
      *
      *  The output is a semicolon-separated file (decimal comma) the
      *  committee opens straight in the spreadsheet of the deck:
      *  ALM_GAP_FILE, default /tmp/alm_gap.csv.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ALM-GAP.
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
            SELECT ALM-FILE ASSIGN TO WS-ALM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALM-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  ALM-FILE.
         01  ALM-LINE                PIC X(200).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Data base da posicao e taxa anual da poupanca pela regra.
         01  WS-BASE-DATE            PIC X(10) VALUE SPACES.
         01  WS-SAV-ANNUAL           PIC 9(3)V9(6) VALUE 0.
         01  WS-CHK-DATE             PIC X(10) VALUE SPACES.
         01  WS-CHK-TOTAL            PIC 9(13)V99 VALUE 0.

      *    Celula corrente do cursor de posicoes.
         01  WS-POS-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-POS-BUCKET           PIC 9(1)  VALUE 0.
         01  WS-POS-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-POS-INCOME           PIC 9(13)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Taxa vigente pela tabela de taxas.
         01  WS-RT-PRODUCT          PIC X(10) VALUE SPACES.
         01  WS-RT-TERM             PIC 9(5)  VALUE 0.
         01  WS-RT-DATE             PIC X(10) VALUE SPACES.
         01  WS-RT-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-RT-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-POS-EOF             PIC X(1)  VALUE "N".
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.

      *    Conta corrente comportamental - parcela estavel e a faixa em
      *    que ela e tratada; o restante vence na primeira faixa.
         01  WS-CORE-PCT            PIC 9(3)  VALUE 60.
         01  WS-CORE-BUCKET         PIC 9(1)  VALUE 5.
         01  WS-CORE-PCT-ENV        PIC X(3)  VALUE SPACES.
         01  WS-CORE-BKT-ENV        PIC X(1)  VALUE SPACES.
         01  WS-CHK-CORE            PIC 9(13)V99 VALUE 0.
         01  WS-CHK-VOLATILE        PIC 9(13)V99 VALUE 0.

      *    Regra legal da poupanca, como no SAV-ANNIV.
         01  WS-TR-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-SELIC-ANNUAL        PIC 9(2)V9(2) VALUE 10,50.
         01  WS-SELIC-MONTHLY       PIC 9(1)V9(4) VALUE 0,0080.
         01  WS-SAV-RATE            PIC 9(1)V9(4) VALUE 0.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Produtos do balanco: codigo, lado (A ativo, P passivo) e
      *    coluna do arquivo do comite.
         01  WS-PRODUCT-VALUES.
             05  FILLER              PIC X(25)
                 VALUE "LOAN      AEMPRESTIMOS   ".
             05  FILLER              PIC X(25)
                 VALUE "CDB       PCDB           ".
             05  FILLER              PIC X(25)
                 VALUE "SAVINGS   PPOUPANCA      ".
             05  FILLER              PIC X(25)
                 VALUE "CHECKING  PCONTA CORRENTE".
         01  WS-PRODUCT-TABLE REDEFINES WS-PRODUCT-VALUES.
             05  WS-PRD-ENTRY OCCURS 4.
                 10  WS-PRD-CODE     PIC X(10).
                 10  WS-PRD-SIDE     PIC X(1).
                 10  WS-PRD-LABEL    PIC X(14).
         01  WS-PRD-IX              PIC 9(2) COMP VALUE 0.
         01  WS-PRD-FOUND           PIC 9(2) COMP VALUE 0.

      *    Faixas de vencimento/repactuacao e a fracao do ano ate o
      *    meio da faixa, em que a posicao ainda rende a taxa
      *    contratada (acima de um ano nao reprecifica no horizonte).
         01  WS-BUCKET-VALUES.
             05  FILLER              PIC X(15) VALUE "0-30 DIAS 00411".
             05  FILLER              PIC X(15) VALUE "31-90 DIAS01644".
             05  FILLER              PIC X(15) VALUE "91-180 D  03699".
             05  FILLER              PIC X(15) VALUE "181-365 D 07479".
             05  FILLER              PIC X(15) VALUE "1 A 3 ANOS10000".
             05  FILLER              PIC X(15) VALUE "ACIMA 3 A 10000".
         01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
             05  WS-BKT-ENTRY OCCURS 6.
                 10  WS-BKT-LABEL    PIC X(10).
                 10  WS-BKT-FRAC     PIC 9(1)V9(4).
         01  WS-BKT-IX              PIC 9(2) COMP VALUE 0.

      *    Posicao por produto e faixa: saldo e receita/custo anual na
      *    taxa contratada.
         01  WS-POSITIONS.
             05  WS-POS-PRD OCCURS 4.
                 10  WS-POS-CELL OCCURS 6.
                     15  WS-CELL-AMOUNT  PIC 9(13)V99.
                     15  WS-CELL-INCOME  PIC 9(13)V99.
         01  WS-PRODUCT-TOTALS.
             05  WS-PRT-ENTRY OCCURS 4.
                 10  WS-PRT-AMOUNT   PIC 9(13)V99.
                 10  WS-PRT-INCOME   PIC 9(13)V99.
                 10  WS-MKT-RATE     PIC 9(3)V9(6).

      *    Choques paralelos em pontos-base e margem resultante.
         01  WS-SHOCK-VALUES.
             05  FILLER              PIC S9(3) VALUE -200.
             05  FILLER              PIC S9(3) VALUE -100.
             05  FILLER              PIC S9(3) VALUE 0.
             05  FILLER              PIC S9(3) VALUE 100.
             05  FILLER              PIC S9(3) VALUE 200.
         01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-VALUES.
             05  WS-SHK-BP OCCURS 5  PIC S9(3).
         01  WS-NII-TABLE.
             05  WS-NII OCCURS 5     PIC S9(13)V99.
         01  WS-SHK-IX              PIC 9(2) COMP VALUE 0.
         01  WS-BASE-SHK            PIC 9(2) COMP VALUE 3.
         01  WS-SHOCKED-RATE        PIC S9(3)V9(6) VALUE 0.
         01  WS-CELL-NII            PIC S9(13)V99 VALUE 0.
         01  WS-NII-DELTA           PIC S9(13)V99 VALUE 0.
         01  WS-NII-DELTA-PCT       PIC S9(5)V99 VALUE 0.

      *    Linha do gap por faixa.
         01  WS-BKT-ASSETS          PIC 9(13)V99 VALUE 0.
         01  WS-BKT-LIABS           PIC 9(13)V99 VALUE 0.
         01  WS-BKT-GAP             PIC S9(13)V99 VALUE 0.
         01  WS-CUM-GAP             PIC S9(13)V99 VALUE 0.
         01  WS-TOT-ASSETS          PIC 9(13)V99 VALUE 0.
         01  WS-TOT-LIABS           PIC 9(13)V99 VALUE 0.

         01  WS-ALM-PATH            PIC X(100) VALUE SPACES.
         01  WS-ALM-STATUS          PIC X(2)  VALUE SPACES.
         01  WS-ED-LOAN             PIC -(13)9,99.
         01  WS-ED-ASSETS           PIC -(13)9,99.
         01  WS-ED-CDB              PIC -(13)9,99.
         01  WS-ED-SAV              PIC -(13)9,99.
         01  WS-ED-CHK              PIC -(13)9,99.
         01  WS-ED-LIABS            PIC -(13)9,99.
         01  WS-ED-GAP              PIC -(13)9,99.
         01  WS-ED-CUM              PIC -(13)9,99.
         01  WS-ED-RATE-1           PIC ZZ9,9999.
         01  WS-ED-RATE-2           PIC ZZ9,9999.
         01  WS-ED-RATE-3           PIC ZZ9,9999.
         01  WS-ED-RATE-4           PIC ZZ9,9999.
         01  WS-ED-SHOCK            PIC +ZZ9.
         01  WS-ED-PCT              PIC -(5)9,99.
         01  WS-RATE-PCT            PIC 9(3)V9(4) VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ALMGAP".
             05  WS-LOG-ACTION         PIC X(20) VALUE "ALM-GAP".
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
               IF WS-BASE-DATE = SPACES
                  DISPLAY "#Data do movimento indisponivel - relatorio "
                     "ALM nao gerado"
               ELSE
                  PERFORM BUILD-ALM-REPORT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            MOVE "/tmp/alm_gap.csv" TO WS-ALM-PATH
            ACCEPT WS-ALM-PATH FROM ENVIRONMENT "ALM_GAP_FILE"
            IF WS-ALM-PATH = SPACES
               MOVE "/tmp/alm_gap.csv" TO WS-ALM-PATH
            END-IF

            ACCEPT WS-CORE-PCT-ENV FROM ENVIRONMENT "ALM_CORE_PCT"
            IF WS-CORE-PCT-ENV IS NUMERIC AND
               WS-CORE-PCT-ENV NOT = SPACES
               MOVE WS-CORE-PCT-ENV TO WS-CORE-PCT
            END-IF

            ACCEPT WS-CORE-BKT-ENV FROM ENVIRONMENT "ALM_CORE_BUCKET"
            IF WS-CORE-BKT-ENV IS NUMERIC AND
               WS-CORE-BKT-ENV NOT = SPACES
               MOVE WS-CORE-BKT-ENV TO WS-CORE-BUCKET
            END-IF.

         LOAD-DB-POLICY.
            MOVE "ALM_CORE_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CORE-PCT
            END-IF

            MOVE "ALM_CORE_BUCKET" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CORE-BUCKET
            END-IF

            MOVE "SAV_TR_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-TR-RATE
            END-IF

            MOVE "SELIC_ANNUAL_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SELIC-ANNUAL
            END-IF

            MOVE "SELIC_MONTHLY_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SELIC-MONTHLY
            END-IF

      *    Faixa fora da tabela volta ao padrao; percentual ate 100.
            IF WS-CORE-BUCKET < 1 OR WS-CORE-BUCKET > 6
               MOVE 5 TO WS-CORE-BUCKET
            END-IF
            IF WS-CORE-PCT > 100
               MOVE 100 TO WS-CORE-PCT
            END-IF

            IF WS-SELIC-ANNUAL > 8,50
               COMPUTE WS-SAV-RATE = WS-TR-RATE + 0,0050
            ELSE
               COMPUTE WS-SAV-RATE ROUNDED =
                  WS-SELIC-MONTHLY * 0,70
            END-IF
            COMPUTE WS-SAV-ANNUAL = WS-SAV-RATE * 12.

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

         BUILD-ALM-REPORT.
            INITIALIZE WS-POSITIONS
            INITIALIZE WS-PRODUCT-TOTALS
            INITIALIZE WS-NII-TABLE
            DISPLAY "#Gap ALM e choque de juros - data base "
               WS-BASE-DATE

            PERFORM LOAD-CONTRACT-POSITIONS
            IF WS-RUN-HALTED = "N"
               PERFORM LOAD-CHECKING-POSITION
            END-IF
            IF WS-RUN-HALTED = "N"
               PERFORM RESOLVE-MARKET-RATES
                  VARYING WS-PRD-IX FROM 1 BY 1 UNTIL WS-PRD-IX > 4
               PERFORM COMPUTE-SHOCK-NII
                  VARYING WS-SHK-IX FROM 1 BY 1 UNTIL WS-SHK-IX > 5
               PERFORM WRITE-ALM-FILE
            END-IF

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
               DISPLAY "#Relatorio ALM interrompido"
            ELSE
               DISPLAY "#Ativo: " WS-TOT-ASSETS
                  " passivo: " WS-TOT-LIABS
               DISPLAY "#Margem financeira 12m (base): "
                  WS-NII (WS-BASE-SHK)
            END-IF
            MOVE WS-NII (WS-BASE-SHK) TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "gap ALM " WS-BASE-DATE ": ativo " WS-TOT-ASSETS
               " passivo " WS-TOT-LIABS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         LOAD-CONTRACT-POSITIONS.
      *    Contratos com vencimento/repactuacao proprios, agrupados por
      *    produto e faixa. A receita anual e saldo x taxa contratada
      *    anualizada (mensal x 12). Vencido cai na primeira faixa.
            EXEC SQL
               DECLARE ALM-POS-CUR CURSOR FOR
               SELECT x.product,
                      CASE WHEN x.days <= 30   THEN 1
                           WHEN x.days <= 90   THEN 2
                           WHEN x.days <= 180  THEN 3
                           WHEN x.days <= 365  THEN 4
                           WHEN x.days <= 1095 THEN 5
                           ELSE 6 END,
                      COALESCE(SUM(x.amount), 0),
                      COALESCE(SUM(x.amount * x.rate), 0)
               FROM (SELECT 'LOAN' AS product,
                            i.due_date - :WS-BASE-DATE::date AS days,
                            i.principal_amount AS amount,
                            c.monthly_rate * 12 AS rate
                     FROM loan_installments i
                     JOIN loan_contracts c ON c.id = i.contract_id
                     WHERE c.status = 'ACTIVE'
                       AND i.status = 'OPEN'
                     UNION ALL
                     SELECT 'CDB',
                            t.maturity_date - :WS-BASE-DATE::date,
                            t.principal, t.yearly_rate
                     FROM term_deposits t
                     WHERE t.status = 'OPEN'
                     UNION ALL
                     SELECT 'SAVINGS',
                            CAST(s.last_anniv_date
                                 + interval '1 month' AS date)
                               - :WS-BASE-DATE::date,
                            s.amount, :WS-SAV-ANNUAL
                     FROM savings_parcels s
                     WHERE s.amount > 0) x
               GROUP BY 1, 2
               ORDER BY 1, 2
            END-EXEC

            EXEC SQL
               OPEN ALM-POS-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-POS-EOF
               PERFORM LOAD-ONE-POSITION UNTIL WS-POS-EOF = "Y"
               EXEC SQL
                  CLOSE ALM-POS-CUR
               END-EXEC
            END-IF.

         LOAD-ONE-POSITION.
            EXEC SQL
               FETCH ALM-POS-CUR
               INTO :WS-POS-PRODUCT, :WS-POS-BUCKET, :WS-POS-AMOUNT,
                    :WS-POS-INCOME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-POS-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-POS-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE 0 TO WS-PRD-FOUND
               PERFORM FIND-PRODUCT
                  VARYING WS-PRD-IX FROM 1 BY 1
                  UNTIL WS-PRD-IX > 4 OR WS-PRD-FOUND > 0
               IF WS-PRD-FOUND > 0 AND WS-POS-BUCKET > 0
                  PERFORM ADD-POSITION
               END-IF
            END-IF.

         FIND-PRODUCT.
            IF WS-PRD-CODE (WS-PRD-IX) = WS-POS-PRODUCT
               MOVE WS-PRD-IX TO WS-PRD-FOUND
            END-IF.

         ADD-POSITION.
            ADD WS-POS-AMOUNT
               TO WS-CELL-AMOUNT (WS-PRD-FOUND, WS-POS-BUCKET)
            ADD WS-POS-INCOME
               TO WS-CELL-INCOME (WS-PRD-FOUND, WS-POS-BUCKET)
            ADD WS-POS-AMOUNT TO WS-PRT-AMOUNT (WS-PRD-FOUND)
            ADD WS-POS-INCOME TO WS-PRT-INCOME (WS-PRD-FOUND).

         LOAD-CHECKING-POSITION.
      *    Conta corrente sem vencimento: saldos credores do ultimo
      *    fechamento diario ate a data base, divididos entre parcela
      *    volatil (primeira faixa) e parcela estavel comportamental.
            MOVE 0 TO WS-CHK-TOTAL
            MOVE SPACES TO WS-CHK-DATE
            EXEC SQL
               SELECT COALESCE(TO_CHAR(MAX(business_date),
                         'YYYY-MM-DD'), ' ')
               INTO :WS-CHK-DATE
               FROM balance_history
               WHERE business_date <= :WS-BASE-DATE::date
            END-EXEC
            IF SQLCODE = ZERO AND WS-CHK-DATE NOT = SPACES
               EXEC SQL
                  SELECT COALESCE(SUM(balance), 0)
                  INTO :WS-CHK-TOTAL
                  FROM balance_history
                  WHERE business_date = :WS-CHK-DATE::date
                    AND balance > 0
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
               COMPUTE WS-CHK-CORE ROUNDED =
                  WS-CHK-TOTAL * WS-CORE-PCT / 100
               COMPUTE WS-CHK-VOLATILE = WS-CHK-TOTAL - WS-CHK-CORE
               ADD WS-CHK-VOLATILE TO WS-CELL-AMOUNT (4, 1)
               ADD WS-CHK-CORE TO WS-CELL-AMOUNT (4, WS-CORE-BUCKET)
               MOVE WS-CHK-TOTAL TO WS-PRT-AMOUNT (4)
               DISPLAY "#Conta corrente em " WS-CHK-DATE ": "
                  WS-CHK-TOTAL " (estavel " WS-CHK-CORE ")"
            END-IF.

         RESOLVE-MARKET-RATES.
      *    Taxa de mercado anual por produto: tabela de taxas vigente
      *    na data base; sem linha vigente, a taxa media contratada da
      *    carteira. Poupanca segue a regra legal.
            MOVE WS-PRD-CODE (WS-PRD-IX) TO WS-RT-PRODUCT
            MOVE "N" TO WS-RT-DISP
            MOVE WS-BASE-DATE TO WS-RT-DATE
            EVALUATE WS-PRD-IX
               WHEN 1
                  MOVE 12 TO WS-RT-TERM
               WHEN 2
                  MOVE 365 TO WS-RT-TERM
               WHEN OTHER
                  MOVE 0 TO WS-RT-TERM
            END-EVALUATE
            IF WS-PRD-IX NOT = 3
               CALL "GETRATE" USING WS-RT-PRODUCT, WS-RT-TERM,
                  WS-RT-DATE, WS-RT-RATE, WS-RT-DISP
            END-IF

            IF WS-PRD-IX = 3
               MOVE WS-SAV-ANNUAL TO WS-MKT-RATE (WS-PRD-IX)
            ELSE IF WS-RT-DISP = "S"
               EVALUATE WS-PRD-IX
                  WHEN 1
                     COMPUTE WS-MKT-RATE (WS-PRD-IX) = WS-RT-RATE * 12
                  WHEN 2
                     MOVE WS-RT-RATE TO WS-MKT-RATE (WS-PRD-IX)
                  WHEN OTHER
                     COMPUTE WS-MKT-RATE (WS-PRD-IX) = WS-RT-RATE * 365
               END-EVALUATE
            ELSE IF WS-PRT-AMOUNT (WS-PRD-IX) > 0
               COMPUTE WS-MKT-RATE (WS-PRD-IX) ROUNDED =
                  WS-PRT-INCOME (WS-PRD-IX) / WS-PRT-AMOUNT (WS-PRD-IX)
            END-IF
            END-IF
            END-IF

      *    Conta corrente nao tem taxa contratada propria: o custo
      *    contratado e o de mercado da data base.
            IF WS-PRD-IX = 4
               PERFORM PRICE-CHECKING-BUCKET
                  VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 6
            END-IF.

         PRICE-CHECKING-BUCKET.
            COMPUTE WS-CELL-INCOME (4, WS-BKT-IX) ROUNDED =
               WS-CELL-AMOUNT (4, WS-BKT-IX) * WS-MKT-RATE (4)
            ADD WS-CELL-INCOME (4, WS-BKT-IX) TO WS-PRT-INCOME (4).

         COMPUTE-SHOCK-NII.
            MOVE 0 TO WS-NII (WS-SHK-IX)
            PERFORM ADD-CELL-NII
               VARYING WS-PRD-IX FROM 1 BY 1 UNTIL WS-PRD-IX > 4
               AFTER WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 6.

         ADD-CELL-NII.
      *    Taxa contratada ate o meio da faixa, mercado mais o choque
      *    no restante do ano - taxa negativa nao se aplica.
            COMPUTE WS-SHOCKED-RATE =
               WS-MKT-RATE (WS-PRD-IX) + WS-SHK-BP (WS-SHK-IX) / 10000
            IF WS-SHOCKED-RATE < 0
               MOVE 0 TO WS-SHOCKED-RATE
            END-IF
            COMPUTE WS-CELL-NII ROUNDED =
               WS-CELL-INCOME (WS-PRD-IX, WS-BKT-IX)
                  * WS-BKT-FRAC (WS-BKT-IX)
               + WS-CELL-AMOUNT (WS-PRD-IX, WS-BKT-IX)
                  * WS-SHOCKED-RATE * (1 - WS-BKT-FRAC (WS-BKT-IX))
            IF WS-PRD-SIDE (WS-PRD-IX) = "A"
               ADD WS-CELL-NII TO WS-NII (WS-SHK-IX)
            ELSE
               SUBTRACT WS-CELL-NII FROM WS-NII (WS-SHK-IX)
            END-IF.

         WRITE-ALM-FILE.
            OPEN OUTPUT ALM-FILE
            IF WS-ALM-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo ALM - status "
                  WS-ALM-STATUS
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE SPACES TO ALM-LINE
               STRING "GAP DE VENCIMENTO E REPRECIFICACAO (ALM);"
                  "DATA BASE;" WS-BASE-DATE
                  DELIMITED BY SIZE INTO ALM-LINE
               END-STRING
               WRITE ALM-LINE
               MOVE SPACES TO ALM-LINE
               WRITE ALM-LINE

               MOVE SPACES TO ALM-LINE
               STRING "FAIXA;EMPRESTIMOS;TOTAL ATIVO;CDB;POUPANCA;"
                  "CONTA CORRENTE;TOTAL PASSIVO;GAP;GAP ACUMULADO"
                  DELIMITED BY SIZE INTO ALM-LINE
               END-STRING
               WRITE ALM-LINE
               MOVE 0 TO WS-CUM-GAP
               MOVE 0 TO WS-TOT-ASSETS
               MOVE 0 TO WS-TOT-LIABS
               PERFORM WRITE-BUCKET-LINE
                  VARYING WS-BKT-IX FROM 1 BY 1 UNTIL WS-BKT-IX > 6
               PERFORM WRITE-TOTAL-LINE

               MOVE SPACES TO ALM-LINE
               WRITE ALM-LINE
               MOVE SPACES TO ALM-LINE
               STRING "TAXA DE MERCADO (% A.A.);EMPRESTIMOS;CDB;"
                  "POUPANCA;CONTA CORRENTE"
                  DELIMITED BY SIZE INTO ALM-LINE
               END-STRING
               WRITE ALM-LINE
               COMPUTE WS-RATE-PCT ROUNDED = WS-MKT-RATE (1) * 100
               MOVE WS-RATE-PCT TO WS-ED-RATE-1
               COMPUTE WS-RATE-PCT ROUNDED = WS-MKT-RATE (2) * 100
               MOVE WS-RATE-PCT TO WS-ED-RATE-2
               COMPUTE WS-RATE-PCT ROUNDED = WS-MKT-RATE (3) * 100
               MOVE WS-RATE-PCT TO WS-ED-RATE-3
               COMPUTE WS-RATE-PCT ROUNDED = WS-MKT-RATE (4) * 100
               MOVE WS-RATE-PCT TO WS-ED-RATE-4
               MOVE SPACES TO ALM-LINE
               STRING "BASE;" WS-ED-RATE-1 ";" WS-ED-RATE-2 ";"
                  WS-ED-RATE-3 ";" WS-ED-RATE-4
                  DELIMITED BY SIZE INTO ALM-LINE
               END-STRING
               WRITE ALM-LINE

               MOVE SPACES TO ALM-LINE
               WRITE ALM-LINE
               MOVE SPACES TO ALM-LINE
               STRING "CHOQUE PARALELO (PB);MARGEM FINANCEIRA 12M;"
                  "VARIACAO;VARIACAO %"
                  DELIMITED BY SIZE INTO ALM-LINE
               END-STRING
               WRITE ALM-LINE
               PERFORM WRITE-SHOCK-LINE
                  VARYING WS-SHK-IX FROM 1 BY 1 UNTIL WS-SHK-IX > 5
               CLOSE ALM-FILE
               DISPLAY "#Arquivo do comite: " WS-ALM-PATH
            END-IF.

         WRITE-BUCKET-LINE.
            MOVE WS-CELL-AMOUNT (1, WS-BKT-IX) TO WS-BKT-ASSETS
            COMPUTE WS-BKT-LIABS = WS-CELL-AMOUNT (2, WS-BKT-IX)
               + WS-CELL-AMOUNT (3, WS-BKT-IX)
               + WS-CELL-AMOUNT (4, WS-BKT-IX)
            COMPUTE WS-BKT-GAP = WS-BKT-ASSETS - WS-BKT-LIABS
            ADD WS-BKT-GAP TO WS-CUM-GAP
            ADD WS-BKT-ASSETS TO WS-TOT-ASSETS
            ADD WS-BKT-LIABS TO WS-TOT-LIABS

            MOVE WS-CELL-AMOUNT (1, WS-BKT-IX) TO WS-ED-LOAN
            MOVE WS-BKT-ASSETS TO WS-ED-ASSETS
            MOVE WS-CELL-AMOUNT (2, WS-BKT-IX) TO WS-ED-CDB
            MOVE WS-CELL-AMOUNT (3, WS-BKT-IX) TO WS-ED-SAV
            MOVE WS-CELL-AMOUNT (4, WS-BKT-IX) TO WS-ED-CHK
            MOVE WS-BKT-LIABS TO WS-ED-LIABS
            MOVE WS-BKT-GAP TO WS-ED-GAP
            MOVE WS-CUM-GAP TO WS-ED-CUM
            MOVE SPACES TO ALM-LINE
            STRING WS-BKT-LABEL (WS-BKT-IX) ";" WS-ED-LOAN ";"
               WS-ED-ASSETS ";" WS-ED-CDB ";" WS-ED-SAV ";"
               WS-ED-CHK ";" WS-ED-LIABS ";" WS-ED-GAP ";" WS-ED-CUM
               DELIMITED BY SIZE INTO ALM-LINE
            END-STRING
            WRITE ALM-LINE.

         WRITE-TOTAL-LINE.
            MOVE WS-PRT-AMOUNT (1) TO WS-ED-LOAN
            MOVE WS-TOT-ASSETS TO WS-ED-ASSETS
            MOVE WS-PRT-AMOUNT (2) TO WS-ED-CDB
            MOVE WS-PRT-AMOUNT (3) TO WS-ED-SAV
            MOVE WS-PRT-AMOUNT (4) TO WS-ED-CHK
            MOVE WS-TOT-LIABS TO WS-ED-LIABS
            MOVE WS-CUM-GAP TO WS-ED-GAP
            MOVE SPACES TO ALM-LINE
            STRING "TOTAL;" WS-ED-LOAN ";" WS-ED-ASSETS ";"
               WS-ED-CDB ";" WS-ED-SAV ";" WS-ED-CHK ";"
               WS-ED-LIABS ";" WS-ED-GAP ";"
               DELIMITED BY SIZE INTO ALM-LINE
            END-STRING
            WRITE ALM-LINE.

         WRITE-SHOCK-LINE.
            COMPUTE WS-NII-DELTA =
               WS-NII (WS-SHK-IX) - WS-NII (WS-BASE-SHK)
            MOVE 0 TO WS-NII-DELTA-PCT
            IF WS-NII (WS-BASE-SHK) NOT = 0
               COMPUTE WS-NII-DELTA-PCT ROUNDED =
                  WS-NII-DELTA * 100 / WS-NII (WS-BASE-SHK)
                  ON SIZE ERROR
                     MOVE 0 TO WS-NII-DELTA-PCT
               END-COMPUTE
               IF WS-NII (WS-BASE-SHK) < 0
                  COMPUTE WS-NII-DELTA-PCT = 0 - WS-NII-DELTA-PCT
               END-IF
            END-IF
            MOVE WS-SHK-BP (WS-SHK-IX) TO WS-ED-SHOCK
            MOVE WS-NII (WS-SHK-IX) TO WS-ED-GAP
            MOVE WS-NII-DELTA TO WS-ED-CUM
            MOVE WS-NII-DELTA-PCT TO WS-ED-PCT
            MOVE SPACES TO ALM-LINE
            STRING WS-ED-SHOCK ";" WS-ED-GAP ";" WS-ED-CUM ";"
               WS-ED-PCT
               DELIMITED BY SIZE INTO ALM-LINE
            END-STRING
            WRITE ALM-LINE
            DISPLAY "#Choque " WS-ED-SHOCK " pb: margem "
               WS-NII (WS-SHK-IX) " variacao " WS-NII-DELTA.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - a posicao e contada a
      *    partir dela, e nao do relogio do servidor.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S"
               MOVE WS-DS-OUT TO WS-BASE-DATE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

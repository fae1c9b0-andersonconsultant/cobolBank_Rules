      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  KYC risk rating service - called on an already-open
      *  connection (same pattern as SCREEN and JRNLWRITE) by
      *  CUST-MAINT (registration, cadastral review, beneficial owner
      *  changes) and the monthly KYC-REVIEW. Rates one customer by
      *  document and writes the rating on the customers row in the
      *  caller's transaction; the caller commits or rolls back.
      *
      *  Points per factor (the sum is the score):
      *    activity   - kyc_risk_factors ACTIVITY row of the customer's
      *                 activity_code (0 when the code is not listed)
      *    country    - kyc_risk_factors COUNTRY row of the country;
      *                 a country not listed other than BR scores 10
      *    PEP        - 40 when declared (pep_flag S) or when a PEP
      *                 screening hit on the document was CONFIRMED
      *    cash       - cash deposits/withdrawals of every account of
      *                 the holder in the last 90 days (movement
      *                 history, get_transfer, as PKG-BILL counts use)
      *                 against three months of declared income: 20 at
      *                 100% or more (or any cash with no income), 10
      *                 at 50% or more
      *    products   - 10 with an FX contract and 5 with a
      *                 receivables discount in the last 12 months
      *    UBO        - 20 for a CNPJ with no ACTIVE beneficial owner
      *                 in customer_ubos
      *  Rating: HIGH at KYC_HIGH_SCORE (bank_params, default 50),
      *  MEDIUM at KYC_MEDIUM_SCORE (default 25), LOW below. The next
      *  review is due KYC_REVIEW_MONTHS_HIGH/_MEDIUM/_LOW months
      *  (default 12/24/60) after the last completed review - or the
      *  registration date when the customer was never reviewed.
      *
      *  CALL "KYCRATE" USING dados, disp
      *    disp "S" = classificado e gravado; "N" = cliente nao
      *    encontrado; "F" = falha de banco (o chamador desfaz).
      *
      *  customers (KYC): activity_code, country, pep_flag,
      *    kyc_rating, kyc_score, kyc_rated_at, kyc_review_due,
      *    kyc_reviewed_at, kyc_reminded_at, kyc_status (CURRENT/
      *    RESTRICTED)
      *  kyc_risk_factors: factor (ACTIVITY/COUNTRY), code,
      *    description, points
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 KYC-SRV.
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
      *    Cliente em classificacao.
         01  WS-KY-DOC               PIC X(14) VALUE SPACES.
         01  WS-KY-BUS-DATE          PIC X(10) VALUE SPACES.
         01  WS-KY-FOUND             PIC 9(5)  VALUE 0.
         01  WS-KY-ACTIVITY          PIC X(10) VALUE SPACES.
         01  WS-KY-COUNTRY           PIC X(2)  VALUE SPACES.
         01  WS-KY-PEP-FLAG          PIC X(1)  VALUE SPACE.
         01  WS-KY-INCOME            PIC 9(10)V99 VALUE 0.
         01  WS-KY-REVIEW-BASE       PIC X(10) VALUE SPACES.

      *    Apuracao dos fatores.
         01  WS-KY-FACTOR-PTS        PIC 9(3)  VALUE 0.
         01  WS-KY-FACTOR-ROWS       PIC 9(5)  VALUE 0.
         01  WS-KY-PEP-HITS          PIC 9(5)  VALUE 0.
         01  WS-KY-CASH              PIC 9(13)V99 VALUE 0.
         01  WS-KY-FX-DEALS          PIC 9(5)  VALUE 0.
         01  WS-KY-DISC-OPS          PIC 9(5)  VALUE 0.
         01  WS-KY-UBOS              PIC 9(5)  VALUE 0.

      *    Resultado gravado no cadastro.
         01  WS-KY-SCORE             PIC 9(3)  VALUE 0.
         01  WS-KY-RATING            PIC X(6)  VALUE SPACES.
         01  WS-KY-MONTHS            PIC 9(3)  VALUE 0.
         01  WS-KY-REVIEW-DUE        PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Cortes e prazos de revisao - catalogo central, uma leitura
      *    por processo.
         01  WS-KY-MEDIUM-SCORE      PIC 9(3)  VALUE 25.
         01  WS-KY-HIGH-SCORE        PIC 9(3)  VALUE 50.
         01  WS-KY-MONTHS-LOW        PIC 9(3)  VALUE 60.
         01  WS-KY-MONTHS-MEDIUM     PIC 9(3)  VALUE 24.
         01  WS-KY-MONTHS-HIGH       PIC 9(3)  VALUE 12.
         01  WS-KY-POLICY-LOADED     PIC X(1)  VALUE "N".
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    Pontos por fator, na ordem do resumo devolvido.
         01  WS-KY-PTS-TABLE.
             05  WS-KY-PTS-ACTIVITY  PIC 9(3)  VALUE 0.
             05  WS-KY-PTS-COUNTRY   PIC 9(3)  VALUE 0.
             05  WS-KY-PTS-PEP       PIC 9(3)  VALUE 0.
             05  WS-KY-PTS-CASH      PIC 9(3)  VALUE 0.
             05  WS-KY-PTS-PRODUCT   PIC 9(3)  VALUE 0.
             05  WS-KY-PTS-UBO       PIC 9(3)  VALUE 0.
         01  WS-KY-FAILED            PIC X(1)  VALUE "N".

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-KYC-DATA.
             05  LK-KY-DOC           PIC X(14).
             05  LK-KY-BUS-DATE      PIC X(10).
             05  LK-KY-SCORE         PIC 9(3).
             05  LK-KY-RATING        PIC X(6).
             05  LK-KY-REVIEW-DUE    PIC X(10).
             05  LK-KY-FACTORS       PIC X(60).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-KYC-DATA,
               LK-DISPOSITION.
      ******************************************************************
         KYCRATE-RTN.
            ENTRY "KYCRATE" USING LK-KYC-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            MOVE 0 TO LK-KY-SCORE
            MOVE SPACES TO LK-KY-RATING
            MOVE SPACES TO LK-KY-REVIEW-DUE
            MOVE SPACES TO LK-KY-FACTORS
            IF WS-KY-POLICY-LOADED = "N"
               PERFORM LOAD-POLICY
            END-IF
            MOVE LK-KY-DOC TO WS-KY-DOC
            MOVE LK-KY-BUS-DATE TO WS-KY-BUS-DATE
            IF WS-KY-BUS-DATE = SPACES
               EXEC SQL
                  SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                  INTO :WS-KY-BUS-DATE
               END-EXEC
            END-IF
            PERFORM RATE-CUSTOMER.
            EXIT PROGRAM.

         LOAD-POLICY.
            MOVE "KYC_MEDIUM_SCORE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-KY-MEDIUM-SCORE
            END-IF
            MOVE "KYC_HIGH_SCORE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-KY-HIGH-SCORE
            END-IF
            MOVE "KYC_REVIEW_MONTHS_LOW" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-KY-MONTHS-LOW
            END-IF
            MOVE "KYC_REVIEW_MONTHS_MEDIUM" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-KY-MONTHS-MEDIUM
            END-IF
            MOVE "KYC_REVIEW_MONTHS_HIGH" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-KY-MONTHS-HIGH
            END-IF
            MOVE "S" TO WS-KY-POLICY-LOADED.

         RATE-CUSTOMER.
            MOVE "N" TO WS-KY-FAILED
            INITIALIZE WS-KY-PTS-TABLE
            MOVE 0 TO WS-KY-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-KY-FOUND
               FROM customers
               WHERE doc = :WS-KY-DOC
            END-EXEC

            IF SQLCODE NOT = ZERO
               CONTINUE
            ELSE IF WS-KY-FOUND = 0
               MOVE "N" TO LK-DISPOSITION
            ELSE
               EXEC SQL
                  SELECT COALESCE(activity_code, ' '),
                         COALESCE(NULLIF(TRIM(country), ''), 'BR'),
                         COALESCE(pep_flag, 'N'),
                         COALESCE(monthly_income, 0),
                         TO_CHAR(COALESCE(kyc_reviewed_at::date,
                                          registered_date,
                                          :WS-KY-BUS-DATE::date),
                                 'YYYY-MM-DD')
                  INTO :WS-KY-ACTIVITY, :WS-KY-COUNTRY,
                       :WS-KY-PEP-FLAG, :WS-KY-INCOME,
                       :WS-KY-REVIEW-BASE
                  FROM customers
                  WHERE doc = :WS-KY-DOC
                  ORDER BY id
                  LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-KY-FAILED
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM SCORE-ACTIVITY-COUNTRY
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM SCORE-PEP
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM SCORE-CASH
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM SCORE-PRODUCTS
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM SCORE-UBO
               END-IF
               IF WS-KY-FAILED = "N"
                  PERFORM STORE-RATING
               END-IF
            END-IF
            END-IF.

         SCORE-ACTIVITY-COUNTRY.
            MOVE 0 TO WS-KY-FACTOR-PTS
            EXEC SQL
               SELECT COALESCE(MAX(points), 0)
               INTO :WS-KY-FACTOR-PTS
               FROM kyc_risk_factors
               WHERE factor = 'ACTIVITY'
                 AND code = TRIM(:WS-KY-ACTIVITY)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-KY-FAILED
            ELSE
               MOVE WS-KY-FACTOR-PTS TO WS-KY-PTS-ACTIVITY
               MOVE 0 TO WS-KY-FACTOR-ROWS
               MOVE 0 TO WS-KY-FACTOR-PTS
               EXEC SQL
                  SELECT COUNT(*), COALESCE(MAX(points), 0)
                  INTO :WS-KY-FACTOR-ROWS, :WS-KY-FACTOR-PTS
                  FROM kyc_risk_factors
                  WHERE factor = 'COUNTRY'
                    AND code = :WS-KY-COUNTRY
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-KY-FAILED
               ELSE IF WS-KY-FACTOR-ROWS > 0
                  MOVE WS-KY-FACTOR-PTS TO WS-KY-PTS-COUNTRY
               ELSE IF WS-KY-COUNTRY NOT = "BR"
                  MOVE 10 TO WS-KY-PTS-COUNTRY
               END-IF
               END-IF
               END-IF
            END-IF.

         SCORE-PEP.
      *    PEP declarado no cadastro ou confirmado pelo compliance na
      *    triagem (ocorrencia em lista PEP sobre o documento).
            MOVE 0 TO WS-KY-PEP-HITS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-KY-PEP-HITS
               FROM screening_hits
               WHERE subject_doc = TRIM(:WS-KY-DOC)
                 AND list_type = 'PEP'
                 AND status = 'CONFIRMED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-KY-FAILED
            ELSE IF WS-KY-PEP-FLAG = "S" OR WS-KY-PEP-HITS > 0
               MOVE 40 TO WS-KY-PTS-PEP
            END-IF
            END-IF.

         SCORE-CASH.
      *    Especie nos ultimos 90 dias em todas as contas do titular,
      *    contra tres meses da renda declarada.
            MOVE 0 TO WS-KY-CASH
            EXEC SQL
               SELECT COALESCE(SUM(ABS(t.tr_valor)), 0)
               INTO :WS-KY-CASH
               FROM get_holder_accounts(:WS-KY-DOC) a,
                    get_transfer(a.account_number,
                       TO_CHAR(:WS-KY-BUS-DATE::date - 90,
                               'YYYY-MM-DD'),
                       :WS-KY-BUS-DATE) t
               WHERE UPPER(t.tr_descricao) LIKE '%DEPOSIT%'
                  OR UPPER(t.tr_descricao) LIKE '%WITHDRAW%'
                  OR UPPER(t.tr_descricao) LIKE '%RETIRADA%'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-KY-FAILED
            ELSE IF WS-KY-CASH > 0 AND WS-KY-INCOME = 0
               MOVE 20 TO WS-KY-PTS-CASH
            ELSE IF WS-KY-CASH >= WS-KY-INCOME * 3
               AND WS-KY-CASH > 0
               MOVE 20 TO WS-KY-PTS-CASH
            ELSE IF WS-KY-CASH * 2 >= WS-KY-INCOME * 3
               AND WS-KY-CASH > 0
               MOVE 10 TO WS-KY-PTS-CASH
            END-IF
            END-IF
            END-IF
            END-IF.

         SCORE-PRODUCTS.
            MOVE 0 TO WS-KY-FX-DEALS
            MOVE 0 TO WS-KY-DISC-OPS
            EXEC SQL
               SELECT
                  (SELECT COUNT(*)
                   FROM fx_contracts f,
                        get_holder_accounts(:WS-KY-DOC) a
                   WHERE f.account = a.account_number
                     AND f.business_date >=
                         :WS-KY-BUS-DATE::date - interval '12 months'),
                  (SELECT COUNT(*)
                   FROM discount_operations d,
                        get_holder_accounts(:WS-KY-DOC) a
                   WHERE d.account = a.account_number
                     AND d.business_date >=
                         :WS-KY-BUS-DATE::date - interval '12 months')
               INTO :WS-KY-FX-DEALS, :WS-KY-DISC-OPS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-KY-FAILED
            ELSE
               IF WS-KY-FX-DEALS > 0
                  ADD 10 TO WS-KY-PTS-PRODUCT
               END-IF
               IF WS-KY-DISC-OPS > 0
                  ADD 5 TO WS-KY-PTS-PRODUCT
               END-IF
            END-IF.

         SCORE-UBO.
      *    Pessoa juridica sem beneficiario final registrado.
            IF WS-KY-DOC(12:3) NOT = SPACES
               MOVE 0 TO WS-KY-UBOS
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-KY-UBOS
                  FROM customer_ubos
                  WHERE customer_doc = :WS-KY-DOC
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-KY-FAILED
               ELSE IF WS-KY-UBOS = 0
                  MOVE 20 TO WS-KY-PTS-UBO
               END-IF
               END-IF
            END-IF.

         STORE-RATING.
            COMPUTE WS-KY-SCORE = WS-KY-PTS-ACTIVITY
               + WS-KY-PTS-COUNTRY + WS-KY-PTS-PEP + WS-KY-PTS-CASH
               + WS-KY-PTS-PRODUCT + WS-KY-PTS-UBO
               ON SIZE ERROR
                  MOVE 999 TO WS-KY-SCORE
            END-COMPUTE
            IF WS-KY-SCORE >= WS-KY-HIGH-SCORE
               MOVE "HIGH" TO WS-KY-RATING
               MOVE WS-KY-MONTHS-HIGH TO WS-KY-MONTHS
            ELSE IF WS-KY-SCORE >= WS-KY-MEDIUM-SCORE
               MOVE "MEDIUM" TO WS-KY-RATING
               MOVE WS-KY-MONTHS-MEDIUM TO WS-KY-MONTHS
            ELSE
               MOVE "LOW" TO WS-KY-RATING
               MOVE WS-KY-MONTHS-LOW TO WS-KY-MONTHS
            END-IF
            END-IF

            EXEC SQL
               SELECT TO_CHAR((:WS-KY-REVIEW-BASE::date
                         + :WS-KY-MONTHS * interval '1 month')::date,
                         'YYYY-MM-DD')
               INTO :WS-KY-REVIEW-DUE
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE customers
                  SET kyc_rating = :WS-KY-RATING,
                      kyc_score = :WS-KY-SCORE,
                      kyc_rated_at = now(),
                      kyc_review_due = :WS-KY-REVIEW-DUE::date
                  WHERE doc = :WS-KY-DOC
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               MOVE WS-KY-SCORE TO LK-KY-SCORE
               MOVE WS-KY-RATING TO LK-KY-RATING
               MOVE WS-KY-REVIEW-DUE TO LK-KY-REVIEW-DUE
               STRING "ATV" WS-KY-PTS-ACTIVITY " PAI" WS-KY-PTS-COUNTRY
                  " PEP" WS-KY-PTS-PEP " ESP" WS-KY-PTS-CASH
                  " PRD" WS-KY-PTS-PRODUCT " UBO" WS-KY-PTS-UBO
                  DELIMITED BY SIZE INTO LK-KY-FACTORS
               END-STRING
               MOVE "S" TO LK-DISPOSITION
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Loan payoff quote - the one place that prices "how much to
      *  settle this contract today": principal of the open
      *  installments plus the interest accrued in the running cycle
      *  (pro rata, 30-day base, from the last due date already past
      *  or the contract start), with the legal rebate of the future
      *  interest. The LOAN-MAINT payoff and the LOAN-PORT outbound
      *  portability balance both quote through here, so the customer
      *  and the requesting bank always get the same number. Called
      *  on an already-open connection, the same pattern as GETPARAM.
      *
      *  CALL "LOANQUOTE" USING contrato, principal, juros-futuros,
      *                         dias-ciclo, juros-corridos, total, disp
      *    contrato        9(9)      : id em loan_contracts
      *    principal       9(10)V99  : principal das parcelas OPEN
      *    juros-futuros   9(10)V99  : juros das parcelas OPEN
      *    dias-ciclo      9(5)      : dias corridos do ciclo em curso
      *    juros-corridos  9(10)V99  : juros do ciclo ate hoje
      *    total           9(10)V99  : principal + juros corridos
      *    disp            X(1)      : "S" cotado, "N" contrato ausente
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOAN-QUOTE.
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
         01  WS-QT-CONTRACT          PIC 9(9)  VALUE 0.
         01  WS-QT-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-QT-PRINCIPAL         PIC 9(10)V99 VALUE 0.
         01  WS-QT-FUT-INTEREST      PIC 9(10)V99 VALUE 0.
         01  WS-QT-CYCLE-DAYS        PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-QT-ACCRUED           PIC 9(10)V99 VALUE 0.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-QT-CONTRACT          PIC 9(9).
         01  LK-QT-PRINCIPAL         PIC 9(10)V99.
         01  LK-QT-FUT-INTEREST      PIC 9(10)V99.
         01  LK-QT-CYCLE-DAYS        PIC 9(5).
         01  LK-QT-ACCRUED           PIC 9(10)V99.
         01  LK-QT-TOTAL             PIC 9(10)V99.
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-QT-CONTRACT,
               LK-QT-PRINCIPAL, LK-QT-FUT-INTEREST, LK-QT-CYCLE-DAYS,
               LK-QT-ACCRUED, LK-QT-TOTAL, LK-DISPOSITION.
      ******************************************************************
         LOANQUOTE-RTN.
      *    Disposicao "S" = cotacao montada; "N" = contrato inexistente
      *    ou erro de leitura - o chamador nao usa os valores.
            ENTRY "LOANQUOTE" USING LK-QT-CONTRACT, LK-QT-PRINCIPAL,
               LK-QT-FUT-INTEREST, LK-QT-CYCLE-DAYS, LK-QT-ACCRUED,
               LK-QT-TOTAL, LK-DISPOSITION.
            MOVE LK-QT-CONTRACT TO WS-QT-CONTRACT
            MOVE 0 TO LK-QT-PRINCIPAL
            MOVE 0 TO LK-QT-FUT-INTEREST
            MOVE 0 TO LK-QT-CYCLE-DAYS
            MOVE 0 TO LK-QT-ACCRUED
            MOVE 0 TO LK-QT-TOTAL
            MOVE "N" TO LK-DISPOSITION
            PERFORM QUOTE-CONTRACT.
            EXIT PROGRAM.

         QUOTE-CONTRACT.
            EXEC SQL
               SELECT monthly_rate INTO :WS-QT-RATE
               FROM loan_contracts
               WHERE id = :WS-QT-CONTRACT
            END-EXEC

            IF SQLCODE = ZERO
      *        Principal em aberto e os juros futuros que serao
      *        abatidos.
               MOVE 0 TO WS-QT-PRINCIPAL
               MOVE 0 TO WS-QT-FUT-INTEREST
               EXEC SQL
                  SELECT COALESCE(SUM(principal_amount), 0),
                         COALESCE(SUM(interest_amount), 0)
                  INTO :WS-QT-PRINCIPAL, :WS-QT-FUT-INTEREST
                  FROM loan_installments
                  WHERE contract_id = :WS-QT-CONTRACT
                    AND status = 'OPEN'
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
      *        Juros corridos do ciclo em curso - do ultimo vencimento
      *        ja passado (ou da abertura) ate hoje, pro-rata em base
      *        30.
               MOVE 0 TO WS-QT-CYCLE-DAYS
               EXEC SQL
                  SELECT CURRENT_DATE -
                         COALESCE((SELECT MAX(i.due_date)
                                   FROM loan_installments i
                                   WHERE i.contract_id =
                                         :WS-QT-CONTRACT
                                     AND i.due_date <= CURRENT_DATE),
                                  c.start_date)
                  INTO :WS-QT-CYCLE-DAYS
                  FROM loan_contracts c
                  WHERE c.id = :WS-QT-CONTRACT
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-QT-CYCLE-DAYS
               END-IF

               COMPUTE WS-QT-ACCRUED ROUNDED =
                  WS-QT-PRINCIPAL * WS-QT-RATE
                     * WS-QT-CYCLE-DAYS / 30
               MOVE WS-QT-PRINCIPAL TO LK-QT-PRINCIPAL
               MOVE WS-QT-FUT-INTEREST TO LK-QT-FUT-INTEREST
               MOVE WS-QT-CYCLE-DAYS TO LK-QT-CYCLE-DAYS
               MOVE WS-QT-ACCRUED TO LK-QT-ACCRUED
               COMPUTE LK-QT-TOTAL =
                  WS-QT-PRINCIPAL + WS-QT-ACCRUED
               MOVE "S" TO LK-DISPOSITION
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Custo Efetivo Total of a loan - the one place that turns a
      *  principal, monthly rate and term into the cash flows the
      *  customer really has: the amount released (principal less the
      *  IOF and the contract fee, both withheld on disbursement) and
      *  the installments of the LOAN-MAINT schedule (equal principal,
      *  interest on the outstanding balance, the last installment
      *  closing the contract exact). The CET is the monthly rate that
      *  discounts the installments back to the amount released,
      *  found by bisection, and its compound annual equivalent.
      *  IOF on credit: the daily rate over each installment's
      *  principal for the days until its due date (30 per month,
      *  capped at 365) plus the additional rate over the principal.
      *  The daily rate does not fit the four decimals of bank_params
      *  and comes from IOF_LOAN_DAILY_RATE over the legal default; the
      *  additional rate (IOF_ADDL_RATE) and the contract fee
      *  (LOAN_CONTRACT_FEE) follow the catalog-environment-default
      *  cascade. LOAN-APPLY discloses it on the application and
      *  LOAN-MAINT prints it on the contract, so both always show the
      *  same figure. Called on an already-open connection, outside
      *  any open transaction (GETPARAM may roll back on a bad cast).
      *
      *  CALL "LOANCET" USING principal, taxa, parcelas, iof, tarifa,
      *                       cet-mes, cet-ano, disp
      *    principal   9(10)V99   : valor contratado
      *    taxa        9(1)V9(4)  : taxa mensal do contrato
      *    parcelas    9(3)       : numero de parcelas
      *    iof         9(10)V99   : IOF retido no desembolso
      *    tarifa      9(10)V99   : tarifa de contratacao retida
      *    cet-mes     9(3)V9(4)  : CET mensal em %
      *    cet-ano     9(6)V99    : CET anual em %
      *    disp        X(1)       : "S" calculado, "N" dados invalidos
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOAN-CET.
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
      *    Fluxo das parcelas - a mesma construcao do BUILD-SCHEDULE.
         01  WS-CET-TABLE.
             05  WS-CET-FLOW         PIC 9(10)V99 OCCURS 999 TIMES.
         01  WS-CET-SEQ              PIC 9(3)  VALUE 0.
         01  WS-CET-INST-PRINCIPAL   PIC 9(10)V99 VALUE 0.
         01  WS-CET-INST-INTEREST    PIC 9(10)V99 VALUE 0.
         01  WS-CET-OUTSTANDING      PIC 9(10)V99 VALUE 0.
         01  WS-CET-LEFT             PIC 9(10)V99 VALUE 0.
         01  WS-CET-IOF-DAYS         PIC 9(3)  VALUE 0.
         01  WS-CET-IOF              PIC 9(10)V9(6) VALUE 0.
         01  WS-CET-RELEASED         PIC S9(10)V99 VALUE 0.

      *    Bissecao da taxa mensal que zera o fluxo.
         01  WS-CET-LOW              PIC 9(1)V9(12) VALUE 0.
         01  WS-CET-HIGH             PIC 9(1)V9(12) VALUE 0.
         01  WS-CET-MID              PIC 9(1)V9(12) VALUE 0.
         01  WS-CET-FACTOR           PIC 9(1)V9(15) VALUE 0.
         01  WS-CET-PV               PIC 9(12)V9(6) VALUE 0.

      *    Aliquotas do IOF de credito e tarifa de contratacao.
         01  WS-IOF-DAILY-RATE      PIC 9(1)V9(6) VALUE 0,000082.
         01  WS-IOF-ADDL-RATE       PIC 9(1)V9(4) VALUE 0,0038.
         01  WS-CET-FEE             PIC 9(10)V99 VALUE 0.
         01  WS-DAILY-ENV           PIC X(8)  VALUE SPACES.
         01  WS-ADDL-ENV            PIC X(6)  VALUE SPACES.
         01  WS-FEE-ENV             PIC X(10) VALUE SPACES.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         LINKAGE SECTION.
         01  LK-CET-PRINCIPAL        PIC 9(10)V99.
         01  LK-CET-RATE             PIC 9(1)V9(4).
         01  LK-CET-TERMS            PIC 9(3).
         01  LK-CET-IOF              PIC 9(10)V99.
         01  LK-CET-FEE              PIC 9(10)V99.
         01  LK-CET-MONTH            PIC 9(3)V9(4).
         01  LK-CET-YEAR             PIC 9(6)V99.
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-CET-PRINCIPAL,
               LK-CET-RATE, LK-CET-TERMS, LK-CET-IOF, LK-CET-FEE,
               LK-CET-MONTH, LK-CET-YEAR, LK-DISPOSITION.
      ******************************************************************
         LOANCET-RTN.
      *    Disposicao "S" = CET calculado; "N" = principal ou prazo
      *    zerados, ou IOF e tarifa consomem o principal inteiro.
            ENTRY "LOANCET" USING LK-CET-PRINCIPAL, LK-CET-RATE,
               LK-CET-TERMS, LK-CET-IOF, LK-CET-FEE, LK-CET-MONTH,
               LK-CET-YEAR, LK-DISPOSITION.
            MOVE 0 TO LK-CET-IOF
            MOVE 0 TO LK-CET-FEE
            MOVE 0 TO LK-CET-MONTH
            MOVE 0 TO LK-CET-YEAR
            MOVE "N" TO LK-DISPOSITION
            IF LK-CET-PRINCIPAL > 0 AND LK-CET-TERMS > 0
               PERFORM LOAD-CHARGES
               PERFORM BUILD-CASH-FLOW
               PERFORM SOLVE-CET
            END-IF.
            EXIT PROGRAM.

         LOAD-CHARGES.
            MOVE 0,000082 TO WS-IOF-DAILY-RATE
            ACCEPT WS-DAILY-ENV FROM ENVIRONMENT "IOF_LOAN_DAILY_RATE"
            IF WS-DAILY-ENV IS NUMERIC AND WS-DAILY-ENV NOT = SPACES
               MOVE WS-DAILY-ENV TO WS-IOF-DAILY-RATE
            END-IF

            MOVE 0,0038 TO WS-IOF-ADDL-RATE
            ACCEPT WS-ADDL-ENV FROM ENVIRONMENT "IOF_ADDL_RATE"
            IF WS-ADDL-ENV IS NUMERIC AND WS-ADDL-ENV NOT = SPACES
               MOVE WS-ADDL-ENV TO WS-IOF-ADDL-RATE
            END-IF
            MOVE "IOF_ADDL_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-IOF-ADDL-RATE
            END-IF

            MOVE 0 TO WS-CET-FEE
            ACCEPT WS-FEE-ENV FROM ENVIRONMENT "LOAN_CONTRACT_FEE"
            IF WS-FEE-ENV IS NUMERIC AND WS-FEE-ENV NOT = SPACES
               MOVE WS-FEE-ENV TO WS-CET-FEE
            END-IF
            MOVE "LOAN_CONTRACT_FEE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CET-FEE
            END-IF.

         BUILD-CASH-FLOW.
      *    Principal igual por parcela, a ultima leva o resto; juros
      *    sobre o saldo devedor - e o IOF diario de cada parcela pelo
      *    prazo ate o seu vencimento.
            COMPUTE WS-CET-INST-PRINCIPAL ROUNDED =
               LK-CET-PRINCIPAL / LK-CET-TERMS
            MOVE LK-CET-PRINCIPAL TO WS-CET-OUTSTANDING
            MOVE LK-CET-PRINCIPAL TO WS-CET-LEFT
            COMPUTE WS-CET-IOF =
               LK-CET-PRINCIPAL * WS-IOF-ADDL-RATE
            MOVE 0 TO WS-CET-SEQ
            PERFORM BUILD-ONE-FLOW
               UNTIL WS-CET-SEQ >= LK-CET-TERMS

            COMPUTE LK-CET-IOF ROUNDED = WS-CET-IOF
            MOVE WS-CET-FEE TO LK-CET-FEE
            COMPUTE WS-CET-RELEASED =
               LK-CET-PRINCIPAL - LK-CET-IOF - LK-CET-FEE.

         BUILD-ONE-FLOW.
            ADD 1 TO WS-CET-SEQ
            IF WS-CET-SEQ = LK-CET-TERMS
               MOVE WS-CET-LEFT TO WS-CET-INST-PRINCIPAL
            END-IF
            COMPUTE WS-CET-INST-INTEREST ROUNDED =
               WS-CET-OUTSTANDING * LK-CET-RATE
            COMPUTE WS-CET-FLOW (WS-CET-SEQ) =
               WS-CET-INST-PRINCIPAL + WS-CET-INST-INTEREST

            IF WS-CET-SEQ > 12
               MOVE 365 TO WS-CET-IOF-DAYS
            ELSE
               COMPUTE WS-CET-IOF-DAYS = WS-CET-SEQ * 30
               IF WS-CET-IOF-DAYS > 365
                  MOVE 365 TO WS-CET-IOF-DAYS
               END-IF
            END-IF
            COMPUTE WS-CET-IOF = WS-CET-IOF +
               WS-CET-INST-PRINCIPAL * WS-IOF-DAILY-RATE
                  * WS-CET-IOF-DAYS

            SUBTRACT WS-CET-INST-PRINCIPAL FROM WS-CET-OUTSTANDING
            SUBTRACT WS-CET-INST-PRINCIPAL FROM WS-CET-LEFT.

         SOLVE-CET.
      *    Taxa entre 0 e 100% ao mes; sessenta meias-divisoes fecham
      *    bem abaixo da quarta casa do percentual.
            IF WS-CET-RELEASED > 0
               MOVE 0 TO WS-CET-LOW
               MOVE 1 TO WS-CET-HIGH
               PERFORM NARROW-CET 60 TIMES
               COMPUTE LK-CET-MONTH ROUNDED = WS-CET-MID * 100
               COMPUTE LK-CET-YEAR ROUNDED =
                  ((1 + WS-CET-MID) ** 12 - 1) * 100
                  ON SIZE ERROR MOVE 999999,99 TO LK-CET-YEAR
               END-COMPUTE
               MOVE "S" TO LK-DISPOSITION
            END-IF.

         NARROW-CET.
      *    Valor presente das parcelas na taxa media: acima do valor
      *    liberado a taxa e baixa, abaixo dele e alta.
            COMPUTE WS-CET-MID = (WS-CET-LOW + WS-CET-HIGH) / 2
            MOVE 1 TO WS-CET-FACTOR
            MOVE 0 TO WS-CET-PV
            MOVE 0 TO WS-CET-SEQ
            PERFORM DISCOUNT-ONE-FLOW
               UNTIL WS-CET-SEQ >= LK-CET-TERMS
            IF WS-CET-PV > WS-CET-RELEASED
               MOVE WS-CET-MID TO WS-CET-LOW
            ELSE
               MOVE WS-CET-MID TO WS-CET-HIGH
            END-IF.

         DISCOUNT-ONE-FLOW.
            ADD 1 TO WS-CET-SEQ
            COMPUTE WS-CET-FACTOR ROUNDED =
               WS-CET-FACTOR / (1 + WS-CET-MID)
            COMPUTE WS-CET-PV ROUNDED = WS-CET-PV +
               WS-CET-FLOW (WS-CET-SEQ) * WS-CET-FACTOR.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Registered collection (cobranca registrada) settlement - the
      *  one place that knows a boleto registered by a company's CNAB
      *  remessa (COBR-REMESSA) from one issued at the desk. Whoever
      *  settles a boleto calls it: the interbank return (BOLETO-RET)
      *  and our own channel (Enginev3 PAYABLES). A boleto that is
      *  not a registered title returns disp "N" and nothing is done.
      *  Called on an already-open connection, like CARDPAYMT;
      *  nothing is committed here - the caller commits with the
      *  credit that brought the money in.
      *
      *  Functions (LK-CS-FUNC):
      *    QUOTE  - amount due on LK-CS-PAY-DATE: face value plus the
      *             fine (once) and the monthly interest pro rata die
      *             registered for the title, when paid after the due
      *             date (a due date on a holiday or weekend rolls to
      *             the next business day before it counts as late)
      *    SETTLE - the title was just paid for LK-CS-AMOUNT: records
      *             the PAID occurrence for the company's retorno and
      *             takes the agreement's tariff from the company
      *             account (post_fee) - the company nets the credit
      *             less our tariff. The caller logs the FEE line.
      *             A title discounted at DISC-MAINT still open in its
      *             operation is repaid in the same step: the face
      *             value (never more than the company netted) goes
      *             from the company account back to the discount
      *             funding account (DISC_FUNDING_ACCOUNT), the title
      *             is PAID and the operation SETTLED once no title is
      *             left open. The caller logs the DISC-REPAY line.
      *
      *  CALL "COBRSETTLE" USING dados, disp
      *    disp "S" = titulo de cobranca registrada - feito
      *         "N" = boleto nao e titulo registrado - nada feito
      *         "F" = falha - o chamador desfaz a transacao
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 COBR-SETTLE.
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
         01  WS-CS-BOLETO-ID         PIC 9(9)  VALUE 0.
         01  WS-CS-AGREEMENT-ID      PIC 9(9)  VALUE 0.
         01  WS-CS-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-CS-THEIR-NUMBER      PIC X(15) VALUE SPACES.
         01  WS-CS-FACE              PIC 9(10)V99 VALUE 0.
         01  WS-CS-CHARGES           PIC 9(10)V99 VALUE 0.
         01  WS-CS-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-CS-TARIFF            PIC 9(6)V99 VALUE 0.
         01  WS-CS-DUE-DATE          PIC X(10) VALUE SPACES.
         01  WS-CS-PAY-DATE          PIC X(10) VALUE SPACES.
         01  WS-CS-LATE-FROM         PIC X(10) VALUE SPACES.
         01  WS-CS-SOURCE            PIC X(10) VALUE SPACES.
         01  WS-CS-FEE-STATUS        PIC X(20) VALUE SPACES.

      *    Titulo descontado em aberto - a liquidacao paga a operacao.
         01  WS-CS-DISC-TITLE        PIC 9(9)  VALUE 0.
         01  WS-CS-DISC-OP           PIC 9(9)  VALUE 0.
         01  WS-CS-DISC-FACE         PIC 9(10)V99 VALUE 0.
         01  WS-CS-REPAID            PIC 9(10)V99 VALUE 0.
         01  WS-CS-FUNDING-ACCOUNT   PIC 9(10) VALUE 0.
         01  WS-CS-REPAY-STATUS      PIC X(20) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Vencimento em dia nao util vence no proximo dia util.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         LINKAGE SECTION.
         01  LK-CSET-DATA.
             05  LK-CS-FUNC          PIC X(8).
             05  LK-CS-BOLETO-ID     PIC 9(9).
             05  LK-CS-PAY-DATE      PIC X(10).
             05  LK-CS-AMOUNT        PIC 9(10)V99.
             05  LK-CS-CHARGES       PIC 9(10)V99.
             05  LK-CS-SOURCE        PIC X(10).
             05  LK-CS-ACCOUNT       PIC 9(10).
             05  LK-CS-TARIFF        PIC 9(10)V99.
             05  LK-CS-FEE-STATUS    PIC X(20).
             05  LK-CS-DISC-OP       PIC 9(9).
             05  LK-CS-REPAID        PIC 9(10)V99.
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-CSET-DATA,
               LK-DISPOSITION.
      ******************************************************************
         COBRSETTLE-RTN.
            ENTRY "COBRSETTLE" USING LK-CSET-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            MOVE 0 TO LK-CS-ACCOUNT
            MOVE 0 TO LK-CS-TARIFF
            MOVE SPACES TO LK-CS-FEE-STATUS
            MOVE 0 TO LK-CS-DISC-OP
            MOVE 0 TO LK-CS-REPAID
            MOVE LK-CS-BOLETO-ID TO WS-CS-BOLETO-ID

      *    So boleto registrado por remessa tem convenio de cobranca.
            EXEC SQL
               SELECT b.agreement_id, a.account, b.their_number,
                      b.amount, TO_CHAR(b.due_date, 'YYYY-MM-DD'),
                      a.settle_tariff
               INTO :WS-CS-AGREEMENT-ID, :WS-CS-ACCOUNT,
                    :WS-CS-THEIR-NUMBER, :WS-CS-FACE,
                    :WS-CS-DUE-DATE, :WS-CS-TARIFF
               FROM boletos b
               JOIN cobr_agreements a ON a.id = b.agreement_id
               WHERE b.id = :WS-CS-BOLETO-ID
            END-EXEC

            IF SQLCODE = 100
               MOVE "N" TO LK-DISPOSITION
            ELSE IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao ler titulo de cobranca "
                  WS-CS-BOLETO-ID " - SQLCODE " SQLCODE
            ELSE
               EVALUATE LK-CS-FUNC
                  WHEN "QUOTE"
                     PERFORM QUOTE-TITLE
                  WHEN "SETTLE"
                     PERFORM SETTLE-TITLE
                  WHEN OTHER
                     DISPLAY "#Funcao invalida na cobranca "
                        "registrada: " LK-CS-FUNC
               END-EVALUATE
            END-IF
            END-IF
            EXIT PROGRAM.

         QUOTE-TITLE.
      *    Multa uma vez e juros ao mes pro rata dia, contados do
      *    vencimento original - mas so se pago depois do dia util
      *    em que o vencimento cai.
            MOVE LK-CS-PAY-DATE TO WS-CS-PAY-DATE
            MOVE WS-CS-DUE-DATE TO WS-CS-LATE-FROM
            MOVE "ISBD" TO WS-DS-FUNC
            MOVE WS-CS-DUE-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP NOT = "S"
               MOVE "NEXTBD" TO WS-DS-FUNC
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  MOVE WS-DS-OUT TO WS-CS-LATE-FROM
               END-IF
            END-IF

            EXEC SQL
               SELECT CASE
                  WHEN :WS-CS-PAY-DATE::date > :WS-CS-LATE-FROM::date
                  THEN ROUND(b.amount * COALESCE(b.fine_pct, 0)
                             / 100, 2)
                     + ROUND(b.amount * COALESCE(b.interest_pct, 0)
                             / 100 / 30
                             * (:WS-CS-PAY-DATE::date - b.due_date),
                             2)
                  ELSE 0 END
               INTO :WS-CS-CHARGES
               FROM boletos b
               WHERE b.id = :WS-CS-BOLETO-ID
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao calcular encargos do titulo "
                  WS-CS-BOLETO-ID " - SQLCODE " SQLCODE
            ELSE
               MOVE WS-CS-CHARGES TO LK-CS-CHARGES
               COMPUTE LK-CS-AMOUNT = WS-CS-FACE + WS-CS-CHARGES
               MOVE WS-CS-ACCOUNT TO LK-CS-ACCOUNT
               MOVE "S" TO LK-DISPOSITION
            END-IF.

         SETTLE-TITLE.
      *    A ocorrencia de liquidacao vai no retorno da empresa com o
      *    valor pago e a tarifa; a tarifa nunca passa do que entrou.
            MOVE LK-CS-AMOUNT TO WS-CS-AMOUNT
            MOVE LK-CS-SOURCE TO WS-CS-SOURCE
            IF WS-CS-TARIFF > WS-CS-AMOUNT
               MOVE WS-CS-AMOUNT TO WS-CS-TARIFF
            END-IF

            EXEC SQL
               INSERT INTO cobr_occurrences
                  (agreement_id, boleto_id, their_number, occurrence,
                   motive, amount, tariff, source, business_date,
                   created_at)
               VALUES (:WS-CS-AGREEMENT-ID, :WS-CS-BOLETO-ID,
                  :WS-CS-THEIR-NUMBER, 'PAID', NULL, :WS-CS-AMOUNT,
                  :WS-CS-TARIFF, :WS-CS-SOURCE,
                  COALESCE(NULLIF(current_setting(
                     'bank.business_date', true), '')::date,
                     CURRENT_DATE),
                  now())
            END-EXEC

            IF SQLCODE = ZERO AND WS-CS-TARIFF > 0
               EXEC SQL
                  SELECT post_fee(:WS-CS-ACCOUNT, :WS-CS-TARIFF)
                  INTO :WS-CS-FEE-STATUS
               END-EXEC
            END-IF

            MOVE 0 TO WS-CS-DISC-OP
            MOVE 0 TO WS-CS-REPAID
            IF SQLCODE = ZERO
               PERFORM REPAY-DISCOUNT
            END-IF

            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha na liquidacao do titulo de cobranca "
                  WS-CS-BOLETO-ID " - SQLCODE " SQLCODE
            ELSE
               MOVE WS-CS-ACCOUNT    TO LK-CS-ACCOUNT
               MOVE WS-CS-TARIFF     TO LK-CS-TARIFF
               MOVE WS-CS-FEE-STATUS TO LK-CS-FEE-STATUS
               MOVE WS-CS-DISC-OP    TO LK-CS-DISC-OP
               MOVE WS-CS-REPAID     TO LK-CS-REPAID
               MOVE "S" TO LK-DISPOSITION
            END-IF.

         REPAY-DISCOUNT.
      *    Titulo descontado: o dinheiro do pagador quita o titulo na
      *    operacao - da conta da empresa de volta a conta de funding
      *    do desconto, pelo valor de face e nunca mais do que ficou
      *    na conta depois da tarifa. Encargos de atraso ficam com a
      *    empresa. Titulo ja devolvido no regresso nao esta OPEN e o
      *    credito fica todo com a empresa.
            EXEC SQL
               SELECT id, operation_id, face_amount
               INTO :WS-CS-DISC-TITLE, :WS-CS-DISC-OP,
                    :WS-CS-DISC-FACE
               FROM discount_titles
               WHERE boleto_id = :WS-CS-BOLETO-ID
                 AND status = 'OPEN'
            END-EXEC

            IF SQLCODE = 100
               MOVE 0 TO WS-CS-DISC-OP
               MOVE 0 TO SQLCODE
            ELSE IF SQLCODE = ZERO
               MOVE 0 TO WS-CS-FUNDING-ACCOUNT
               MOVE "DISC_FUNDING_ACCOUNT" TO WS-PARAM-NAME
               CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
                  WS-PARAM-DISP
               IF WS-PARAM-DISP = "S"
                  MOVE WS-PARAM-VALUE TO WS-CS-FUNDING-ACCOUNT
               END-IF

               COMPUTE WS-CS-REPAID = WS-CS-AMOUNT - WS-CS-TARIFF
               IF WS-CS-REPAID > WS-CS-DISC-FACE
                  MOVE WS-CS-DISC-FACE TO WS-CS-REPAID
               END-IF

               IF WS-CS-FUNDING-ACCOUNT = 0
                  DISPLAY "#DISC_FUNDING_ACCOUNT nao cadastrada - "
                     "titulo descontado " WS-CS-BOLETO-ID
                     " nao liquidado"
                  MOVE -20 TO SQLCODE
               ELSE IF WS-CS-REPAID > 0
                  EXEC SQL
                     SELECT post_transfer(:WS-CS-ACCOUNT,
                            :WS-CS-FUNDING-ACCOUNT, :WS-CS-REPAID)
                     INTO :WS-CS-REPAY-STATUS
                  END-EXEC
               END-IF
               END-IF

               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE discount_titles
                     SET status = 'PAID', paid_amount = :WS-CS-REPAID,
                         settled_date = COALESCE(NULLIF(current_setting(
                            'bank.business_date', true), '')::date,
                            CURRENT_DATE)
                     WHERE id = :WS-CS-DISC-TITLE
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE discount_operations
                     SET status = 'SETTLED',
                         settled_date = COALESCE(NULLIF(current_setting(
                            'bank.business_date', true), '')::date,
                            CURRENT_DATE)
                     WHERE id = :WS-CS-DISC-OP
                       AND NOT EXISTS
                           (SELECT 1 FROM discount_titles t
                            WHERE t.operation_id = :WS-CS-DISC-OP
                              AND t.status = 'OPEN')
                  END-EXEC
                  IF SQLCODE = 100
                     MOVE 0 TO SQLCODE
                  END-IF
               END-IF
            END-IF
            END-IF.

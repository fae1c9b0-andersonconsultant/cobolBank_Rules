      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Credit-card invoice payment - the one place a payment reaches
      *  a card invoice, whatever brought the money in: the account
      *  debit CARD-CYCLE collects on the due date, or the invoice
      *  boleto paid at another bank (BOLETO-RET) or at our own
      *  channel (Enginev3 PAYABLES). The payment enters the card
      *  account as a PAYMENT transaction (negative, still unbilled,
      *  so the next closing nets it against the previous balance and
      *  the limit frees up at once) and the invoice gets the paid
      *  amount and its new status - PAID when the total is covered,
      *  PARTIAL when at least the minimum is. An invoice paid in full
      *  by debit has its boleto, still open, cancelled. Called on an
      *  already-open connection, like FILEREG; nothing is committed
      *  here - the caller commits the payment with the credit that
      *  brought the money in.
      *
      *  Functions (LK-CP-FUNC):
      *    BOLETO  - invoice located by its boleto id (a boleto that
      *              is not a card invoice returns disp "N")
      *    INVOICE - invoice located by its id
      *
      *  CALL "CARDPAYMT" USING dados, disp
      *    disp "S" = pagamento aplicado na fatura
      *         "N" = boleto/fatura nao e fatura de cartao - nada feito
      *         "F" = falha - o chamador desfaz a transacao
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CARD-PAYMT.
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
         01  WS-CP-BOLETO-ID         PIC 9(9)  VALUE 0.
         01  WS-CP-INVOICE-ID        PIC 9(9)  VALUE 0.
         01  WS-CP-CARD-ACCT-ID      PIC 9(9)  VALUE 0.
         01  WS-CP-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-CP-STATUS            PIC X(10) VALUE SPACES.
         01  WS-CP-PAID-IN-FULL      PIC 9(1)  VALUE 0.
         01  WS-CP-DESC              PIC X(60) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         LINKAGE SECTION.
         01  LK-CPAY-DATA.
             05  LK-CP-FUNC          PIC X(8).
             05  LK-CP-BOLETO-ID     PIC 9(9).
             05  LK-CP-INVOICE-ID    PIC 9(9).
             05  LK-CP-AMOUNT        PIC 9(10)V99.
             05  LK-CP-SOURCE        PIC X(10).
             05  LK-CP-CARD-ACCT-ID  PIC 9(9).
             05  LK-CP-STATUS        PIC X(10).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-CPAY-DATA,
               LK-DISPOSITION.
      ******************************************************************
         CARDPAYMT-RTN.
            ENTRY "CARDPAYMT" USING LK-CPAY-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            MOVE 0 TO LK-CP-CARD-ACCT-ID
            MOVE SPACES TO LK-CP-STATUS
            MOVE LK-CP-BOLETO-ID  TO WS-CP-BOLETO-ID
            MOVE LK-CP-INVOICE-ID TO WS-CP-INVOICE-ID
            MOVE LK-CP-AMOUNT     TO WS-CP-AMOUNT

            EVALUATE LK-CP-FUNC
               WHEN "BOLETO"
                  EXEC SQL
                     SELECT id, card_account_id
                     INTO :WS-CP-INVOICE-ID, :WS-CP-CARD-ACCT-ID
                     FROM card_invoices
                     WHERE boleto_id = :WS-CP-BOLETO-ID
                  END-EXEC
               WHEN "INVOICE"
                  EXEC SQL
                     SELECT id, card_account_id
                     INTO :WS-CP-INVOICE-ID, :WS-CP-CARD-ACCT-ID
                     FROM card_invoices
                     WHERE id = :WS-CP-INVOICE-ID
                  END-EXEC
               WHEN OTHER
                  DISPLAY "#Funcao invalida no pagamento de fatura: "
                     LK-CP-FUNC
                  MOVE -1 TO SQLCODE
            END-EVALUATE

            IF SQLCODE = 100
               MOVE "N" TO LK-DISPOSITION
            ELSE IF SQLCODE = ZERO
               IF WS-CP-AMOUNT = 0
                  DISPLAY "#Pagamento de fatura sem valor - recusado"
               ELSE
                  PERFORM APPLY-INVOICE-PAYMENT
               END-IF
            END-IF
            END-IF
            EXIT PROGRAM.

         APPLY-INVOICE-PAYMENT.
      *    Credito na conta-cartao ainda sem fatura - o proximo
      *    fechamento abate do saldo anterior; limite liberado ja.
            MOVE SPACES TO WS-CP-DESC
            STRING "PAGAMENTO FATURA " WS-CP-INVOICE-ID " "
               LK-CP-SOURCE
               DELIMITED BY SIZE INTO WS-CP-DESC
            END-STRING

            EXEC SQL
               INSERT INTO card_transactions
                  (card_account_id, txn_type, business_date, amount,
                   description)
               VALUES (:WS-CP-CARD-ACCT-ID, 'PAYMENT',
                  COALESCE(NULLIF(current_setting(
                     'bank.business_date', true), '')::date,
                     CURRENT_DATE),
                  0 - :WS-CP-AMOUNT, :WS-CP-DESC)
            END-EXEC

      *    Fatura ja rolada para a seguinte (REVOLVED) so acumula o
      *    pago - o saldo dela ja esta na fatura nova.
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE card_invoices
                  SET paid_amount = paid_amount + :WS-CP-AMOUNT,
                      paid_date =
                         COALESCE(NULLIF(current_setting(
                            'bank.business_date', true), '')::date,
                            CURRENT_DATE),
                      status =
                         CASE WHEN status = 'REVOLVED' THEN status
                              WHEN paid_amount + :WS-CP-AMOUNT
                                   >= total_amount THEN 'PAID'
                              WHEN paid_amount + :WS-CP-AMOUNT
                                   >= minimum_amount THEN 'PARTIAL'
                              ELSE status
                         END
                  WHERE id = :WS-CP-INVOICE-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT status,
                         CASE WHEN paid_amount >= total_amount
                              THEN 1 ELSE 0 END
                  INTO :WS-CP-STATUS, :WS-CP-PAID-IN-FULL
                  FROM card_invoices
                  WHERE id = :WS-CP-INVOICE-ID
               END-EXEC
            END-IF

      *    Quitada por debito em conta - o boleto da fatura, se ainda
      *    aberto, nao pode mais ser pago.
            IF SQLCODE = ZERO AND WS-CP-PAID-IN-FULL = 1
               AND LK-CP-SOURCE = "DEBIT"
               EXEC SQL
                  UPDATE boletos
                  SET status = 'CANCELLED'
                  WHERE status = 'OPEN'
                    AND id = (SELECT boleto_id
                              FROM card_invoices
                              WHERE id = :WS-CP-INVOICE-ID)
               END-EXEC
               IF SQLCODE = 100
                  MOVE 0 TO SQLCODE
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao aplicar pagamento na fatura "
                  WS-CP-INVOICE-ID " - SQLCODE " SQLCODE
            ELSE
               MOVE WS-CP-INVOICE-ID   TO LK-CP-INVOICE-ID
               MOVE WS-CP-CARD-ACCT-ID TO LK-CP-CARD-ACCT-ID
               MOVE WS-CP-STATUS       TO LK-CP-STATUS
               MOVE "S" TO LK-DISPOSITION
            END-IF.

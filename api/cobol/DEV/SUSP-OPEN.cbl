      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Suspense item opener - called on an already-open connection
      *  (same pattern as JRNLWRITE) by every reconciliation job for
      *  the items it cannot match or identify, BEFORE the caller's
      *  COMMIT: the item, its posting and its journal line commit or
      *  roll back together. Instead of a line on an exceptions file
      *  that somebody copies into a spreadsheet, each item becomes an
      *  OPEN row in suspense_items with its source, reference, amount
      *  and opening business date, worked afterwards at SUSP-MAINT.
      *
      *  Direction of the item:
      *    "C" money received that we cannot identify (a PIX to an
      *        unknown key, a boleto paid twice) - the amount comes
      *        in from the interbank clearing account to the suspense
      *        account (bank_params SUSPENSE_CLEARING_ACCOUNT and
      *        SUSPENSE_ACCOUNT) through post_transfer();
      *    "D" money paid out with nobody to charge (cash dispensed
      *        on a refused card) - the amount goes out of the
      *        suspense account to the clearing account;
      *    "N" nothing moved - a return we cannot match, a collection
      *        the utility billed to nobody; recorded for follow-up
      *        only, no posting.
      *
      *  CALL "SUSPOPEN" USING dados, disp
      *    disp "S" = pendencia aberta (id em dados)
      *         "D" = origem+referencia ja registrada em rodada
      *               anterior - nada feito (id da existente)
      *         "N" = falha - o chamador desfaz, como no JRNLWRITE
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SUSP-OPEN.
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
         01  WS-SO-SOURCE            PIC X(12) VALUE SPACES.
         01  WS-SO-REF               PIC X(40) VALUE SPACES.
         01  WS-SO-DIRECTION         PIC X(1)  VALUE SPACE.
         01  WS-SO-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-SO-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-SO-DETAIL            PIC X(80) VALUE SPACES.
         01  WS-SO-ITEM-ID           PIC 9(9)  VALUE 0.
         01  WS-SO-SEEN              PIC 9(5)  VALUE 0.
         01  WS-SO-SUSP-ACCT         PIC 9(10) VALUE 0.
         01  WS-SO-CLEAR-ACCT        PIC 9(10) VALUE 0.
         01  WS-SO-FROM-ACCT         PIC 9(10) VALUE 0.
         01  WS-SO-TO-ACCT           PIC 9(10) VALUE 0.
         01  WS-SO-RESULT            PIC X(20) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-JRNL-DATA.
             05  WS-JR-ACTION          PIC X(20) VALUE SPACES.
             05  WS-JR-DEBIT-ACCT      PIC 9(10) VALUE 0.
             05  WS-JR-CREDIT-ACCT     PIC 9(10) VALUE 0.
             05  WS-JR-AMOUNT          PIC S9(10)V99 VALUE 0.
             05  WS-JR-REF             PIC X(20) VALUE SPACES.
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

         LINKAGE SECTION.
         01  LK-SUSP-DATA.
             05  LK-SP-SOURCE        PIC X(12).
             05  LK-SP-REF           PIC X(40).
             05  LK-SP-DIRECTION     PIC X(1).
             05  LK-SP-AMOUNT        PIC 9(10)V99.
             05  LK-SP-ACCOUNT       PIC 9(10).
             05  LK-SP-DETAIL        PIC X(80).
             05  LK-SP-SESSION       PIC X(10).
             05  LK-SP-ITEM-ID       PIC 9(9).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-SUSP-DATA,
               LK-DISPOSITION.
      ******************************************************************
         SUSPOPEN-RTN.
            ENTRY "SUSPOPEN" USING LK-SUSP-DATA, LK-DISPOSITION.
            MOVE LK-SP-SOURCE    TO WS-SO-SOURCE
            MOVE LK-SP-REF       TO WS-SO-REF
            MOVE LK-SP-DIRECTION TO WS-SO-DIRECTION
            MOVE LK-SP-AMOUNT    TO WS-SO-AMOUNT
            MOVE LK-SP-ACCOUNT   TO WS-SO-ACCOUNT
            MOVE LK-SP-DETAIL    TO WS-SO-DETAIL
            MOVE 0 TO LK-SP-ITEM-ID
            MOVE "N" TO LK-DISPOSITION
            IF WS-SO-DIRECTION NOT = "C" AND
               WS-SO-DIRECTION NOT = "D"
               MOVE "N" TO WS-SO-DIRECTION
            END-IF

      *    Arquivo realimentado nao abre a mesma pendencia duas vezes -
      *    nem depois de liquidada, senao o rerun a ressuscitaria.
            MOVE 0 TO WS-SO-SEEN
            MOVE 0 TO WS-SO-ITEM-ID
            EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0)
               INTO :WS-SO-SEEN, :WS-SO-ITEM-ID
               FROM suspense_items
               WHERE source = TRIM(:WS-SO-SOURCE)
                 AND ref = TRIM(:WS-SO-REF)
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Cadastro de suspense indisponivel - item "
                  "fica so no relatorio de excecoes"
            ELSE IF WS-SO-SEEN > 0
               MOVE WS-SO-ITEM-ID TO LK-SP-ITEM-ID
               MOVE "D" TO LK-DISPOSITION
            ELSE
               MOVE "S" TO LK-DISPOSITION
               IF WS-SO-DIRECTION NOT = "N" AND WS-SO-AMOUNT > 0
                  PERFORM POST-TO-SUSPENSE
               END-IF
               IF LK-DISPOSITION = "S"
                  PERFORM INSERT-SUSPENSE-ITEM
               END-IF
            END-IF
            END-IF.
            EXIT PROGRAM.

         POST-TO-SUSPENSE.
      *    Dinheiro parado vai para a conta de suspense, nunca fica sem
      *    dono no razao: entrada vem da compensacao, saida vai para
      *    ela. Sem as contas cadastradas a pendencia nao abre.
            MOVE 0 TO WS-SO-SUSP-ACCT
            MOVE 0 TO WS-SO-CLEAR-ACCT
            MOVE "SUSPENSE_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SO-SUSP-ACCT
            END-IF
            MOVE "SUSPENSE_CLEARING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SO-CLEAR-ACCT
            END-IF

            IF WS-SO-SUSP-ACCT = 0 OR WS-SO-CLEAR-ACCT = 0
               MOVE "N" TO LK-DISPOSITION
               DISPLAY "#Contas de suspense nao cadastradas "
                  "(SUSPENSE_ACCOUNT/SUSPENSE_CLEARING_ACCOUNT)"
            ELSE
               IF WS-SO-DIRECTION = "C"
                  MOVE WS-SO-CLEAR-ACCT TO WS-SO-FROM-ACCT
                  MOVE WS-SO-SUSP-ACCT  TO WS-SO-TO-ACCT
               ELSE
                  MOVE WS-SO-SUSP-ACCT  TO WS-SO-FROM-ACCT
                  MOVE WS-SO-CLEAR-ACCT TO WS-SO-TO-ACCT
               END-IF
               EXEC SQL
                  SELECT post_transfer(:WS-SO-FROM-ACCT,
                         :WS-SO-TO-ACCT, :WS-SO-AMOUNT)
                  INTO :WS-SO-RESULT
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "N" TO LK-DISPOSITION
                  DISPLAY "#Falha ao postar em suspense - " SQLERRMC
               ELSE
                  MOVE "SUSP-OPEN"      TO WS-JR-ACTION
                  MOVE WS-SO-FROM-ACCT  TO WS-JR-DEBIT-ACCT
                  MOVE WS-SO-TO-ACCT    TO WS-JR-CREDIT-ACCT
                  MOVE WS-SO-AMOUNT     TO WS-JR-AMOUNT
                  MOVE WS-SO-RESULT     TO WS-JR-REF
                  MOVE LK-SP-SESSION    TO WS-JR-SESSION
                  CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
                  IF WS-JRNL-DISP NOT = "S"
                     MOVE "N" TO LK-DISPOSITION
                     DISPLAY "#Falha no diario - pendencia nao aberta"
                  END-IF
               END-IF
            END-IF.

         INSERT-SUSPENSE-ITEM.
      *    Data de abertura e a do movimento carimbado na sessao - a
      *    idade do item conta em dias do movimento, nao do relogio.
            EXEC SQL
               INSERT INTO suspense_items
                  (source, ref, direction, amount, account_hint,
                   detail, status, opened_date, opened_at,
                   posting_ref)
               VALUES (TRIM(:WS-SO-SOURCE), TRIM(:WS-SO-REF),
                       :WS-SO-DIRECTION, :WS-SO-AMOUNT,
                       :WS-SO-ACCOUNT, TRIM(:WS-SO-DETAIL), 'OPEN',
                       COALESCE(NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          CURRENT_DATE),
                       now(), NULLIF(TRIM(:WS-SO-RESULT), ''))
               RETURNING id INTO :WS-SO-ITEM-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "N" TO LK-DISPOSITION
               DISPLAY "#Falha ao abrir pendencia em suspense - "
                  SQLERRMC
            ELSE
               MOVE WS-SO-ITEM-ID TO LK-SP-ITEM-ID
            END-IF.

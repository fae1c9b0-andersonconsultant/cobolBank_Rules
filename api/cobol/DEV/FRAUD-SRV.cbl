      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Real-time fraud scoring service - called on an already-open
      *  connection (same pattern as SCREEN) by Enginev3 before a PIX,
      *  TRANSFER or TED debit posts. FRAUD-MON only sees the pattern
      *  the next morning; here each debit is weighed on the spot and
      *  every rule that fires adds its points (bank_params, defaults
      *  in brackets):
      *    NOVO-FAV - first-time payee: nothing used in payees for the
      *               key (PIX) or account (TRANSFER); for a TED, no
      *               SETTLED wire to the same bank/branch/account
      *               (FRAUD_PTS_NEW_PAYEE [25])
      *    VALOR    - amount above FRAUD_AMOUNT_MULT [3] times the
      *               account's usual: the larger of the average debit
      *               in audit_journal and the average closing balance
      *               in balance_history, both over 90 days; an
      *               account with no history is not weighed here
      *               (FRAUD_PTS_AMOUNT [30])
      *    NOITE    - clock between FRAUD_NIGHT_START [22] and
      *               FRAUD_NIGHT_END [6] (FRAUD_PTS_NIGHT [15])
      *    RAJADA   - FRAUD_BURST_COUNT [3] or more debits from the
      *               account in this session within the last
      *               FRAUD_BURST_MINUTES [30] (audit_journal)
      *               (FRAUD_PTS_BURST [20])
      *    CADASTRO - PIN of the account or phone of the holder changed
      *               in the last FRAUD_PROFILE_DAYS [7] (change_audit)
      *               (FRAUD_PTS_PROFILE [25])
      *    DISPUTA  - destination already in a dispute_cases case: the
      *               PIX key, credit account or TED destination of a
      *               disputed reference (FRAUD_PTS_DISPUTED [40])
      *  A score at or above FRAUD_HOLD_SCORE [60] asks the caller to
      *  hold the debit for a customer callback (FRAUD-CB) instead of
      *  refusing it. Every score, held or not, is written to
      *  fraud_scores with the points of each rule, in the caller's
      *  transaction - the caller commits it right away, so the rules
      *  can be tuned against the callback outcomes.
      *
      *  CALL "FRDSCORE" USING dados, disp
      *    disp "S" = pontuado (id, score, motivos e retencao S/N
      *    devolvidos); "F" = falha de banco - o chamador segue sem
      *    retencao e registra a falha.
      *
      *  fraud_scores: id, channel, account, amount, dest_account,
      *    dest_key, score, threshold, pts_new_payee, pts_amount,
      *    pts_night, pts_burst, pts_profile, pts_disputed, reasons,
      *    decision (PASS/HOLD), operator, session_id, scored_at,
      *    outcome (CONFIRMED/DENIED), outcome_by, outcome_at,
      *    outcome_note
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FRAUD-SRV.
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
      *    Debito em pontuacao.
         01  WS-FS-CHANNEL           PIC X(10) VALUE SPACES.
         01  WS-FS-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-FS-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-FS-DEST-ACCOUNT      PIC 9(10) VALUE 0.
         01  WS-FS-DEST-KEY          PIC X(40) VALUE SPACES.
         01  WS-FS-DEST-BANK         PIC 9(3)  VALUE 0.
         01  WS-FS-DEST-BRANCH       PIC 9(4)  VALUE 0.
         01  WS-FS-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-FS-SESSION           PIC X(10) VALUE SPACES.

      *    Apuracao de cada regra.
         01  WS-FS-COUNT             PIC 9(9)  VALUE 0.
         01  WS-FS-AVG-DEBIT         PIC S9(13)V99 VALUE 0.
         01  WS-FS-AVG-BALANCE       PIC S9(13)V99 VALUE 0.
         01  WS-FS-BURST-MIN         PIC 9(5)  VALUE 30.
         01  WS-FS-PROFILE-DAYS      PIC 9(5)  VALUE 7.

      *    Resultado gravado em fraud_scores.
         01  WS-FS-SCORE             PIC 9(3)  VALUE 0.
         01  WS-FS-HOLD-SCORE        PIC 9(3)  VALUE 60.
         01  WS-FS-PTS-NEW-PAYEE     PIC 9(3)  VALUE 0.
         01  WS-FS-PTS-AMOUNT        PIC 9(3)  VALUE 0.
         01  WS-FS-PTS-NIGHT         PIC 9(3)  VALUE 0.
         01  WS-FS-PTS-BURST         PIC 9(3)  VALUE 0.
         01  WS-FS-PTS-PROFILE       PIC 9(3)  VALUE 0.
         01  WS-FS-PTS-DISPUTED      PIC 9(3)  VALUE 0.
         01  WS-FS-REASONS           PIC X(60) VALUE SPACES.
         01  WS-FS-DECISION          PIC X(4)  VALUE SPACES.
         01  WS-FS-SCORE-ID          PIC 9(9)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Pesos e limites das regras - catalogo central, uma leitura
      *    por processo.
         01  WS-FS-WEIGHT-NEW-PAYEE  PIC 9(3)  VALUE 25.
         01  WS-FS-WEIGHT-AMOUNT     PIC 9(3)  VALUE 30.
         01  WS-FS-WEIGHT-NIGHT      PIC 9(3)  VALUE 15.
         01  WS-FS-WEIGHT-BURST      PIC 9(3)  VALUE 20.
         01  WS-FS-WEIGHT-PROFILE    PIC 9(3)  VALUE 25.
         01  WS-FS-WEIGHT-DISPUTED   PIC 9(3)  VALUE 40.
         01  WS-FS-AMOUNT-MULT       PIC 9(3)V99 VALUE 3,00.
         01  WS-FS-NIGHT-START       PIC 9(2)  VALUE 22.
         01  WS-FS-NIGHT-END         PIC 9(2)  VALUE 6.
         01  WS-FS-BURST-COUNT       PIC 9(5)  VALUE 3.
         01  WS-FS-POLICY-LOADED     PIC X(1)  VALUE "N".
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-FS-USUAL             PIC S9(13)V99 VALUE 0.
         01  WS-FS-TIME              PIC 9(8)  VALUE 0.
         01  WS-FS-HOUR              PIC 9(2)  VALUE 0.
         01  WS-FS-TOTAL             PIC 9(5)  VALUE 0.
         01  WS-FS-PTR               PIC 9(3)  VALUE 1.
         01  WS-FS-FAILED            PIC X(1)  VALUE "N".

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-FRD-DATA.
             05  LK-FS-CHANNEL       PIC X(10).
             05  LK-FS-ACCOUNT       PIC 9(10).
             05  LK-FS-AMOUNT        PIC 9(13)V99.
             05  LK-FS-DEST-ACCOUNT  PIC 9(10).
             05  LK-FS-DEST-KEY      PIC X(40).
             05  LK-FS-DEST-BANK     PIC 9(3).
             05  LK-FS-DEST-BRANCH   PIC 9(4).
             05  LK-FS-OPERATOR      PIC X(20).
             05  LK-FS-SESSION       PIC X(10).
             05  LK-FS-SCORE-ID      PIC 9(9).
             05  LK-FS-SCORE         PIC 9(3).
             05  LK-FS-THRESHOLD     PIC 9(3).
             05  LK-FS-REASONS       PIC X(60).
             05  LK-FS-HOLD          PIC X(1).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-FRD-DATA,
               LK-DISPOSITION.
      ******************************************************************
         FRDSCORE-RTN.
            ENTRY "FRDSCORE" USING LK-FRD-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            IF WS-FS-POLICY-LOADED = "N"
               PERFORM LOAD-POLICY
            END-IF
            MOVE LK-FS-CHANNEL TO WS-FS-CHANNEL
            MOVE LK-FS-ACCOUNT TO WS-FS-ACCOUNT
            MOVE LK-FS-AMOUNT TO WS-FS-AMOUNT
            MOVE LK-FS-DEST-ACCOUNT TO WS-FS-DEST-ACCOUNT
            MOVE LK-FS-DEST-KEY TO WS-FS-DEST-KEY
            MOVE LK-FS-DEST-BANK TO WS-FS-DEST-BANK
            MOVE LK-FS-DEST-BRANCH TO WS-FS-DEST-BRANCH
            MOVE LK-FS-OPERATOR TO WS-FS-OPERATOR
            MOVE LK-FS-SESSION TO WS-FS-SESSION
            MOVE 0 TO LK-FS-SCORE-ID
            MOVE 0 TO LK-FS-SCORE
            MOVE WS-FS-HOLD-SCORE TO LK-FS-THRESHOLD
            MOVE SPACES TO LK-FS-REASONS
            MOVE "N" TO LK-FS-HOLD

            MOVE "N" TO WS-FS-FAILED
            MOVE 0 TO WS-FS-PTS-NEW-PAYEE
            MOVE 0 TO WS-FS-PTS-AMOUNT
            MOVE 0 TO WS-FS-PTS-NIGHT
            MOVE 0 TO WS-FS-PTS-BURST
            MOVE 0 TO WS-FS-PTS-PROFILE
            MOVE 0 TO WS-FS-PTS-DISPUTED
            MOVE SPACES TO WS-FS-REASONS
            MOVE 1 TO WS-FS-PTR

            PERFORM RULE-NEW-PAYEE
            IF WS-FS-FAILED = "N"
               PERFORM RULE-AMOUNT
            END-IF
            IF WS-FS-FAILED = "N"
               PERFORM RULE-NIGHT
               PERFORM RULE-BURST
            END-IF
            IF WS-FS-FAILED = "N"
               PERFORM RULE-PROFILE
            END-IF
            IF WS-FS-FAILED = "N"
               PERFORM RULE-DISPUTED
            END-IF
            IF WS-FS-FAILED = "N"
               PERFORM RECORD-SCORE
            END-IF.
            EXIT PROGRAM.

         LOAD-POLICY.
            MOVE "FRAUD_PTS_NEW_PAYEE" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-NEW-PAYEE
            END-IF
            MOVE "FRAUD_PTS_AMOUNT" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-AMOUNT
            END-IF
            MOVE "FRAUD_PTS_NIGHT" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-NIGHT
            END-IF
            MOVE "FRAUD_PTS_BURST" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-BURST
            END-IF
            MOVE "FRAUD_PTS_PROFILE" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-PROFILE
            END-IF
            MOVE "FRAUD_PTS_DISPUTED" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FS-WEIGHT-DISPUTED
            END-IF

            MOVE "FRAUD_AMOUNT_MULT" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-FS-AMOUNT-MULT
            END-IF
            MOVE "FRAUD_NIGHT_START" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE < 24
               MOVE WS-PARAM-VALUE TO WS-FS-NIGHT-START
            END-IF
            MOVE "FRAUD_NIGHT_END" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE < 24
               MOVE WS-PARAM-VALUE TO WS-FS-NIGHT-END
            END-IF
            MOVE "FRAUD_BURST_COUNT" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-FS-BURST-COUNT
            END-IF
            MOVE "FRAUD_BURST_MINUTES" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-FS-BURST-MIN
            END-IF
            MOVE "FRAUD_PROFILE_DAYS" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-FS-PROFILE-DAYS
            END-IF
            MOVE "FRAUD_HOLD_SCORE" TO WS-PARAM-NAME
            PERFORM READ-ONE-PARAM
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-FS-HOLD-SCORE
            END-IF
            MOVE "S" TO WS-FS-POLICY-LOADED.

         READ-ONE-PARAM.
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP.

         RULE-NEW-PAYEE.
      *    Favorecido ja pago antes nao pontua; o TED, que nao tem
      *    favorecido salvo, olha os fios ja liquidados da conta.
            MOVE 0 TO WS-FS-COUNT
            IF WS-FS-CHANNEL = "TED"
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-FS-COUNT
                  FROM ted_wires
                  WHERE account = :WS-FS-ACCOUNT
                    AND dest_bank = :WS-FS-DEST-BANK
                    AND dest_branch = :WS-FS-DEST-BRANCH
                    AND dest_account = :WS-FS-DEST-ACCOUNT
                    AND status = 'SETTLED'
               END-EXEC
            ELSE
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-FS-COUNT
                  FROM payees
                  WHERE owner_account = :WS-FS-ACCOUNT
                    AND used_count > 0
                    AND ((TRIM(:WS-FS-CHANNEL) = 'PIX'
                          AND dest_pix_key = :WS-FS-DEST-KEY)
                     OR  (TRIM(:WS-FS-CHANNEL) = 'TRANSFER'
                          AND dest_account = :WS-FS-DEST-ACCOUNT))
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-FS-FAILED
            ELSE IF WS-FS-COUNT = 0
               MOVE WS-FS-WEIGHT-NEW-PAYEE TO WS-FS-PTS-NEW-PAYEE
               IF WS-FS-PTS-NEW-PAYEE > 0
                  STRING "NOVO-FAV " DELIMITED BY SIZE
                     INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                  END-STRING
               END-IF
            END-IF
            END-IF.

         RULE-AMOUNT.
      *    O habitual da conta e o maior entre o debito medio do diario
      *    e o saldo medio de fechamento, ambos em 90 dias.
            MOVE 0 TO WS-FS-AVG-DEBIT
            MOVE 0 TO WS-FS-AVG-BALANCE
            EXEC SQL
               SELECT COALESCE(AVG(amount), 0)
               INTO :WS-FS-AVG-DEBIT
               FROM audit_journal
               WHERE debit_account = :WS-FS-ACCOUNT
                 AND action IN ('PIX', 'TRANSFER', 'TED', 'WITHDRAW')
                 AND created_at >= now() - INTERVAL '90 days'
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT COALESCE(AVG(balance), 0)
                  INTO :WS-FS-AVG-BALANCE
                  FROM balance_history
                  WHERE account = :WS-FS-ACCOUNT
                    AND business_date >= CURRENT_DATE - 90
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-FS-FAILED
            ELSE
               MOVE WS-FS-AVG-DEBIT TO WS-FS-USUAL
               IF WS-FS-AVG-BALANCE > WS-FS-USUAL
                  MOVE WS-FS-AVG-BALANCE TO WS-FS-USUAL
               END-IF
               IF WS-FS-USUAL > 0 AND
                  WS-FS-AMOUNT > WS-FS-USUAL * WS-FS-AMOUNT-MULT
                  MOVE WS-FS-WEIGHT-AMOUNT TO WS-FS-PTS-AMOUNT
                  IF WS-FS-PTS-AMOUNT > 0
                     STRING "VALOR " DELIMITED BY SIZE
                        INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                     END-STRING
                  END-IF
               END-IF
            END-IF.

         RULE-NIGHT.
      *    Janela noturna pode atravessar a meia-noite (22h-6h) ou
      *    nao (1h-5h).
            ACCEPT WS-FS-TIME FROM TIME
            COMPUTE WS-FS-HOUR = WS-FS-TIME / 1000000
            IF (WS-FS-NIGHT-START > WS-FS-NIGHT-END AND
                (WS-FS-HOUR >= WS-FS-NIGHT-START OR
                 WS-FS-HOUR < WS-FS-NIGHT-END))
               OR (WS-FS-NIGHT-START < WS-FS-NIGHT-END AND
                WS-FS-HOUR >= WS-FS-NIGHT-START AND
                WS-FS-HOUR < WS-FS-NIGHT-END)
               MOVE WS-FS-WEIGHT-NIGHT TO WS-FS-PTS-NIGHT
               IF WS-FS-PTS-NIGHT > 0
                  STRING "NOITE " DELIMITED BY SIZE
                     INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                  END-STRING
               END-IF
            END-IF.

         RULE-BURST.
      *    Debitos da conta ja postados nesta sessao dentro da janela -
      *    o diario e gravado na transacao do lancamento, entao o que
      *    saiu ha um minuto ja esta la.
            MOVE 0 TO WS-FS-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-FS-COUNT
               FROM audit_journal
               WHERE debit_account = :WS-FS-ACCOUNT
                 AND TRIM(session_id) = TRIM(:WS-FS-SESSION)
                 AND action IN ('PIX', 'TRANSFER', 'TED', 'WITHDRAW')
                 AND created_at >= now() -
                     (:WS-FS-BURST-MIN * INTERVAL '1 minute')
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-FS-FAILED
            ELSE IF WS-FS-COUNT >= WS-FS-BURST-COUNT
               MOVE WS-FS-WEIGHT-BURST TO WS-FS-PTS-BURST
               IF WS-FS-PTS-BURST > 0
                  STRING "RAJADA " DELIMITED BY SIZE
                     INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                  END-STRING
               END-IF
            END-IF
            END-IF.

         RULE-PROFILE.
      *    Troca de senha da conta ou de telefone do titular na trilha
      *    de alteracoes - o roteiro da conta tomada.
            MOVE 0 TO WS-FS-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-FS-COUNT
               FROM change_audit
               WHERE changed_at >= now() -
                     (:WS-FS-PROFILE-DAYS * INTERVAL '1 day')
                 AND ((table_name = 'customer_pins'
                       AND account = :WS-FS-ACCOUNT
                       AND field_name = 'pin')
                  OR  (table_name = 'customers'
                       AND field_name = 'phone'
                       AND customer_doc =
                           account_holder_doc(:WS-FS-ACCOUNT)))
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-FS-FAILED
            ELSE IF WS-FS-COUNT > 0
               MOVE WS-FS-WEIGHT-PROFILE TO WS-FS-PTS-PROFILE
               IF WS-FS-PTS-PROFILE > 0
                  STRING "CADASTRO " DELIMITED BY SIZE
                     INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                  END-STRING
               END-IF
            END-IF
            END-IF.

         RULE-DISPUTED.
      *    Destino de alguma referencia ja contestada: a chave do PIX
      *    (comprovante em log_cobol), a conta creditada no diario, o
      *    banco/agencia/conta do fio.
            MOVE 0 TO WS-FS-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-FS-COUNT
               FROM dispute_cases d
               WHERE (TRIM(:WS-FS-CHANNEL) = 'PIX'
                      AND EXISTS
                          (SELECT 1 FROM log_cobol l
                           WHERE l.action = 'PIX'
                             AND l.status = 'OK'
                             AND TRIM(l.message) = TRIM(d.tx_ref)
                             AND TRIM(l.endpoint) =
                                 TRIM(:WS-FS-DEST-KEY)))
                  OR (TRIM(:WS-FS-CHANNEL) = 'TRANSFER'
                      AND EXISTS
                          (SELECT 1 FROM audit_journal j
                           WHERE j.action = 'TRANSFER'
                             AND TRIM(j.ref) = TRIM(d.tx_ref)
                             AND j.credit_account =
                                 :WS-FS-DEST-ACCOUNT))
                  OR (TRIM(:WS-FS-CHANNEL) = 'TED'
                      AND EXISTS
                          (SELECT 1 FROM ted_wires w
                           WHERE TRIM(w.ref) = TRIM(d.tx_ref)
                             AND w.dest_bank = :WS-FS-DEST-BANK
                             AND w.dest_branch = :WS-FS-DEST-BRANCH
                             AND w.dest_account =
                                 :WS-FS-DEST-ACCOUNT))
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-FS-FAILED
            ELSE IF WS-FS-COUNT > 0
               MOVE WS-FS-WEIGHT-DISPUTED TO WS-FS-PTS-DISPUTED
               IF WS-FS-PTS-DISPUTED > 0
                  STRING "DISPUTA " DELIMITED BY SIZE
                     INTO WS-FS-REASONS WITH POINTER WS-FS-PTR
                  END-STRING
               END-IF
            END-IF
            END-IF.

         RECORD-SCORE.
            COMPUTE WS-FS-TOTAL = WS-FS-PTS-NEW-PAYEE
               + WS-FS-PTS-AMOUNT + WS-FS-PTS-NIGHT + WS-FS-PTS-BURST
               + WS-FS-PTS-PROFILE + WS-FS-PTS-DISPUTED
            IF WS-FS-TOTAL > 999
               MOVE 999 TO WS-FS-SCORE
            ELSE
               MOVE WS-FS-TOTAL TO WS-FS-SCORE
            END-IF
            IF WS-FS-SCORE >= WS-FS-HOLD-SCORE
               MOVE "HOLD" TO WS-FS-DECISION
            ELSE
               MOVE "PASS" TO WS-FS-DECISION
            END-IF

            EXEC SQL
               INSERT INTO fraud_scores
                  (channel, account, amount, dest_account, dest_key,
                   score, threshold, pts_new_payee, pts_amount,
                   pts_night, pts_burst, pts_profile, pts_disputed,
                   reasons, decision, operator, session_id,
                   scored_at)
               VALUES (TRIM(:WS-FS-CHANNEL), :WS-FS-ACCOUNT,
                       :WS-FS-AMOUNT, :WS-FS-DEST-ACCOUNT,
                       NULLIF(TRIM(:WS-FS-DEST-KEY), ''),
                       :WS-FS-SCORE, :WS-FS-HOLD-SCORE,
                       :WS-FS-PTS-NEW-PAYEE, :WS-FS-PTS-AMOUNT,
                       :WS-FS-PTS-NIGHT, :WS-FS-PTS-BURST,
                       :WS-FS-PTS-PROFILE, :WS-FS-PTS-DISPUTED,
                       NULLIF(TRIM(:WS-FS-REASONS), ''),
                       :WS-FS-DECISION, :WS-FS-OPERATOR,
                       :WS-FS-SESSION, now())
               RETURNING id INTO :WS-FS-SCORE-ID
            END-EXEC

            IF SQLCODE = ZERO
               MOVE WS-FS-SCORE-ID TO LK-FS-SCORE-ID
               MOVE WS-FS-SCORE TO LK-FS-SCORE
               MOVE WS-FS-REASONS TO LK-FS-REASONS
               IF WS-FS-DECISION = "HOLD"
                  MOVE "S" TO LK-FS-HOLD
               END-IF
               MOVE "S" TO LK-DISPOSITION
            END-IF.

      *  Bank-wide trial balance - RECONCILE checks one account against
      *  its own history; this job checks the bank. It sums saldo()
      *  across every account from get_accounts(), stores the figure in
      *  bank_totals for the DATESRV business date, and compares it
      *  against the previous business day's stored total plus the
      *  day's net postings from log_cobol (deposits, boleto and
      *  conversion credits, cheques and interest in; withdrawals -
      *  teller or ATM switch -, fees, taxes and PIX out; internal
      *  transfers net to zero).
      *  A mismatch screams: alert row through LOGINSERT and non-zero
      *  exit for the scheduler. REVERSAL rows are excluded from the
      *  net because log_cobol does not record their direction; the
      *  bounced-cheque unwind is the exception, counted out through
      *  the CHQ-RETURN row that carries the cheque amount. The sum
      *  is carried in the common batch checkpoint (BATCHCKPT) account
      *  by account, so a rerun resumes after the last account marked
      *  with the partial sum intact; a run already complete for the
      *  business date is refused unless BATCH_FORCE=S. The job runs
      *  in the night chain after EOD-CLOSE has rolled the date, so
      *  the business date is the day just closed (DATESRV PREVCLOS);
      *  BANK_BAL_DATE (AAAA-MM-DD) reruns a past date.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-YESTERDAY-TOTAL      PIC S9(13)V99 VALUE 0.
         01  WS-NET-POSTINGS         PIC S9(13)V99 VALUE 0.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

      *    Datas do movimento (DATESRV) - hoje e o dia util anterior.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-PREV-BUS-DATE        PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-EXPECTED-TOTAL      PIC S9(13)V99 VALUE 0.
         01  WS-DRIFT               PIC S9(13)V99 VALUE 0.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "BANK-BAL".
             05  WS-CKPT-FORCE         PIC X(1)  VALUE SPACE.
             05  WS-CKPT-OUT-PATH      PIC X(100) VALUE SPACES.
             05  WS-CKPT-BUS-DATE      PIC X(10) VALUE SPACES.
             05  WS-CKPT-LAST-KEY      PIC X(20) VALUE SPACES.
             05  WS-CKPT-DONE          PIC 9(9)  VALUE 0.
             05  WS-CKPT-OUT-RECORDS   PIC 9(9)  VALUE 0.
             05  WS-CKPT-CARRY-1       PIC S9(15)V99 VALUE 0.
             05  WS-CKPT-CARRY-2       PIC S9(15)V99 VALUE 0.
             05  WS-CKPT-CARRY-3       PIC S9(15)V99 VALUE 0.
             05  WS-CKPT-SKIP-LINES    PIC 9(9)  VALUE 0.
             05  WS-CKPT-RESTART       PIC X(1)  VALUE "N".
         01  WS-CKPT-DISP           PIC X(1)  VALUE SPACE.
         01  WS-CKPT-RUN            PIC X(1)  VALUE "N".
         01  WS-CKPT-HALTED         PIC X(1)  VALUE "N".

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "BANKBAL".
         MAIN-RTN.
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-BUSINESS-DATE
               IF WS-BUS-DATE NOT = SPACES
                  PERFORM START-CHECKPOINT
               END-IF
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-CARRY-1 TO WS-TODAY-TOTAL
                  PERFORM SUM-ALL-BALANCES
                  IF WS-CKPT-HALTED = "N"
                     PERFORM COMPARE-WITH-YESTERDAY
                     PERFORM STORE-TODAY-TOTAL
                  END-IF
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
            EXEC SQL
               DECLARE BANK-ACC-CUR CURSOR FOR
               SELECT account_number FROM get_accounts()
               WHERE account_number > :WS-CKPT-RESUME-ACCOUNT
               ORDER BY account_number
            END-EXEC

            EXEC SQL
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-CKPT-HALTED
            ELSE
               MOVE "N" TO WS-ACC-EOF
               PERFORM SUM-ONE-BALANCE UNTIL WS-ACC-EOF = "Y"
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               IF SQLCODE = ZERO
                  ADD WS-ACC-SALDO TO WS-TODAY-TOTAL
               END-IF
               MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
               ADD 1 TO WS-CKPT-DONE
               MOVE WS-TODAY-TOTAL TO WS-CKPT-CARRY-1
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-ACC-EOF
               END-IF
            END-IF.

         LOAD-BUSINESS-DATE.
      *    O total pertence ao dia recem-fechado pelo EOD-CLOSE no
      *    DATESRV (a data em vigor ja e a do proximo movimento), ou a
      *    data informada no ambiente num rerun; "ontem" e o dia util
      *    anterior a ela - rodada depois da meia-noite ou numa
      *    segunda-feira ainda compara com o fechamento certo.
            MOVE SPACES TO WS-PREV-BUS-DATE
            ACCEPT WS-BUS-DATE FROM ENVIRONMENT "BANK_BAL_DATE"
            IF WS-BUS-DATE = SPACES
               MOVE "PREVCLOS" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  MOVE WS-DS-OUT TO WS-BUS-DATE
               END-IF
            END-IF
            IF WS-BUS-DATE NOT = SPACES
               MOVE WS-BUS-DATE TO WS-CKPT-BUS-DATE
               MOVE "PREVBD" TO WS-DS-FUNC
               MOVE WS-BUS-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  MOVE WS-DS-OUT TO WS-PREV-BUS-DATE
               ELSE
                  MOVE SPACES TO WS-BUS-DATE
               END-IF
            END-IF
            IF WS-BUS-DATE = SPACES
               DISPLAY "#Data do movimento indisponivel - fechamento "
                  "nao apurado"
               MOVE 1 TO RETURN-CODE
            ELSE
               DISPLAY "#Data do movimento: " WS-BUS-DATE
                  " (anterior " WS-PREV-BUS-DATE ")"
            END-IF.

         COMPARE-WITH-YESTERDAY.
            EXEC SQL
               SELECT total INTO :WS-YESTERDAY-TOTAL
               FROM bank_totals
               WHERE business_date = :WS-PREV-BUS-DATE::date
            END-EXEC

            IF SQLCODE = 100
               INTO :WS-NET-POSTINGS
               FROM log_cobol
               WHERE status = 'OK'
                 AND COALESCE(business_date, created_at::date) =
                     :WS-BUS-DATE::date
            END-EXEC

            IF SQLCODE NOT = ZERO
      *    dia, entao apaga a linha antes de inserir a nova.
            EXEC SQL
               DELETE FROM bank_totals
               WHERE business_date = :WS-BUS-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-CKPT-HALTED
            ELSE
               EXEC SQL
                  INSERT INTO bank_totals (business_date, total)
                  VALUES (:WS-BUS-DATE::date, :WS-TODAY-TOTAL)
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE "S" TO WS-CKPT-HALTED
               ELSE
                  EXEC SQL
                     COMMIT
               END-IF
            END-IF.

         START-CHECKPOINT.
      *    Ponto de controle da rodada (BATCHCKPT): rodada nova,
      *    retomada depois da ultima chave confirmada ou recusa - a
      *    rodada desta data ja concluiu e a saida ja foi produzida
      *    (BATCH_FORCE=S repete do zero).
            MOVE "N" TO WS-CKPT-RUN
            MOVE SPACE TO WS-CKPT-FORCE
            ACCEPT WS-CKPT-FORCE FROM ENVIRONMENT "BATCH_FORCE"
            MOVE "START" TO WS-CKPT-FUNC
            CALL "BATCHCKPT" USING WS-CKPT-DATA, WS-CKPT-DISP
            IF WS-CKPT-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               MOVE "S" TO WS-CKPT-RUN
               IF WS-CKPT-RESTART = "S"
                  IF WS-CKPT-LAST-KEY(1:10) IS NUMERIC
                     MOVE WS-CKPT-LAST-KEY(1:10)
                        TO WS-CKPT-RESUME-ACCOUNT
                  END-IF
                  DISPLAY "#Retomando apos " WS-CKPT-LAST-KEY
                     " - " WS-CKPT-DONE " ja feitos"
               END-IF
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF WS-CKPT-DISP = "D"
                  DISPLAY "#Rodada desta data ja concluida - use "
                     "BATCH_FORCE=S para repetir"
               ELSE
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF.

         MARK-CHECKPOINT.
      *    Chave feita - a marca confirma junto o trabalho dela; marca
      *    que falha desfaz a chave e para a varredura, e o rerun
      *    retoma da anterior.
            MOVE "MARK" TO WS-CKPT-FUNC
            CALL "BATCHCKPT" USING WS-CKPT-DATA, WS-CKPT-DISP
            IF WS-CKPT-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "S" TO WS-CKPT-HALTED
            END-IF.

         COMPLETE-CHECKPOINT.
      *    Varredura que parou no meio fica RUNNING para o rerun, e o
      *    codigo de retorno avisa o BATCH-ORCH.
            IF WS-CKPT-HALTED = "N"
               MOVE "COMPLETE" TO WS-CKPT-FUNC
               CALL "BATCHCKPT" USING WS-CKPT-DATA, WS-CKPT-DISP
               IF WS-CKPT-DISP = "S"
                  EXEC SQL
                     COMMIT
                  END-EXEC
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE 1 TO RETURN-CODE
               END-IF
            ELSE
               DISPLAY "#Rodada interrompida apos " WS-CKPT-LAST-KEY
                  " - o rerun retoma dai"
               MOVE 1 TO RETURN-CODE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

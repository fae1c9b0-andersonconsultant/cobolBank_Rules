      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly balance snapshot - stores every account's closing
      *  balance in balance_history keyed by the DATESRV business
      *  date (not the wall clock), so "yesterday's balance" becomes
      *  a lookup instead of a get_transfer() replay: reconciliation
      *  compares against the stored figure, average-balance fees
      *  become a query and the manager's trend question finally has
      *  data behind it. A rerun on the same date replaces that
      *  date's snapshot. Each account is committed with its mark in
      *  the common batch checkpoint (BATCHCKPT): an interrupted run
      *  leaves the date RUNNING and the rerun resumes after the last
      *  account marked; a run already complete is refused unless
      *  BATCH_FORCE=S. The job runs in the night chain after
      *  EOD-CLOSE has rolled the date, so the date is the day just
      *  closed (DATESRV PREVCLOS); SNAPSHOT_DATE (AAAA-MM-DD) reruns
      *  a past date.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-ACC-NUMBER           PIC 9(10) VALUE 0.
         01  WS-ACC-SALDO            PIC S9(10)V99 VALUE 0.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

      *    Data do movimento (DATESRV) - chave da foto do dia.
         01  WS-SNAP-BUS-DATE        PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-SNAP-COUNT          PIC 9(9)  VALUE 0.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "SNAPSHOT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SNAPSHOT".
         MAIN-RTN.
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-BUSINESS-DATE
               IF WS-SNAP-BUS-DATE NOT = SPACES
                  PERFORM START-CHECKPOINT
               END-IF
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-SNAP-COUNT
      *           Nenhuma conta marcada ainda - rodada nova, repetida
      *           ou interrompida antes da primeira marca: a foto da
      *           data e refeita do zero.
                  IF WS-CKPT-RESUME-ACCOUNT = 0
                     PERFORM CLEAR-TODAY-SNAPSHOT
                  END-IF
                  IF WS-SNAP-FAILED = "N"
                     PERFORM SNAPSHOT-ALL-ACCOUNTS
                  ELSE
                     MOVE "S" TO WS-CKPT-HALTED
                  END-IF
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
               MOVE "S" TO WS-DB-STARTED
            END-IF.

         LOAD-BUSINESS-DATE.
      *    Data informada no ambiente vence (rerun); sem ela, o dia
      *    recem-fechado pelo EOD-CLOSE no DATESRV, nao o relogio - a
      *    data em vigor ja e a do proximo movimento. O ponto de
      *    controle fica na mesma data da foto.
            ACCEPT WS-SNAP-BUS-DATE FROM ENVIRONMENT "SNAPSHOT_DATE"
            IF WS-SNAP-BUS-DATE = SPACES
               MOVE "PREVCLOS" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  MOVE WS-DS-OUT TO WS-SNAP-BUS-DATE
               END-IF
            END-IF
            IF WS-SNAP-BUS-DATE NOT = SPACES
               MOVE WS-SNAP-BUS-DATE TO WS-CKPT-BUS-DATE
               DISPLAY "#Data do movimento: " WS-SNAP-BUS-DATE
            ELSE
               DISPLAY "#Data do movimento indisponivel - snapshot "
                  "nao gravado"
               MOVE 1 TO RETURN-CODE
            END-IF.

         CLEAR-TODAY-SNAPSHOT.
      *    Rerun no mesmo dia substitui a foto - apaga a data antes de
      *    gravar de novo; a exclusao confirma junto com a primeira
      *    conta marcada.
            MOVE "N" TO WS-SNAP-FAILED
            EXEC SQL
               DELETE FROM balance_history
               WHERE business_date = :WS-SNAP-BUS-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
            EXEC SQL
               DECLARE SNAP-ACC-CUR CURSOR FOR
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
               PERFORM SNAPSHOT-ONE-ACCOUNT UNTIL WS-ACC-EOF = "Y"
                  CLOSE SNAP-ACC-CUR
               END-EXEC

               IF WS-SNAP-FAILED = "S" OR WS-CKPT-HALTED = "S"
      *           Foto parcial nao serve para reconciliar - a conta em
      *           curso e desfeita e a data fica RUNNING no ponto de
      *           controle ate o rerun completar a foto.
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "S" TO WS-CKPT-HALTED
                  DISPLAY "#Snapshot incompleto - repita a rodada"
               ELSE
                  DISPLAY "#Saldos fotografados: " WS-SNAP-COUNT

                  MOVE "OK" TO WS-LOG-STATUS
                  EXEC SQL
                     INSERT INTO balance_history
                        (business_date, account, balance)
                     VALUES (:WS-SNAP-BUS-DATE::date, :WS-ACC-NUMBER,
                             :WS-ACC-SALDO)
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                        SQLERRMC-PASS, WS-UTIL-DISP
                  ELSE
                     ADD 1 TO WS-SNAP-COUNT
                     MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
                     MOVE WS-SNAP-COUNT TO WS-CKPT-DONE
                     PERFORM MARK-CHECKPOINT
                     IF WS-CKPT-HALTED = "S"
                        MOVE "Y" TO WS-ACC-EOF
                     END-IF
                  END-IF
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

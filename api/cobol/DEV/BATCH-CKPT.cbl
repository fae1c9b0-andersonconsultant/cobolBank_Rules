      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Batch checkpoint and restart - the accrual_runs discipline of
      *  ACCRUE-INT made common to every job that walks the book one
      *  account (or one customer) at a time. One row per job and
      *  business date in batch_checkpoints holds the last committed
      *  key, how many keys are done, how many output lines were
      *  written and up to three running totals the job carries, so a
      *  rerun picks up after the last committed key with its figures
      *  intact instead of starting again from zero. A job already
      *  COMPLETE for the date is refused - its output was produced -
      *  unless the operator forces the repeat (BATCH_FORCE=S, also
      *  set by BATCH-ORCH under ORCH_FORCE=S). Called on an already-
      *  open connection, like FILEREG; nothing is committed here -
      *  the caller commits the mark together with the work of the
      *  key it records.
      *
      *  Functions (LK-CK-FUNC):
      *    START    - reads/opens the row for the job on the business
      *               date (the one the caller passes in the data - a
      *               post-close job processing the day just closed -
      *               or else DATESRV CURRBD, returned there): new
      *               run, forced repeat (row reset) or restart (last
      *               key, counters and totals returned; with the path
      *               of a single output file, the lines written past
      *               the last mark are returned as lines to skip).
      *    MARK     - key done: last key, counters and totals.
      *    COMPLETE - last mark and status COMPLETE.
      *
      *  CALL "BATCHCKPT" USING dados, disp
      *    disp "S" = feito (reinicio "S" quando retoma)
      *         "D" = rodada ja concluida nesta data - nada a fazer
      *         "N" = falha - o chamador nao prossegue
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 BATCH-CKPT.
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
            SELECT CKPT-FILE ASSIGN TO WS-CK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-FILE-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  CKPT-FILE.
         01  CKPT-LINE               PIC X(1000).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  WS-CK-JOB               PIC X(20) VALUE SPACES.
         01  WS-CK-BUS-DATE          PIC X(10) VALUE SPACES.
         01  WS-CK-STATUS            PIC X(10) VALUE SPACES.
         01  WS-CK-LAST-KEY          PIC X(20) VALUE SPACES.
         01  WS-CK-DONE              PIC 9(9)  VALUE 0.
         01  WS-CK-OUT-RECORDS       PIC 9(9)  VALUE 0.
         01  WS-CK-CARRY-1           PIC S9(15)V99 VALUE 0.
         01  WS-CK-CARRY-2           PIC S9(15)V99 VALUE 0.
         01  WS-CK-CARRY-3           PIC S9(15)V99 VALUE 0.
         01  WS-CK-RESTARTS          PIC 9(4)  VALUE 0.
         01  WS-CK-UPDATED-AT        PIC X(19) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-CK-PATH              PIC X(100) VALUE SPACES.
         01  WS-CK-FILE-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-CK-EOF               PIC X(1)  VALUE "N".
         01  WS-CK-LINES             PIC 9(9)  VALUE 0.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         LINKAGE SECTION.
         01  LK-CKPT-DATA.
             05  LK-CK-FUNC          PIC X(8).
             05  LK-CK-JOB           PIC X(20).
             05  LK-CK-FORCE         PIC X(1).
             05  LK-CK-OUT-PATH      PIC X(100).
             05  LK-CK-BUS-DATE      PIC X(10).
             05  LK-CK-LAST-KEY      PIC X(20).
             05  LK-CK-DONE          PIC 9(9).
             05  LK-CK-OUT-RECORDS   PIC 9(9).
             05  LK-CK-CARRY-1       PIC S9(15)V99.
             05  LK-CK-CARRY-2       PIC S9(15)V99.
             05  LK-CK-CARRY-3       PIC S9(15)V99.
             05  LK-CK-SKIP-LINES    PIC 9(9).
             05  LK-CK-RESTART       PIC X(1).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-CKPT-DATA,
               LK-DISPOSITION.
      ******************************************************************
         BATCHCKPT-RTN.
            ENTRY "BATCHCKPT" USING LK-CKPT-DATA, LK-DISPOSITION.
            MOVE LK-CK-JOB         TO WS-CK-JOB
            MOVE LK-CK-BUS-DATE    TO WS-CK-BUS-DATE
            MOVE LK-CK-LAST-KEY    TO WS-CK-LAST-KEY
            MOVE LK-CK-DONE        TO WS-CK-DONE
            MOVE LK-CK-OUT-RECORDS TO WS-CK-OUT-RECORDS
            MOVE LK-CK-CARRY-1     TO WS-CK-CARRY-1
            MOVE LK-CK-CARRY-2     TO WS-CK-CARRY-2
            MOVE LK-CK-CARRY-3     TO WS-CK-CARRY-3
            MOVE "N" TO LK-DISPOSITION

            EVALUATE LK-CK-FUNC
               WHEN "START"
                  PERFORM START-CHECKPOINT
               WHEN "MARK"
                  MOVE "RUNNING" TO WS-CK-STATUS
                  PERFORM UPDATE-CHECKPOINT
               WHEN "COMPLETE"
                  MOVE "COMPLETE" TO WS-CK-STATUS
                  PERFORM UPDATE-CHECKPOINT
               WHEN OTHER
                  DISPLAY "#Funcao invalida no ponto de controle: "
                     LK-CK-FUNC
            END-EVALUATE
            EXIT PROGRAM.

         START-CHECKPOINT.
      *    A rodada pertence a data do movimento, nao ao relogio - um
      *    rerun depois da meia-noite ainda retoma a mesma linha. Data
      *    informada pelo chamador vence (o dia que ele processa).
            IF LK-CK-BUS-DATE NOT = SPACES
               MOVE LK-CK-BUS-DATE TO WS-DS-OUT
               MOVE "S" TO WS-DS-DISP
            ELSE
               MOVE "CURRBD" TO WS-DS-FUNC
               MOVE SPACES TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
            END-IF
            IF WS-DS-DISP NOT = "S"
               DISPLAY "#Ponto de controle: data do movimento "
                  "indisponivel"
            ELSE
               MOVE WS-DS-OUT TO WS-CK-BUS-DATE
               MOVE WS-DS-OUT TO LK-CK-BUS-DATE
               PERFORM READ-CHECKPOINT
            END-IF.

         READ-CHECKPOINT.
            MOVE "N" TO LK-CK-RESTART
            MOVE 0 TO LK-CK-SKIP-LINES
            EXEC SQL
               SELECT status, COALESCE(last_key, ''), done_count,
                      out_records, carry_1, carry_2, carry_3, restarts,
                      TO_CHAR(updated_at, 'YYYY-MM-DD HH24:MI:SS')
               INTO :WS-CK-STATUS, :WS-CK-LAST-KEY, :WS-CK-DONE,
                    :WS-CK-OUT-RECORDS, :WS-CK-CARRY-1,
                    :WS-CK-CARRY-2, :WS-CK-CARRY-3, :WS-CK-RESTARTS,
                    :WS-CK-UPDATED-AT
               FROM batch_checkpoints
               WHERE job_name = TRIM(:WS-CK-JOB)
                 AND business_date = :WS-CK-BUS-DATE::date
            END-EXEC

            IF SQLCODE = 100
               PERFORM INSERT-CHECKPOINT
            ELSE IF SQLCODE NOT = ZERO
               DISPLAY "#Ponto de controle indisponivel - " SQLERRMC
            ELSE IF WS-CK-STATUS = "COMPLETE" AND LK-CK-FORCE NOT = "S"
               MOVE "D" TO LK-DISPOSITION
               DISPLAY "#" WS-CK-JOB " ja concluido em "
                  WS-CK-BUS-DATE " (" WS-CK-DONE " chaves, "
                  WS-CK-OUT-RECORDS " linhas) - saida ja produzida"
            ELSE IF WS-CK-STATUS = "COMPLETE"
      *    Repeticao forcada - recomeca do zero, consciente.
               PERFORM RESET-CHECKPOINT
            ELSE
               PERFORM RESUME-CHECKPOINT
            END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-CHECKPOINT.
            EXEC SQL
               INSERT INTO batch_checkpoints
                  (job_name, business_date, status, last_key,
                   done_count, out_records, carry_1, carry_2,
                   carry_3, restarts, started_at, updated_at)
               VALUES (TRIM(:WS-CK-JOB), :WS-CK-BUS-DATE::date,
                       'RUNNING', NULL, 0, 0, 0, 0, 0, 0,
                       now(), now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao abrir ponto de controle - " SQLERRMC
            ELSE
               PERFORM CLEAR-RETURNED-FIGURES
               MOVE "S" TO LK-DISPOSITION
            END-IF.

         RESET-CHECKPOINT.
            EXEC SQL
               UPDATE batch_checkpoints
               SET status = 'RUNNING', last_key = NULL,
                   done_count = 0, out_records = 0,
                   carry_1 = 0, carry_2 = 0, carry_3 = 0,
                   restarts = 0, started_at = now(),
                   updated_at = now(), ended_at = NULL
               WHERE job_name = TRIM(:WS-CK-JOB)
                 AND business_date = :WS-CK-BUS-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao reabrir ponto de controle - "
                  SQLERRMC
            ELSE
               PERFORM CLEAR-RETURNED-FIGURES
               MOVE "S" TO LK-DISPOSITION
               DISPLAY "#" WS-CK-JOB " repetido por BATCH_FORCE - "
                  "recomeca do zero"
            END-IF.

         CLEAR-RETURNED-FIGURES.
            MOVE SPACES TO LK-CK-LAST-KEY
            MOVE 0 TO LK-CK-DONE
            MOVE 0 TO LK-CK-OUT-RECORDS
            MOVE 0 TO LK-CK-CARRY-1
            MOVE 0 TO LK-CK-CARRY-2
            MOVE 0 TO LK-CK-CARRY-3.

         RESUME-CHECKPOINT.
      *    Rodada interrompida - devolve o ultimo ponto confirmado e
      *    conta mais um reinicio.
            EXEC SQL
               UPDATE batch_checkpoints
               SET restarts = restarts + 1, updated_at = now()
               WHERE job_name = TRIM(:WS-CK-JOB)
                 AND business_date = :WS-CK-BUS-DATE::date
                 AND status = 'RUNNING'
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao retomar ponto de controle - "
                  SQLERRMC
            ELSE
               MOVE WS-CK-LAST-KEY    TO LK-CK-LAST-KEY
               MOVE WS-CK-DONE        TO LK-CK-DONE
               MOVE WS-CK-OUT-RECORDS TO LK-CK-OUT-RECORDS
               MOVE WS-CK-CARRY-1     TO LK-CK-CARRY-1
               MOVE WS-CK-CARRY-2     TO LK-CK-CARRY-2
               MOVE WS-CK-CARRY-3     TO LK-CK-CARRY-3
               MOVE "S" TO LK-CK-RESTART
               MOVE "S" TO LK-DISPOSITION
               ADD 1 TO WS-CK-RESTARTS
               DISPLAY "#" WS-CK-JOB " interrompido em "
                  WS-CK-UPDATED-AT " - reinicio " WS-CK-RESTARTS
               IF LK-CK-OUT-PATH NOT = SPACES
                  PERFORM COUNT-WRITTEN-LINES
               END-IF
            END-IF.

         COUNT-WRITTEN-LINES.
      *    Arquivo unico da rodada - o que foi gravado depois da ultima
      *    marca volta a ser gerado pelas chaves retomadas, entao essas
      *    linhas sao puladas na regravacao em vez de duplicadas.
            MOVE LK-CK-OUT-PATH TO WS-CK-PATH
            MOVE 0 TO WS-CK-LINES
            OPEN INPUT CKPT-FILE
            IF WS-CK-FILE-STATUS = "00"
               MOVE "N" TO WS-CK-EOF
               PERFORM COUNT-ONE-LINE UNTIL WS-CK-EOF = "Y"
               CLOSE CKPT-FILE
            END-IF
            IF WS-CK-LINES > WS-CK-OUT-RECORDS
               COMPUTE LK-CK-SKIP-LINES =
                  WS-CK-LINES - WS-CK-OUT-RECORDS
            ELSE IF WS-CK-LINES < WS-CK-OUT-RECORDS
               DISPLAY "#Arquivo " WS-CK-PATH " com " WS-CK-LINES
                  " linhas, ponto de controle registra "
                  WS-CK-OUT-RECORDS " - conferir a saida"
            END-IF
            END-IF.

         COUNT-ONE-LINE.
            READ CKPT-FILE
               AT END
                  MOVE "Y" TO WS-CK-EOF
               NOT AT END
                  ADD 1 TO WS-CK-LINES
            END-READ.

         UPDATE-CHECKPOINT.
      *    So linha ainda RUNNING recebe marca - rodada reaberta por
      *    outra execucao (forcada) nao e sobrescrita por esta.
            EXEC SQL
               UPDATE batch_checkpoints
               SET last_key = NULLIF(TRIM(:WS-CK-LAST-KEY), ''),
                   done_count = :WS-CK-DONE,
                   out_records = :WS-CK-OUT-RECORDS,
                   carry_1 = :WS-CK-CARRY-1,
                   carry_2 = :WS-CK-CARRY-2,
                   carry_3 = :WS-CK-CARRY-3,
                   status = TRIM(:WS-CK-STATUS),
                   updated_at = now(),
                   ended_at = CASE WHEN TRIM(:WS-CK-STATUS) =
                                        'COMPLETE'
                                   THEN now() END
               WHERE job_name = TRIM(:WS-CK-JOB)
                 AND business_date = :WS-CK-BUS-DATE::date
                 AND status = 'RUNNING'
            END-EXEC
            IF SQLCODE = 100
               DISPLAY "#Ponto de controle de " WS-CK-JOB
                  " nao esta em andamento - rodada interrompida"
            ELSE IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao gravar ponto de controle - "
                  SQLERRMC
            ELSE
               MOVE "S" TO LK-DISPOSITION
            END-IF
            END-IF.

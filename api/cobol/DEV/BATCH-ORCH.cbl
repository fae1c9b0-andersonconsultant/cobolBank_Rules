      *  whose dependency did not finish OK is skipped, and re-running
      *  the orchestrator on the same date resumes from the failed
      *  step because completed steps are skipped (ORCH_FORCE=S reruns
      *  everything, and passes BATCH_FORCE=S on so the checkpointed
      *  jobs repeat their work too). After each step the job's row in
      *  batch_checkpoints (BATCHCKPT) shows how far it got - a step
      *  that exits zero with its checkpoint still RUNNING did not
      *  finish and is FAILED. ORCH_MODE=STATUS only lists the chain:
      *  each step's run status for the date and checkpoint progress.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-JOB-DEPENDS          PIC X(20) VALUE SPACES.
         01  WS-JOB-RC               PIC S9(4) VALUE 0.
         01  WS-RUN-COUNT            PIC 9(4) VALUE 0.
         01  WS-RUN-STATUS           PIC X(10) VALUE SPACES.

      *    Ponto de controle do passo (batch_checkpoints) - ultima
      *    rodada registrada pelo job.
         01  WS-CKPT-BUS-DATE        PIC X(10) VALUE SPACES.
         01  WS-CKPT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-CKPT-LAST-KEY        PIC X(20) VALUE SPACES.
         01  WS-CKPT-DONE            PIC 9(9)  VALUE 0.
         01  WS-CKPT-OUT-RECORDS     PIC 9(9)  VALUE 0.
         01  WS-CKPT-RESTARTS        PIC 9(4)  VALUE 0.
         01  WS-CKPT-UPDATED-AT      PIC X(19) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-JOB-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-FORCE-ENV           PIC X(1)  VALUE SPACE.
         01  WS-MODE-ENV            PIC X(6)  VALUE SPACES.
         01  WS-CKPT-FOUND          PIC X(1)  VALUE "N".
         01  WS-JOB-RUNNABLE        PIC X(1)  VALUE "S".
         01  WS-OK-COUNT            PIC 9(4)  VALUE 0.
         01  WS-FAIL-COUNT          PIC 9(4)  VALUE 0.
      ******************************************************************
         MAIN-RTN.
            ACCEPT WS-FORCE-ENV FROM ENVIRONMENT "ORCH_FORCE"
            ACCEPT WS-MODE-ENV FROM ENVIRONMENT "ORCH_MODE"
            IF WS-FORCE-ENV = "S"
      *       Repeticao forcada vale tambem para os jobs com ponto de
      *       controle - herdam BATCH_FORCE=S do orquestrador.
               DISPLAY "BATCH_FORCE" UPON ENVIRONMENT-NAME
               DISPLAY "S" UPON ENVIRONMENT-VALUE
            END-IF
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               IF WS-MODE-ENV = "STATUS"
                  PERFORM SHOW-CHAIN-STATUS
               ELSE
                  PERFORM RUN-JOB-CHAIN
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-FAIL-COUNT > 0
                  GIVING WS-SYSTEM-RC
               MOVE WS-SYSTEM-RC TO WS-JOB-RC

      *    Job com ponto de controle que saiu zero mas deixou a rodada
      *    RUNNING nao terminou - o passo fica FAILED e o rerun retoma.
               PERFORM READ-JOB-CHECKPOINT
               IF WS-CKPT-FOUND = "S"
                  PERFORM SHOW-JOB-CHECKPOINT
               END-IF

               IF WS-JOB-RC = 0 AND WS-CKPT-STATUS NOT = "RUNNING"
                  ADD 1 TO WS-OK-COUNT
                  EXEC SQL
                     UPDATE batch_runs
               END-IF
            END-IF.

         READ-JOB-CHECKPOINT.
      *    Ultima rodada registrada pelo job - a data do movimento pode
      *    ja ter virado no meio da cadeia (EOD-CLOSE), entao vale a
      *    linha mais recente, nao a data do relogio.
            MOVE "N" TO WS-CKPT-FOUND
            MOVE SPACES TO WS-CKPT-STATUS
            EXEC SQL
               SELECT TO_CHAR(business_date, 'YYYY-MM-DD'), status,
                      COALESCE(last_key, ''), done_count, out_records,
                      restarts,
                      TO_CHAR(updated_at, 'YYYY-MM-DD HH24:MI:SS')
               INTO :WS-CKPT-BUS-DATE, :WS-CKPT-STATUS,
                    :WS-CKPT-LAST-KEY, :WS-CKPT-DONE,
                    :WS-CKPT-OUT-RECORDS, :WS-CKPT-RESTARTS,
                    :WS-CKPT-UPDATED-AT
               FROM batch_checkpoints
               WHERE job_name = :WS-JOB-NAME
               ORDER BY updated_at DESC
               LIMIT 1
            END-EXEC
            IF SQLCODE = ZERO
               MOVE "S" TO WS-CKPT-FOUND
            ELSE
               MOVE SPACES TO WS-CKPT-STATUS
            END-IF.

         SHOW-JOB-CHECKPOINT.
            DISPLAY "#   ponto de controle " WS-CKPT-BUS-DATE " "
               WS-CKPT-STATUS " ultima chave " WS-CKPT-LAST-KEY
            DISPLAY "#   feitos " WS-CKPT-DONE " linhas "
               WS-CKPT-OUT-RECORDS " reinicios " WS-CKPT-RESTARTS
               " em " WS-CKPT-UPDATED-AT.

         SHOW-CHAIN-STATUS.
      *    Consulta sem executar nada - situacao de cada passo na data
      *    e ate onde o job chegou pelo ponto de controle.
            EXEC SQL
               DECLARE ORCH-STAT-CUR CURSOR FOR
               SELECT job_name
               FROM batch_jobs
               WHERE enabled = 'S'
               ORDER BY run_seq
            END-EXEC

            EXEC SQL
               OPEN ORCH-STAT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-JOB-EOF
               PERFORM SHOW-ONE-JOB-STATUS UNTIL WS-JOB-EOF = "Y"
               EXEC SQL
                  CLOSE ORCH-STAT-CUR
               END-EXEC
            END-IF.

         SHOW-ONE-JOB-STATUS.
            EXEC SQL
               FETCH ORCH-STAT-CUR INTO :WS-JOB-NAME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-JOB-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-JOB-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SPACES TO WS-RUN-STATUS
               EXEC SQL
                  SELECT status INTO :WS-RUN-STATUS
                  FROM batch_runs
                  WHERE business_date = CURRENT_DATE
                    AND job_name = :WS-JOB-NAME
                  ORDER BY started_at DESC
                  LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "PENDENTE" TO WS-RUN-STATUS
               END-IF
               DISPLAY "#Passo " WS-JOB-NAME " " WS-RUN-STATUS
               PERFORM READ-JOB-CHECKPOINT
               IF WS-CKPT-FOUND = "S"
                  PERFORM SHOW-JOB-CHECKPOINT
               END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

      *  fee in the accrual) and writes the escheatment candidate
      *  listing the regulator requires for the ones dead past the
      *  longer window. Reactivation happens in Enginev3 on the next
      *  customer-initiated transfer or PIX. Each account is marked in
      *  the common batch checkpoint (BATCHCKPT): a rerun resumes after
      *  the last account marked and appends to the same listing,
      *  skipping the lines already written past the mark, and a run
      *  already complete for the business date is refused.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-DORMANT-CUTOFF       PIC X(10) VALUE SPACES.
         01  WS-ESCHEAT-CUTOFF       PIC X(10) VALUE SPACES.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ESCHEAT-PATH        PIC X(100) VALUE SPACES.
         01  WS-ESCHEAT-STATUS      PIC X(2)  VALUE SPACES.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "DORMANT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "DORMANT".
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM COMPUTE-CUTOFFS
               IF WS-DB-STARTED = "S"
                  MOVE WS-ESCHEAT-PATH TO WS-CKPT-OUT-PATH
                  PERFORM START-CHECKPOINT
               END-IF
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-MARKED-COUNT
                  IF WS-CKPT-OUT-RECORDS > 0
                     COMPUTE WS-ESCHEAT-COUNT =
                        WS-CKPT-OUT-RECORDS - 1
                  END-IF
                  PERFORM SCAN-ALL-ACCOUNTS
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
            END-IF.

         SCAN-ALL-ACCOUNTS.
      *    Retomada continua a listagem ja gravada ate a ultima marca;
      *    rodada nova (ou sem marca alguma) recomeca o arquivo.
            IF WS-CKPT-RESTART = "S" AND WS-CKPT-OUT-RECORDS > 0
               OPEN EXTEND ESCHEAT-FILE
            ELSE
               MOVE 0 TO WS-CKPT-SKIP-LINES
               OPEN OUTPUT ESCHEAT-FILE
            END-IF
            IF WS-ESCHEAT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir listagem de escheatment - "
                  "status " WS-ESCHEAT-STATUS
               MOVE "S" TO WS-CKPT-HALTED
            ELSE
               IF WS-CKPT-OUT-RECORDS = 0
                  MOVE SPACES TO ESCHEAT-LINE
                  STRING "CANDIDATOS A ESCHEATMENT - "
                     "CONTAS SEM MOVIMENTO"
                     DELIMITED BY SIZE INTO ESCHEAT-LINE
                  END-STRING
                  WRITE ESCHEAT-LINE
               END-IF

               EXEC SQL
                  DECLARE DORM-ACC-CUR CURSOR FOR
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
                  PERFORM CHECK-ONE-ACCOUNT UNTIL WS-ACC-EOF = "Y"
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM EVALUATE-DORMANCY
               MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
               MOVE WS-MARKED-COUNT TO WS-CKPT-DONE
               COMPUTE WS-CKPT-OUT-RECORDS = WS-ESCHEAT-COUNT + 1
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-ACC-EOF
               END-IF
            END-IF.

         EVALUATE-DORMANCY.
               " ultimo movimento " WS-ACC-LAST-MOVE
               DELIMITED BY SIZE INTO ESCHEAT-LINE
            END-STRING
      *    Linha que a rodada interrompida ja gravou depois da ultima
      *    marca - esta no arquivo, nao e gravada de novo.
            IF WS-CKPT-SKIP-LINES > 0
               SUBTRACT 1 FROM WS-CKPT-SKIP-LINES
            ELSE
               WRITE ESCHEAT-LINE
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

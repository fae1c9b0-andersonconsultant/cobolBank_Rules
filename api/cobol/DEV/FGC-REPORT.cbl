      *  under STATEMENT_DIR in the STMT-RUN file conventions
      *  (fgc_<doc>.txt). The run ends with the management summary:
      *  customers, total deposits, insured and uninsured slices.
      *  Each document is marked in the common batch checkpoint
      *  (BATCHCKPT) with the running bank totals, so a rerun resumes
      *  after the last document marked and still prints the whole
      *  summary; a run already complete for the business date is
      *  refused.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-SAV-TOTAL            PIC S9(12)V99 VALUE 0.
         01  WS-CDB-TOTAL            PIC S9(12)V99 VALUE 0.

      *    Documento a partir do qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-DOC      PIC X(20) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-FMT-AMOUNT-EDIT      PIC -(12)9,99.
         01  WS-FMT-AMOUNT-OUT       PIC X(17) VALUE SPACES.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "FGC-REPORT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FGCREPORT".
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM START-CHECKPOINT
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE    TO WS-CUST-COUNT
                  MOVE WS-CKPT-CARRY-1 TO WS-BANK-TOTAL
                  MOVE WS-CKPT-CARRY-2 TO WS-BANK-COVERED
                  MOVE WS-CKPT-CARRY-3 TO WS-BANK-EXPOSED
                  PERFORM RUN-ALL-CUSTOMERS
                  PERFORM PRINT-MANAGEMENT-SUMMARY
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
               DECLARE FGC-DOC-CUR CURSOR FOR
               SELECT DISTINCT doc FROM customers
               WHERE status = 'ACTIVE'
                 AND doc > TRIM(:WS-CKPT-RESUME-DOC)
               ORDER BY doc
            END-EXEC

               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "S" TO WS-CKPT-HALTED
            ELSE
               MOVE "N" TO WS-DOC-EOF
               PERFORM RUN-ONE-CUSTOMER UNTIL WS-DOC-EOF = "Y"
               MOVE "Y" TO WS-DOC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-DOC-EOF
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               IF WS-CUST-TOTAL NOT = 0
                  PERFORM WRITE-COVERAGE-STATEMENT
               END-IF
               MOVE WS-FGC-DOC TO WS-CKPT-LAST-KEY
               MOVE WS-CUST-COUNT TO WS-CKPT-DONE
               MOVE WS-BANK-TOTAL TO WS-CKPT-CARRY-1
               MOVE WS-BANK-COVERED TO WS-CKPT-CARRY-2
               MOVE WS-BANK-EXPOSED TO WS-CKPT-CARRY-3
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-DOC-EOF
               END-IF
            END-IF.

         AGGREGATE-ONE-CUSTOMER.
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

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
                  MOVE WS-CKPT-LAST-KEY TO WS-CKPT-RESUME-DOC
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

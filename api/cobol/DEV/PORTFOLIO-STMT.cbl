      *  statement file per document (portfolio_<doc>.txt under
      *  STATEMENT_DIR, the STMT-RUN convention), closing with the
      *  netted relationship total: assets minus outstanding debt.
      *  Each document is marked in the common batch checkpoint
      *  (BATCHCKPT): a rerun resumes after the last document marked
      *  and a run already complete for the business date is refused.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-SELIC-ANNUAL         PIC 9(2)V9(2) VALUE 10,50.
         01  WS-SELIC-MONTHLY        PIC 9(1)V9(4) VALUE 0,0080.

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
             05  WS-CKPT-JOB           PIC X(20) VALUE "PORTFOLIO-STMT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PORTFSTMT".
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM START-CHECKPOINT
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-CUST-COUNT
                  PERFORM RUN-ALL-CUSTOMERS
                  DISPLAY "#Carteiras emitidas: " WS-CUST-COUNT

                  MOVE "OK" TO WS-LOG-STATUS
                  MOVE WS-CUST-COUNT TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "carteiras consolidadas emitidas: "
                     WS-CUST-COUNT
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
               DECLARE PFS-DOC-CUR CURSOR FOR
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
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM BUILD-ONE-STATEMENT
               MOVE WS-PF-DOC TO WS-CKPT-LAST-KEY
               MOVE WS-CUST-COUNT TO WS-CKPT-DONE
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-DOC-EOF
               END-IF
            END-IF.

         BUILD-ONE-STATEMENT.
            MOVE WS-FMT-AMOUNT-IN TO WS-FMT-AMOUNT-EDIT
            MOVE WS-FMT-AMOUNT-EDIT TO WS-FMT-AMOUNT-OUT.

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

      *  broken into monthly price and excess usage straight from the
      *  PKG-BILL billing ledger, whose figures are netted out of the
      *  history total so the groups add up to what the account
      *  actually paid. Fees given back at the waiver desk
      *  (WAIVER-MAINT, fee_waivers REFUNDED in the year) follow on
      *  their own line, so the statement shows the fee charged and
      *  then refunded, and close on the net the customer bore. Each
      *  account is marked in the common batch
      *  checkpoint (BATCHCKPT), so a rerun resumes after the last
      *  account marked and a run already complete for the business
      *  date is refused.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-PKG-PRICE-TOTAL      PIC 9(13)V99 VALUE 0.
         01  WS-PKG-EXC-ITEMS        PIC 9(7)  VALUE 0.
         01  WS-PKG-EXC-TOTAL        PIC 9(13)V99 VALUE 0.
         01  WS-REFUND-COUNT         PIC 9(7)  VALUE 0.
         01  WS-REFUND-TOTAL         PIC 9(13)V99 VALUE 0.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ACC-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LOOSE-FEE-COUNT     PIC S9(7) VALUE 0.
         01  WS-LOOSE-FEE-TOTAL     PIC S9(13)V99 VALUE 0.
         01  WS-GRAND-TOTAL         PIC S9(13)V99 VALUE 0.
         01  WS-NET-TOTAL           PIC S9(13)V99 VALUE 0.

         01  WS-FEE-DIR             PIC X(80) VALUE SPACES.
         01  WS-FEE-PATH            PIC X(100) VALUE SPACES.
         01  WS-FMT-AMOUNT-EDIT     PIC -(12)9,99.
         01  WS-FMT-AMOUNT-OUT      PIC X(17) VALUE SPACES.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "FEE-STMT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FEESTMT".
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM RESOLVE-FEE-YEAR
               PERFORM START-CHECKPOINT
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-STMT-COUNT
                  PERFORM RUN-ALL-STATEMENTS
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         RESOLVE-FEE-YEAR.
            EXEC SQL
               DECLARE FEES-ACC-CUR CURSOR FOR
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
               PERFORM RUN-ONE-STATEMENT UNTIL WS-ACC-EOF = "Y"
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
            ELSE
               PERFORM DERIVE-FEE-FIGURES
               PERFORM WRITE-ONE-FEE-STMT
               MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
               MOVE WS-STMT-COUNT TO WS-CKPT-DONE
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-ACC-EOF
               END-IF
            END-IF.

         DERIVE-FEE-FIGURES.
            IF WS-LOOSE-FEE-TOTAL < 0
               MOVE 0 TO WS-LOOSE-FEE-TOTAL
            END-IF
            MOVE WS-HIST-FEE-TOTAL TO WS-GRAND-TOTAL

      *    Estornos de tarifa da mesa de estornos, pela data em que o
      *    credito saiu - a cobrada continua nos grupos acima.
            MOVE 0 TO WS-REFUND-COUNT
            MOVE 0 TO WS-REFUND-TOTAL
            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
               INTO :WS-REFUND-COUNT, :WS-REFUND-TOTAL
               FROM fee_waivers
               WHERE account = :WS-ACC-NUMBER
                 AND status = 'REFUNDED'
                 AND refunded_on >= :WS-YEAR-START::date
                 AND refunded_on <= :WS-YEAR-END::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-REFUND-COUNT
               MOVE 0 TO WS-REFUND-TOTAL
            END-IF
            COMPUTE WS-NET-TOTAL = WS-GRAND-TOTAL - WS-REFUND-TOTAL.

         WRITE-ONE-FEE-STMT.
      *    Conta sem tarifa alguma no ano nao gera folha - papel em
      *    branco so atola a agencia.
            IF WS-HIST-FEE-COUNT = 0 AND WS-PKG-BILL-COUNT = 0
               AND WS-REFUND-COUNT = 0
               CONTINUE
            ELSE
               MOVE WS-ACC-NUMBER TO WS-ACC-DISPLAY
                  END-STRING
                  WRITE FEE-STMT-LINE

                  MOVE WS-REFUND-TOTAL TO WS-FMT-AMOUNT-IN
                  PERFORM FORMAT-AMOUNT
                  MOVE SPACES TO FEE-STMT-LINE
                  STRING "ESTORNOS DE TARIFA        "
                     WS-REFUND-COUNT " " WS-FMT-AMOUNT-OUT
                     DELIMITED BY SIZE INTO FEE-STMT-LINE
                  END-STRING
                  WRITE FEE-STMT-LINE

                  MOVE WS-NET-TOTAL TO WS-FMT-AMOUNT-IN
                  PERFORM FORMAT-AMOUNT
                  MOVE SPACES TO FEE-STMT-LINE
                  STRING "TOTAL LIQUIDO DO ANO: " WS-FMT-AMOUNT-OUT
                     DELIMITED BY SIZE INTO FEE-STMT-LINE
                  END-STRING
                  WRITE FEE-STMT-LINE

                  CLOSE FEE-STMT-FILE
                  ADD 1 TO WS-STMT-COUNT
               END-IF
            MOVE WS-FMT-AMOUNT-IN TO WS-FMT-AMOUNT-EDIT
            MOVE WS-FMT-AMOUNT-EDIT TO WS-FMT-AMOUNT-OUT.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

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

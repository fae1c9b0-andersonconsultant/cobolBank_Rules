      *  total tax withheld. Balances come from the balance_history
      *  snapshots when present, falling back to the running balance in
      *  get_transfer(); interest and tax come from the accrual's
      *  postings in the year's history. Years already moved out by
      *  HIST-ARCH are read from movement_archive. Each account is
      *  marked in the common batch checkpoint (BATCHCKPT), so a rerun
      *  resumes after the last account marked and a run already
      *  complete for the business date is refused.
      *
      *  Record layout (one file per account):
      *    '0' + year 9(4) + account 9(10)           header
         01  WS-TAX-TOTAL            PIC 9(13)V99 VALUE 0.
         01  WS-HIST-HITS            PIC 9(5)  VALUE 0.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
             05  FILLER              PIC X(1) VALUE "9".
             05  FILLER              PIC X(39) VALUE SPACES.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "TAX-STMT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "TAXSTMT".
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM START-CHECKPOINT
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-STMT-COUNT
                  PERFORM RUN-ALL-STATEMENTS
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
            EXEC SQL
               DECLARE TAXS-ACC-CUR CURSOR FOR
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
               PERFORM DERIVE-ANNUAL-FIGURES
               PERFORM WRITE-ONE-INFORME
               MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
               MOVE WS-STMT-COUNT TO WS-CKPT-DONE
               PERFORM MARK-CHECKPOINT
               IF WS-CKPT-HALTED = "S"
                  MOVE "Y" TO WS-ACC-EOF
               END-IF
            END-IF.

         DERIVE-ANNUAL-FIGURES.
      *    Saldo de abertura: ultima foto de balance_history antes do
      *    ano; sem foto, o ultimo saldo corrente do historico anterior
      *    ao ano - vivo ou ja arquivado pelo HIST-ARCH; sem nada, zero
      *    (conta nova no ano).
            MOVE 0 TO WS-OPEN-BAL
            MOVE 0 TO WS-HIST-HITS
            EXEC SQL
            IF SQLCODE NOT = ZERO OR WS-HIST-HITS = 0
               MOVE 0 TO WS-OPEN-BAL
               EXEC SQL
                  SELECT COALESCE((SELECT h.tr_saldo FROM (
                         SELECT a.tr_data AS h_data, 0 AS h_src,
                                a.seq AS h_seq, a.tr_saldo
                         FROM movement_archive a
                         WHERE a.account = :WS-ACC-NUMBER
                           AND a.tr_data < :WS-YEAR-START::date
                         UNION ALL
                         SELECT g.tr_data::date, 1,
                                ROW_NUMBER() OVER (), g.tr_saldo
                         FROM get_transfer(:WS-ACC-NUMBER, '',
                              :WS-YEAR-START) g) h
                         ORDER BY h.h_data DESC, h.h_src DESC,
                                  h.h_seq DESC LIMIT 1), 0)
                  INTO :WS-OPEN-BAL
               END-EXEC
               IF SQLCODE NOT = ZERO
            IF SQLCODE NOT = ZERO OR WS-HIST-HITS = 0
               MOVE 0 TO WS-CLOSE-BAL
               EXEC SQL
                  SELECT COALESCE((SELECT h.tr_saldo FROM (
                         SELECT a.tr_data AS h_data, 0 AS h_src,
                                a.seq AS h_seq, a.tr_saldo
                         FROM movement_archive a
                         WHERE a.account = :WS-ACC-NUMBER
                           AND a.tr_data <= :WS-YEAR-END::date
                         UNION ALL
                         SELECT g.tr_data::date, 1,
                                ROW_NUMBER() OVER (), g.tr_saldo
                         FROM get_transfer(:WS-ACC-NUMBER, '',
                              :WS-YEAR-END) g) h
                         ORDER BY h.h_data DESC, h.h_src DESC,
                                  h.h_seq DESC LIMIT 1), 0)
                  INTO :WS-CLOSE-BAL
               END-EXEC
               IF SQLCODE NOT = ZERO
            END-IF

      *    Juros creditados e imposto retido no ano, pelo historico do
      *    proprio cliente - os lancamentos do fechamento noturno, os
      *    arquivados em movement_archive inclusive.
            MOVE 0 TO WS-INT-TOTAL
            EXEC SQL
               SELECT COALESCE(SUM(tr_valor), 0)
               INTO :WS-INT-TOTAL
               FROM (SELECT a.tr_descricao, a.tr_valor
                     FROM movement_archive a
                     WHERE a.account = :WS-ACC-NUMBER
                       AND a.tr_data BETWEEN :WS-YEAR-START::date
                                         AND :WS-YEAR-END::date
                     UNION ALL
                     SELECT g.tr_descricao, g.tr_valor
                     FROM get_transfer(:WS-ACC-NUMBER, :WS-YEAR-START,
                          :WS-YEAR-END) g) h
               WHERE UPPER(tr_descricao) LIKE '%JURO%'
            END-EXEC
            IF SQLCODE NOT = ZERO
            EXEC SQL
               SELECT COALESCE(SUM(ABS(tr_valor)), 0)
               INTO :WS-TAX-TOTAL
               FROM (SELECT a.tr_descricao, a.tr_valor
                     FROM movement_archive a
                     WHERE a.account = :WS-ACC-NUMBER
                       AND a.tr_data BETWEEN :WS-YEAR-START::date
                                         AND :WS-YEAR-END::date
                     UNION ALL
                     SELECT g.tr_descricao, g.tr_valor
                     FROM get_transfer(:WS-ACC-NUMBER, :WS-YEAR-START,
                          :WS-YEAR-END) g) h
               WHERE UPPER(tr_descricao) LIKE '%IMPOST%'
            END-EXEC
            IF SQLCODE NOT = ZERO
               ADD 1 TO WS-STMT-COUNT
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Movement history archival - the history behind get_transfer()
      *  only grows, and EXTRATO, FIND, STMT-RUN and RECONCILE scan
      *  all of it for every account. Once a month this run moves the
      *  movements older than the horizon (HIST_ARCHIVE_MONTHS in
      *  bank_params, default 24 whole months before the month of the
      *  business date) into movement_archive, partitioned by period
      *  (archive_period AAAAMM), walking the accounts in the STMT-RUN
      *  mold under the common checkpoint (BATCHCKPT).
      *  Each account is proven before anything leaves the live
      *  history: the rows copied to the archive must match the live
      *  rows before the cutoff in count, amount and hash (md5 of the
      *  rows in a fixed order); only then archive_purge_movements()
      *  takes them off the live history, leaving in their place one
      *  carry-forward movement SALDO ANTERIOR ARQUIVADO dated the day
      *  before the cutoff for their net amount - the running balance
      *  of the movements after it still starts right, and saldo() of
      *  the account must come out of the purge unchanged. The carry
      *  of an earlier run is folded into the new one and is never
      *  itself archived. Any proof that fails undoes the account,
      *  stops the scan (the rerun resumes from it) and ends with rc=1.
      *  EXTRATO/FIND in the Enginev3, EVIDENCE-PACK and TAX-STMT read
      *  movement_archive alongside get_transfer() when the period
      *  asked reaches back before the cutoff.
      *
      *  movement_archive (partitioned by archive_period): account,
      *  archive_period, seq, tr_data, tr_descricao, tr_valor,
      *  tr_saldo, run_id.
      *  movement_archive_runs: id, business_date, cutoff_date, status
      *  (RUNNING until the scan reaches the end, then DONE), accounts,
      *  rows_archived, amount_total, started_at, finished_at.
      *  movement_archive_proofs: run_id, account, live_rows,
      *  archived_rows, purged_rows, amount, live_hash, archive_hash,
      *  balance_before, balance_after.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 HIST-ARCH.
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
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Conta corrente do cursor de contas.
         01  WS-ACC-NUMBER           PIC 9(10) VALUE 0.

      *    Horizonte: movimentos antes do corte vao para o arquivo.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-HORIZON-MONTHS       PIC 9(3)  VALUE 24.
         01  WS-CUTOFF-DATE          PIC X(10) VALUE SPACES.
         01  WS-CARRY-DESC           PIC X(60)
                                     VALUE "SALDO ANTERIOR ARQUIVADO".
         01  WS-RUN-ID               PIC 9(9)  VALUE 0.

      *    Prova da conta - historico vivo antes do corte, copia no
      *    arquivo e saldo antes e depois da purga.
         01  WS-LIVE-ROWS            PIC 9(9)  VALUE 0.
         01  WS-LIVE-MOVES           PIC 9(9)  VALUE 0.
         01  WS-LIVE-AMOUNT          PIC S9(13)V99 VALUE 0.
         01  WS-LIVE-MOVE-AMOUNT     PIC S9(13)V99 VALUE 0.
         01  WS-LIVE-HASH            PIC X(32) VALUE SPACES.
         01  WS-ARCH-ROWS            PIC 9(9)  VALUE 0.
         01  WS-ARCH-AMOUNT          PIC S9(13)V99 VALUE 0.
         01  WS-ARCH-HASH            PIC X(32) VALUE SPACES.
         01  WS-PURGED-ROWS          PIC 9(9)  VALUE 0.
         01  WS-BAL-BEFORE           PIC S9(13)V99 VALUE 0.
         01  WS-BAL-AFTER            PIC S9(13)V99 VALUE 0.
         01  WS-CARRY-ROWS           PIC 9(9)  VALUE 0.
         01  WS-CARRY-AMOUNT         PIC S9(13)V99 VALUE 0.

      *    Conta a partir da qual a varredura retoma (BATCHCKPT).
         01  WS-CKPT-RESUME-ACCOUNT  PIC 9(10) VALUE 0.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-ACC-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-ACC-FAILED           PIC X(1)  VALUE "N".
         01  WS-PROOF-REASON         PIC X(40) VALUE SPACES.
         01  WS-ACCOUNTS-ARCHIVED    PIC 9(9)  VALUE 0.
         01  WS-ROWS-ARCHIVED        PIC 9(9)  VALUE 0.
         01  WS-AMOUNT-ARCHIVED      PIC S9(15)V99 VALUE 0.
         01  WS-ED-AMOUNT            PIC -(13)9,99.

      *    Ponto de controle da rodada (BATCHCKPT) - ultima chave
      *    confirmada, contadores e totais devolvidos no reinicio.
         01  WS-CKPT-DATA.
             05  WS-CKPT-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CKPT-JOB           PIC X(20) VALUE "HIST-ARCH".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "HISTARCH".
             05  WS-LOG-ACTION         PIC X(20) VALUE "HIST-ARCHIVE".
             05  WS-LOG-STATUS         PIC X(10) VALUE SPACES.
             05  WS-LOG-RESPONSE-TIME  PIC 9(6)  VALUE 0.
             05  WS-LOG-MESSAGE        PIC X(100) VALUE SPACES.
             05  WS-LOG-ENDPOINT       PIC X(50) VALUE SPACES.
             05  WS-LOG-METHOD         PIC X(6)  VALUE SPACES.
             05  WS-LOG-VALUE          PIC S9(10)V99 VALUE 0.

         EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************
         PROCEDURE                   DIVISION.
      ******************************************************************
         MAIN-RTN.
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM START-CHECKPOINT
               IF WS-CKPT-RUN = "S"
                  MOVE WS-CKPT-DONE TO WS-ACCOUNTS-ARCHIVED
                  MOVE WS-CKPT-CARRY-1 TO WS-ROWS-ARCHIVED
                  MOVE WS-CKPT-CARRY-2 TO WS-AMOUNT-ARCHIVED
                  PERFORM OPEN-ARCHIVE-RUN
                  IF WS-CKPT-HALTED = "N"
                     PERFORM ARCHIVE-ALL-ACCOUNTS
                  END-IF
                  PERFORM CLOSE-ARCHIVE-RUN
                  PERFORM COMPLETE-CHECKPOINT
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         START-SQL.
      *    CONNECT
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD   FROM ENVIRONMENT "DB_PASSWORD"

            EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS,
                  WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
            END-IF.

         LOAD-DB-POLICY.
      *    Corte no primeiro dia do mes que fica HIST_ARCHIVE_MONTHS
      *    meses inteiros antes do mes do movimento.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            MOVE "HIST_ARCHIVE_MONTHS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-HORIZON-MONTHS
            END-IF

            EXEC SQL
               SELECT TO_CHAR(date_trunc('month', :WS-BUS-DATE::date)
                      - (:WS-HORIZON-MONTHS || ' months')::interval,
                      'YYYY-MM-DD')
               INTO :WS-CUTOFF-DATE
            END-EXEC
            DISPLAY "#Movimento " WS-BUS-DATE " - arquivando o "
               "historico anterior a " WS-CUTOFF-DATE.

         OPEN-ARCHIVE-RUN.
      *    Rodada do corte: a que ficou RUNNING num rerun e retomada,
      *    senao abre uma nova.
            MOVE 0 TO WS-RUN-ID
            EXEC SQL
               SELECT COALESCE(MAX(id), 0) INTO :WS-RUN-ID
               FROM movement_archive_runs
               WHERE cutoff_date = :WS-CUTOFF-DATE::date
                 AND status = 'RUNNING'
            END-EXEC
            IF SQLCODE = ZERO AND WS-RUN-ID = 0
               EXEC SQL
                  INSERT INTO movement_archive_runs
                     (business_date, cutoff_date, status, accounts,
                      rows_archived, amount_total, started_at)
                  VALUES (:WS-BUS-DATE::date, :WS-CUTOFF-DATE::date,
                          'RUNNING', 0, 0, 0, now())
                  RETURNING id INTO :WS-RUN-ID
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         ARCHIVE-ALL-ACCOUNTS.
      *    Toda conta, em ordem e depois da ultima marcada, como o
      *    STMT-RUN.
            EXEC SQL
               DECLARE ARCH-ACC-CUR CURSOR FOR
               SELECT account_number FROM get_accounts()
               WHERE account_number > :WS-CKPT-RESUME-ACCOUNT
               ORDER BY account_number
            END-EXEC

            EXEC SQL
               OPEN ARCH-ACC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS,
                  WS-UTIL-DISP
               MOVE "S" TO WS-CKPT-HALTED
            ELSE
               MOVE "N" TO WS-ACC-EOF
               PERFORM ARCHIVE-NEXT-ACCOUNT UNTIL WS-ACC-EOF = "Y"
               EXEC SQL
                  CLOSE ARCH-ACC-CUR
               END-EXEC
            END-IF.

         ARCHIVE-NEXT-ACCOUNT.
            EXEC SQL
               FETCH ARCH-ACC-CUR INTO :WS-ACC-NUMBER
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ACC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ACC-EOF
               MOVE "S" TO WS-CKPT-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS,
                  WS-UTIL-DISP
            ELSE
               PERFORM ARCHIVE-ONE-ACCOUNT
               IF WS-ACC-FAILED = "S"
      *           Conta que nao provou volta inteira ao historico vivo
      *           e a varredura para nela - o rerun retoma dai.
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "Y" TO WS-ACC-EOF
                  MOVE "S" TO WS-CKPT-HALTED
                  DISPLAY "#Conta " WS-ACC-NUMBER " nao arquivada - "
                     WS-PROOF-REASON
                  MOVE "FAILED" TO WS-LOG-STATUS
                  MOVE WS-LIVE-ROWS TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "conta " WS-ACC-NUMBER " corte "
                     WS-CUTOFF-DATE ": " WS-PROOF-REASON
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               ELSE
                  MOVE WS-ACC-NUMBER TO WS-CKPT-LAST-KEY
                  MOVE WS-ACCOUNTS-ARCHIVED TO WS-CKPT-DONE
                  MOVE WS-ROWS-ARCHIVED TO WS-CKPT-CARRY-1
                  MOVE WS-AMOUNT-ARCHIVED TO WS-CKPT-CARRY-2
                  PERFORM MARK-CHECKPOINT
                  IF WS-CKPT-HALTED = "S"
                     MOVE "Y" TO WS-ACC-EOF
                  END-IF
               END-IF
            END-IF.

         ARCHIVE-ONE-ACCOUNT.
      *    Cada passo so roda se o anterior provou; o primeiro que
      *    falha deixa o motivo e a conta inteira e desfeita.
            MOVE "N" TO WS-ACC-FAILED
            MOVE SPACES TO WS-PROOF-REASON
            PERFORM READ-LIVE-POSITION
            IF WS-ACC-FAILED = "N" AND WS-LIVE-MOVES > 0
               PERFORM COPY-TO-ARCHIVE
               IF WS-ACC-FAILED = "N"
                  PERFORM PROVE-ARCHIVE-COPY
               END-IF
               IF WS-ACC-FAILED = "N"
                  PERFORM PURGE-LIVE-HISTORY
               END-IF
               IF WS-ACC-FAILED = "N"
                  PERFORM PROVE-CONTINUITY
               END-IF
               IF WS-ACC-FAILED = "N"
                  PERFORM RECORD-ACCOUNT-PROOF
               END-IF
               IF WS-ACC-FAILED = "N"
                  ADD 1 TO WS-ACCOUNTS-ARCHIVED
                  ADD WS-ARCH-ROWS TO WS-ROWS-ARCHIVED
                  ADD WS-ARCH-AMOUNT TO WS-AMOUNT-ARCHIVED
               END-IF
            END-IF.

         READ-LIVE-POSITION.
      *    Historico vivo antes do corte: linhas, movimentos de verdade
      *    (sem o saldo transportado de rodada anterior), valores e o
      *    hash dos movimentos em ordem fixa. Sem movimento anterior ao
      *    corte alem do transporte, a conta nao tem o que arquivar.
            EXEC SQL
               SELECT COUNT(*),
                      COUNT(*) FILTER (WHERE tr_descricao
                            <> :WS-CARRY-DESC),
                      COALESCE(SUM(tr_valor), 0),
                      COALESCE(SUM(tr_valor) FILTER (WHERE tr_descricao
                            <> :WS-CARRY-DESC), 0),
                      COALESCE(md5(string_agg(TO_CHAR(tr_data::date,
                            'YYYY-MM-DD') || '|' || tr_descricao || '|'
                            || tr_valor::text || '|' || tr_saldo::text,
                            ';' ORDER BY tr_data::date, tr_descricao,
                            tr_valor, tr_saldo)
                            FILTER (WHERE tr_descricao
                            <> :WS-CARRY-DESC)), ' ')
               INTO :WS-LIVE-ROWS, :WS-LIVE-MOVES, :WS-LIVE-AMOUNT,
                    :WS-LIVE-MOVE-AMOUNT, :WS-LIVE-HASH
               FROM get_transfer(:WS-ACC-NUMBER, '', :WS-CUTOFF-DATE)
               WHERE tr_data::date < :WS-CUTOFF-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "leitura do historico vivo" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            ELSE IF WS-LIVE-MOVES > 0
               EXEC SQL
                  SELECT saldo(:WS-ACC-NUMBER) INTO :WS-BAL-BEFORE
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "saldo antes da purga" TO WS-PROOF-REASON
                  PERFORM FAIL-ACCOUNT
               END-IF
            END-IF.

         COPY-TO-ARCHIVE.
      *    Copia para o arquivo, na ordem em que get_transfer() devolve,
      *    continuando a sequencia que a conta ja tem no arquivo.
            EXEC SQL
               INSERT INTO movement_archive
                  (account, archive_period, seq, tr_data, tr_descricao,
                   tr_valor, tr_saldo, run_id)
               SELECT :WS-ACC-NUMBER,
                      TO_CHAR(g.tr_data::date, 'YYYYMM'),
                      (SELECT COALESCE(MAX(a.seq), 0)
                         FROM movement_archive a
                        WHERE a.account = :WS-ACC-NUMBER)
                      + ROW_NUMBER() OVER (),
                      g.tr_data::date, g.tr_descricao, g.tr_valor,
                      g.tr_saldo, :WS-RUN-ID
               FROM get_transfer(:WS-ACC-NUMBER, '', :WS-CUTOFF-DATE) g
               WHERE g.tr_data::date < :WS-CUTOFF-DATE::date
                 AND g.tr_descricao <> :WS-CARRY-DESC
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "copia para o arquivo" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            END-IF.

         PROVE-ARCHIVE-COPY.
      *    Prova da copia - contagem, valor e hash iguais aos do vivo.
            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(tr_valor), 0),
                      COALESCE(md5(string_agg(TO_CHAR(tr_data,
                            'YYYY-MM-DD') || '|' || tr_descricao || '|'
                            || tr_valor::text || '|' || tr_saldo::text,
                            ';' ORDER BY tr_data, tr_descricao,
                            tr_valor, tr_saldo)), ' ')
               INTO :WS-ARCH-ROWS, :WS-ARCH-AMOUNT, :WS-ARCH-HASH
               FROM movement_archive
               WHERE account = :WS-ACC-NUMBER
                 AND run_id = :WS-RUN-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "leitura do arquivo" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            ELSE IF WS-ARCH-ROWS NOT = WS-LIVE-MOVES
               OR WS-ARCH-AMOUNT NOT = WS-LIVE-MOVE-AMOUNT
               OR WS-ARCH-HASH NOT = WS-LIVE-HASH
               MOVE "copia diverge do vivo (linhas/valor/hash)"
                  TO WS-PROOF-REASON
               MOVE "S" TO WS-ACC-FAILED
            END-IF
            END-IF.

         PURGE-LIVE-HISTORY.
      *    Purga do vivo, com o saldo transportado no lugar - a funcao
      *    devolve quantas linhas tirou, transporte anterior incluido.
            EXEC SQL
               SELECT archive_purge_movements(:WS-ACC-NUMBER,
                      :WS-CUTOFF-DATE::date, :WS-CARRY-DESC)
               INTO :WS-PURGED-ROWS
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "purga do historico vivo" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            ELSE IF WS-PURGED-ROWS NOT = WS-LIVE-ROWS
               MOVE "purga removeu outra contagem" TO WS-PROOF-REASON
               MOVE "S" TO WS-ACC-FAILED
            END-IF
            END-IF.

         PROVE-CONTINUITY.
      *    Continuidade: saldo igual e uma unica linha antes do corte,
      *    o transporte, com o valor liquido do que saiu.
            EXEC SQL
               SELECT saldo(:WS-ACC-NUMBER) INTO :WS-BAL-AFTER
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT COUNT(*), COALESCE(SUM(tr_valor), 0)
                  INTO :WS-CARRY-ROWS, :WS-CARRY-AMOUNT
                  FROM get_transfer(:WS-ACC-NUMBER, '',
                       :WS-CUTOFF-DATE)
                  WHERE tr_data::date < :WS-CUTOFF-DATE::date
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "leitura depois da purga" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            ELSE IF WS-BAL-AFTER NOT = WS-BAL-BEFORE
               OR WS-CARRY-ROWS NOT = 1
               OR WS-CARRY-AMOUNT NOT = WS-LIVE-AMOUNT
               MOVE "saldo transportado nao fecha" TO WS-PROOF-REASON
               MOVE "S" TO WS-ACC-FAILED
            END-IF
            END-IF.

         RECORD-ACCOUNT-PROOF.
            EXEC SQL
               INSERT INTO movement_archive_proofs
                  (run_id, account, live_rows, archived_rows,
                   purged_rows, amount, live_hash, archive_hash,
                   balance_before, balance_after)
               VALUES (:WS-RUN-ID, :WS-ACC-NUMBER, :WS-LIVE-ROWS,
                       :WS-ARCH-ROWS, :WS-PURGED-ROWS, :WS-ARCH-AMOUNT,
                       :WS-LIVE-HASH, :WS-ARCH-HASH, :WS-BAL-BEFORE,
                       :WS-BAL-AFTER)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "registro da prova" TO WS-PROOF-REASON
               PERFORM FAIL-ACCOUNT
            END-IF.

         FAIL-ACCOUNT.
            MOVE "S" TO WS-ACC-FAILED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         CLOSE-ARCHIVE-RUN.
      *    Totais da rodada; DONE so quando a varredura foi ate o fim.
            IF WS-RUN-ID > 0
               IF WS-CKPT-HALTED = "N"
                  EXEC SQL
                     UPDATE movement_archive_runs
                        SET status = 'DONE',
                            accounts = :WS-ACCOUNTS-ARCHIVED,
                            rows_archived = :WS-ROWS-ARCHIVED,
                            amount_total = :WS-AMOUNT-ARCHIVED,
                            finished_at = now()
                      WHERE id = :WS-RUN-ID
                  END-EXEC
               ELSE
                  EXEC SQL
                     UPDATE movement_archive_runs
                        SET accounts = :WS-ACCOUNTS-ARCHIVED,
                            rows_archived = :WS-ROWS-ARCHIVED,
                            amount_total = :WS-AMOUNT-ARCHIVED
                      WHERE id = :WS-RUN-ID
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF

            MOVE WS-AMOUNT-ARCHIVED TO WS-ED-AMOUNT
            DISPLAY "#Contas arquivadas: " WS-ACCOUNTS-ARCHIVED
               " movimentos: " WS-ROWS-ARCHIVED
               " valor liquido: " WS-ED-AMOUNT

            IF WS-CKPT-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-ROWS-ARCHIVED TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "corte " WS-CUTOFF-DATE " rodada " WS-RUN-ID ": "
               WS-ACCOUNTS-ARCHIVED " conta(s), " WS-ROWS-ARCHIVED
               " movimento(s) arquivado(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         START-CHECKPOINT.
      *    Ponto de controle da rodada (BATCHCKPT): rodada nova,
      *    retomada depois da ultima chave confirmada ou recusa - a
      *    rodada desta data ja concluiu (BATCH_FORCE=S repete, e as
      *    contas ja arquivadas nao tem mais nada antes do corte).
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
      *    Conta feita - a marca confirma junto o arquivo e a purga
      *    dela; marca que falha desfaz a conta e para a varredura.
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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

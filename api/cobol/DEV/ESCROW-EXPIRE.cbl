      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Escrow expiry (conta vinculada) - runs every business day
      *  after the escrow desk (ESCROW-MAINT) has closed its releases.
      *  Every OPEN contract whose expiry_date is before the business
      *  date is wound up in its own transaction:
      *    - release requests still PENDING are CANCELLED - the
      *      signatures never completed before expiry;
      *    - the remaining balance goes back from the escrow holding
      *      account (ESCROW_HOLDING_ACCOUNT in bank_params - no
      *      account, no run, rc=1) to the depositor by post_transfer,
      *      with the canonical TRANSFER log line and a RETURN line in
      *      escrow_movements;
      *    - the contract becomes EXPIRED with a zero balance, and both
      *      parties are told through the notification spool
      *      (ESCROW-VENCIDO).
      *  A rerun on the same date finds nothing OPEN left to expire. A
      *  contract that fails is rolled back, stays OPEN for the next
      *  run and sets rc=1 for BATCH-ORCH.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ESCROW-EXPIRE.
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
            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-HOLDING-ACCOUNT      PIC 9(10) VALUE 0.

      *    Contrato vencido corrente.
         01  WS-ESC-ID               PIC 9(9)  VALUE 0.
         01  WS-ESC-REF              PIC X(30) VALUE SPACES.
         01  WS-ESC-DEPOSITOR        PIC 9(10) VALUE 0.
         01  WS-ESC-BENEF            PIC 9(10) VALUE 0.
         01  WS-ESC-BALANCE          PIC 9(10)V99 VALUE 0.
         01  WS-ESC-CANCELLED        PIC 9(5)  VALUE 0.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-RUN-USER             PIC X(20) VALUE "ESCROW-EXPIRE".
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Parametros do catalogo (GETPARAM).
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ESC-EOF             PIC X(1)  VALUE "N".
         01  WS-ESC-FAILED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.

      *    Totais da corrida.
         01  WS-EXPIRED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-RETURNED-TOTAL      PIC 9(13)V99 VALUE 0.
         01  WS-ERROR-COUNT         PIC 9(6)  VALUE 0.

      *    Aviso ao cliente no spool de notificacoes, no layout do
      *    WRITE-NOTIFICATION da Enginev3.
         01  WS-NOTIFY-PATH          PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-NOTIFY-EVENT         PIC X(14) VALUE SPACES.
         01  WS-NOTIFY-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-NOTIFY-DATE          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-TIME          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT   PIC -(9)9,99.
         01  WS-NOTIFY-DETAIL        PIC X(40) VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ESCEXPIRE".
             05  WS-LOG-ACTION         PIC X(20) VALUE "ESCROW-EXPIRE".
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
            PERFORM LOAD-POLICY
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               IF WS-HOLDING-ACCOUNT = 0
                  DISPLAY "#Conta de custodia nao cadastrada "
                     "(ESCROW_HOLDING_ACCOUNT)"
                  MOVE 1 TO RETURN-CODE
               ELSE
                  PERFORM EXPIRE-CONTRACTS
                  PERFORM REPORT-RUN
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            ACCEPT WS-NOTIFY-PATH FROM ENVIRONMENT "NOTIFY_SPOOL_FILE"
            IF WS-NOTIFY-PATH = SPACES
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF.

         LOAD-DB-POLICY.
            MOVE "ESCROW_HOLDING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-HOLDING-ACCOUNT
            END-IF.

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
            ELSE
               MOVE "S" TO WS-DB-STARTED
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         EXPIRE-CONTRACTS.
      *    O vencimento e o ultimo dia em que a liberacao ainda vale -
      *    o contrato vence no primeiro movimento depois dele.
            EXEC SQL
               DECLARE ESC-EXP-CUR CURSOR FOR
               SELECT id, contract_ref, depositor_account,
                      beneficiary_account, balance
               FROM escrow_contracts
               WHERE status = 'OPEN'
                 AND expiry_date < :WS-BUS-DATE::date
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN ESC-EXP-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ESC-EOF
               PERFORM EXPIRE-ONE-CONTRACT UNTIL WS-ESC-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-EXP-CUR
               END-EXEC
            END-IF.

         EXPIRE-ONE-CONTRACT.
            EXEC SQL
               FETCH ESC-EXP-CUR
               INTO :WS-ESC-ID, :WS-ESC-REF, :WS-ESC-DEPOSITOR,
                    :WS-ESC-BENEF, :WS-ESC-BALANCE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ESC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ESC-EOF
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ESC-FAILED
               PERFORM CANCEL-PENDING-RELEASES
               IF WS-ESC-FAILED = "N"
                  PERFORM RETURN-REMAINDER
               END-IF
               IF WS-ESC-FAILED = "N"
                  PERFORM CLOSE-EXPIRED-CONTRACT
               END-IF
               PERFORM FINISH-CONTRACT
            END-IF
            END-IF.

         CANCEL-PENDING-RELEASES.
            MOVE 0 TO WS-ESC-CANCELLED
            EXEC SQL
               UPDATE escrow_releases
               SET status = 'CANCELLED',
                   decided_by = :WS-RUN-USER,
                   decided_at = now(),
                   reject_reason = 'CONTRATO VENCIDO'
               WHERE contract_id = :WS-ESC-ID
                 AND status = 'PENDING'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-ESC-CANCELLED
            ELSE IF SQLCODE NOT = 100
               MOVE "S" TO WS-ESC-FAILED
            END-IF
            END-IF.

         RETURN-REMAINDER.
      *    Saldo que sobrou volta inteiro ao depositante - contrato ja
      *    liberado ate o fim so fecha, sem movimento.
            IF WS-ESC-BALANCE > 0
               EXEC SQL
                  SELECT post_transfer(:WS-HOLDING-ACCOUNT,
                         :WS-ESC-DEPOSITOR, :WS-ESC-BALANCE)
                  INTO :WS-POST-STATUS
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     INSERT INTO escrow_movements
                        (contract_id, business_date, mov_type, amount,
                         balance_after, release_id, post_ref,
                         created_by, created_at)
                     VALUES (:WS-ESC-ID, :WS-BUS-DATE::date, 'RETURN',
                             :WS-ESC-BALANCE, 0, NULL,
                             :WS-POST-STATUS, :WS-RUN-USER, now())
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-ESC-FAILED
               END-IF
            END-IF.

         CLOSE-EXPIRED-CONTRACT.
      *    Saldo conferido na baixa: se a mesa mexeu no contrato depois
      *    da leitura, nada muda e o rerun pega o valor certo.
            EXEC SQL
               UPDATE escrow_contracts
               SET balance = 0, status = 'EXPIRED', closed_at = now()
               WHERE id = :WS-ESC-ID
                 AND status = 'OPEN'
                 AND balance = :WS-ESC-BALANCE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-ESC-FAILED
               IF SQLCODE = 100
                  MOVE -20 TO SQLCODE
                  MOVE "Contrato alterado durante o vencimento"
                     TO SQLERRMC
               END-IF
            END-IF.

         FINISH-CONTRACT.
            IF WS-ESC-FAILED = "S"
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-ERROR-COUNT
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "#Contrato " WS-ESC-ID " nao vencido - fica "
                  "para a proxima rodada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-ESC-BALANCE TO WS-RETURNED-TOTAL
               DISPLAY "#Contrato " WS-ESC-ID " " WS-ESC-REF
                  " vencido: " WS-ESC-CANCELLED " pedido(s) "
                  "cancelado(s), saldo devolvido a "
                  WS-ESC-DEPOSITOR

               IF WS-ESC-BALANCE > 0
                  MOVE "TRANSFER"     TO WS-LOG-ACTION
                  MOVE "OK"           TO WS-LOG-STATUS
                  MOVE WS-ESC-BALANCE TO WS-LOG-VALUE
                  MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  MOVE "ESCROW-EXPIRE" TO WS-LOG-ACTION
               END-IF

               MOVE "ESCROW-VENCIDO" TO WS-NOTIFY-EVENT
               MOVE WS-ESC-BALANCE TO WS-NOTIFY-AMOUNT-EDIT
               MOVE SPACES TO WS-NOTIFY-DETAIL
               STRING "CONTA VINCULADA " WS-ESC-REF
                  DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
               END-STRING
               MOVE WS-ESC-DEPOSITOR TO WS-NOTIFY-ACCOUNT
               PERFORM WRITE-NOTIFY-LINE
               MOVE WS-ESC-BENEF TO WS-NOTIFY-ACCOUNT
               PERFORM WRITE-NOTIFY-LINE
            END-IF.

         WRITE-NOTIFY-LINE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3.
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME

            OPEN EXTEND NOTIFY-FILE
            IF WS-NOTIFY-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-FILE
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               MOVE SPACES TO NOTIFY-LINE
               STRING WS-NOTIFY-EVENT DELIMITED BY SPACE
                      "|"
                      WS-NOTIFY-DATE "|"
                      WS-NOTIFY-TIME "|"
                      "00000" "|"
                      WS-NOTIFY-ACCOUNT "|"
                      WS-NOTIFY-AMOUNT-EDIT "|"
                      WS-NOTIFY-DETAIL
                      DELIMITED BY SIZE INTO NOTIFY-LINE
               END-STRING
               WRITE NOTIFY-LINE
               CLOSE NOTIFY-FILE
            ELSE
               DISPLAY "#Falha ao gravar aviso - status "
                  WS-NOTIFY-STATUS
            END-IF.

         REPORT-RUN.
            DISPLAY "#Contratos vencidos: " WS-EXPIRED-COUNT
               " devolvido " WS-RETURNED-TOTAL

            MOVE "ESCROW-EXPIRE" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-ERROR-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            MOVE WS-RETURNED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "contas vinculadas " WS-BUS-DATE ": "
               WS-EXPIRED-COUNT " vencida(s), " WS-ERROR-COUNT
               " erro(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  PIX charge (PIX Cobranca) - daily file to the merchants, as
      *  the boleto companies get their retorno from COBR-RETORNO.
      *  First the open charges more than PIX_CHARGE_MAX_LATE_DAYS
      *  (default 30) past due are closed as EXPIRED - PIX-IN already
      *  returns any payment to them. Then, for every merchant
      *  account with something to show, one file lists the charges
      *  paid on the business date (with the amount kept and the
      *  amount returned to the payer), the ones cancelled or expired
      *  on it, and every charge still open. Each file is registered
      *  at FILEREG (interface PIXCOB-RET, partner = account) and
      *  committed on its own - a failure costs that merchant only.
      *  The file is a picture of the day: run again on the same
      *  business date it is written again, and an unchanged one is
      *  recognised by FILEREG and not sent twice.
      *
      *  File layout (COBR_OUT_DIR, default /tmp, file
      *  pixcob_retorno_<account>_<date>.dat):
      *    header : '0' + merchant account 9(10) + movement date X(10)
      *    detail : '1' + txid X(35) + status X(10) (OPEN, PAID,
      *             CANCELLED, EXPIRED) + amount 9(10)V99
      *             + due date X(10) + paid amount 9(10)V99
      *             + returned amount 9(10)V99 + paid date X(10)
      *             + end-to-end id X(32)
      *    trailer: '9' + open 9(6) + open total 9(13)V99
      *             + paid 9(6) + paid total 9(13)V99
      *             + cancelled or expired 9(6)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 PIXCOB-RET.
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
            SELECT RETORNO-FILE ASSIGN TO WS-RETORNO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  RETORNO-FILE.
         01  RETORNO-LINE            PIC X(150).

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
         01  WS-MAX-LATE-DAYS        PIC 9(3)  VALUE 30.

      *    Recebedor corrente e o que ha no arquivo dele.
         01  WS-MER-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-MER-COUNT            PIC 9(6)  VALUE 0.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-EXPIRED-COUNT        PIC 9(6)  VALUE 0.

      *    Cobranca corrente do arquivo.
         01  WS-COB-TXID             PIC X(35) VALUE SPACES.
         01  WS-COB-STATUS           PIC X(10) VALUE SPACES.
         01  WS-COB-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-COB-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-COB-PAID-AMOUNT      PIC 9(10)V99 VALUE 0.
         01  WS-COB-RETURNED         PIC 9(10)V99 VALUE 0.
         01  WS-COB-PAID-DATE        PIC X(10) VALUE SPACES.
         01  WS-COB-E2E              PIC X(32) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-MER-EOF             PIC X(1)  VALUE "N".
         01  WS-COB-EOF             PIC X(1)  VALUE "N".
         01  WS-MER-FAILED          PIC X(1)  VALUE "N".
         01  WS-MER-UNCHANGED       PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-RETORNO-PATH        PIC X(100) VALUE SPACES.
         01  WS-RETORNO-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-OUT-DIR             PIC X(60) VALUE SPACES.
         01  WS-FILE-DATE           PIC X(8)  VALUE SPACES.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-DETAIL-COUNT        PIC 9(6)  VALUE 0.

      *    Totais do arquivo do recebedor.
         01  WS-CNT-OPEN            PIC 9(6)  VALUE 0.
         01  WS-CNT-PAID            PIC 9(6)  VALUE 0.
         01  WS-CNT-CLOSED          PIC 9(6)  VALUE 0.
         01  WS-OPEN-TOTAL          PIC 9(13)V99 VALUE 0.
         01  WS-PAID-TOTAL          PIC 9(13)V99 VALUE 0.

      *    Totais da corrida.
         01  WS-DONE-COUNT          PIC 9(5)  VALUE 0.
         01  WS-SAME-COUNT          PIC 9(5)  VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(5)  VALUE 0.
         01  WS-RUN-CHARGES         PIC 9(7)  VALUE 0.

      *    Registros do arquivo do recebedor.
         01  WS-RET-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-ACCOUNT         PIC 9(10).
             05  HDR-DATE            PIC X(10).
             05  FILLER              PIC X(129) VALUE SPACES.
         01  WS-RET-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-TXID            PIC X(35).
             05  DET-STATUS          PIC X(10).
             05  DET-AMOUNT          PIC 9(10)V99.
             05  DET-DUE-DATE        PIC X(10).
             05  DET-PAID-AMOUNT     PIC 9(10)V99.
             05  DET-RETURNED        PIC 9(10)V99.
             05  DET-PAID-DATE       PIC X(10).
             05  DET-E2E             PIC X(32).
             05  FILLER              PIC X(16) VALUE SPACES.
         01  WS-RET-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-OPEN            PIC 9(6).
             05  TRL-OPEN-TOTAL      PIC 9(13)V99.
             05  TRL-PAID            PIC 9(6).
             05  TRL-PAID-TOTAL      PIC 9(13)V99.
             05  TRL-CLOSED          PIC 9(6).
             05  FILLER              PIC X(101) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "PIXCOB-RET".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE SPACES.
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PIXCOBRET".
             05  WS-LOG-ACTION         PIC X(20) VALUE "PIXCOB-RET".
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
               PERFORM EXPIRE-LATE-CHARGES
               PERFORM REPORT-MERCHANTS
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-OUT-DIR FROM ENVIRONMENT "COBR_OUT_DIR"
            IF WS-OUT-DIR = SPACES
               MOVE "/tmp" TO WS-OUT-DIR
            END-IF.

         LOAD-DB-POLICY.
      *    Dias depois do vencimento em que a cobranca ainda paga - o
      *    mesmo parametro que o PIX-IN usa para devolver.
            MOVE "PIX_CHARGE_MAX_LATE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-LATE-DAYS
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
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         EXPIRE-LATE-CHARGES.
      *    Cobranca em aberto alem do atraso aceito nao paga mais -
      *    vai no arquivo de hoje como EXPIRED e sai dos seguintes.
            EXEC SQL
               UPDATE pix_charges
               SET status = 'EXPIRED',
                   closed_date = :WS-BUS-DATE::date
               WHERE status = 'OPEN'
                 AND :WS-BUS-DATE::date - due_date > :WS-MAX-LATE-DAYS
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SQLERRD(3) TO WS-EXPIRED-COUNT
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Cobrancas expiradas por atraso: "
                  WS-EXPIRED-COUNT
            END-IF.

         REPORT-MERCHANTS.
      *    Um recebedor por vez - pagas, canceladas e expiradas no
      *    movimento, e todas as ainda em aberto.
            EXEC SQL
               DECLARE PIXCOB-MER-CUR CURSOR FOR
               SELECT account, COUNT(*)
               FROM pix_charges
               WHERE status = 'OPEN'
                  OR paid_date = :WS-BUS-DATE::date
                  OR closed_date = :WS-BUS-DATE::date
               GROUP BY account
               ORDER BY account
            END-EXEC

            EXEC SQL
               OPEN PIXCOB-MER-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO WS-FAILED-COUNT
            ELSE
               MOVE "N" TO WS-MER-EOF
               PERFORM REPORT-ONE-MERCHANT UNTIL WS-MER-EOF = "Y"
               EXEC SQL
                  CLOSE PIXCOB-MER-CUR
               END-EXEC
            END-IF

            DISPLAY "#Arquivos gerados: " WS-DONE-COUNT
               " sem mudanca: " WS-SAME-COUNT
               " com falha: " WS-FAILED-COUNT
               " cobrancas: " WS-RUN-CHARGES

            MOVE "PIXCOB-RET" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-FAILED-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "retorno cobranca pix " WS-BUS-DATE ": "
               WS-DONE-COUNT " recebedor(es), " WS-RUN-CHARGES
               " cobranca(s), " WS-EXPIRED-COUNT " expirada(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REPORT-ONE-MERCHANT.
            EXEC SQL
               FETCH PIXCOB-MER-CUR
               INTO :WS-MER-ACCOUNT, :WS-MER-COUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-MER-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-MER-EOF
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-MER-FAILED
               MOVE "N" TO WS-MER-UNCHANGED
               PERFORM WRITE-RETORNO-FILE
               IF WS-MER-FAILED = "N"
                  PERFORM REGISTER-RETORNO-FILE
               END-IF

               IF WS-MER-FAILED = "N"
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-DONE-COUNT
                  ADD WS-DETAIL-COUNT TO WS-RUN-CHARGES
                  DISPLAY "#Conta " WS-MER-ACCOUNT ": em aberto "
                     WS-CNT-OPEN " pagas " WS-CNT-PAID
                     " baixadas " WS-CNT-CLOSED
                  DISPLAY "#Arquivo: " WS-RETORNO-PATH
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  IF WS-MER-UNCHANGED = "S"
                     ADD 1 TO WS-SAME-COUNT
                  ELSE
                     ADD 1 TO WS-FAILED-COUNT
                     DISPLAY "#Conta " WS-MER-ACCOUNT
                        " - arquivo desfeito, nao enviar"
                  END-IF
               END-IF
            END-IF
            END-IF.

         WRITE-RETORNO-FILE.
            MOVE SPACES TO WS-FILE-DATE
            STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
               WS-BUS-DATE(9:2) DELIMITED BY SIZE
               INTO WS-FILE-DATE
            END-STRING
            MOVE SPACES TO WS-RETORNO-PATH
            STRING WS-OUT-DIR DELIMITED BY SPACE
               "/pixcob_retorno_" WS-MER-ACCOUNT "_" WS-FILE-DATE
               ".dat"
               DELIMITED BY SIZE INTO WS-RETORNO-PATH
            END-STRING

            MOVE 0 TO WS-CNT-OPEN
            MOVE 0 TO WS-CNT-PAID
            MOVE 0 TO WS-CNT-CLOSED
            MOVE 0 TO WS-OPEN-TOTAL
            MOVE 0 TO WS-PAID-TOTAL
            MOVE 0 TO WS-DETAIL-COUNT

            OPEN OUTPUT RETORNO-FILE
            IF WS-RETORNO-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de retorno - status "
                  WS-RETORNO-STATUS
               MOVE "S" TO WS-MER-FAILED
            ELSE
               MOVE WS-MER-ACCOUNT TO HDR-ACCOUNT
               MOVE WS-BUS-DATE TO HDR-DATE
               WRITE RETORNO-LINE FROM WS-RET-HEADER
               MOVE 1 TO WS-RECORD-COUNT

               EXEC SQL
                  DECLARE PIXCOB-DET-CUR CURSOR FOR
                  SELECT txid, status, amount,
                         TO_CHAR(due_date, 'YYYY-MM-DD'),
                         COALESCE(paid_amount, 0),
                         COALESCE(returned_amount, 0),
                         COALESCE(TO_CHAR(paid_date, 'YYYY-MM-DD'),
                                  ' '),
                         COALESCE(e2e_id, ' ')
                  FROM pix_charges
                  WHERE account = :WS-MER-ACCOUNT
                    AND (status = 'OPEN'
                         OR paid_date = :WS-BUS-DATE::date
                         OR closed_date = :WS-BUS-DATE::date)
                  ORDER BY status DESC, due_date, id
               END-EXEC
               EXEC SQL
                  OPEN PIXCOB-DET-CUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-MER-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-COB-EOF
                  PERFORM WRITE-ONE-CHARGE UNTIL WS-COB-EOF = "Y"
                  EXEC SQL
                     CLOSE PIXCOB-DET-CUR
                  END-EXEC
               END-IF

               IF WS-MER-FAILED = "N"
                  AND WS-DETAIL-COUNT NOT = WS-MER-COUNT
                  MOVE "S" TO WS-MER-FAILED
                  DISPLAY "#Conta " WS-MER-ACCOUNT ": arquivo com "
                     WS-DETAIL-COUNT " contra " WS-MER-COUNT
                     " cobranca(s) apuradas"
               END-IF

               ADD 1 TO WS-RECORD-COUNT
               MOVE WS-CNT-OPEN TO TRL-OPEN
               MOVE WS-OPEN-TOTAL TO TRL-OPEN-TOTAL
               MOVE WS-CNT-PAID TO TRL-PAID
               MOVE WS-PAID-TOTAL TO TRL-PAID-TOTAL
               MOVE WS-CNT-CLOSED TO TRL-CLOSED
               WRITE RETORNO-LINE FROM WS-RET-TRAILER
               CLOSE RETORNO-FILE
            END-IF.

         WRITE-ONE-CHARGE.
            EXEC SQL
               FETCH PIXCOB-DET-CUR
               INTO :WS-COB-TXID, :WS-COB-STATUS, :WS-COB-AMOUNT,
                    :WS-COB-DUE-DATE, :WS-COB-PAID-AMOUNT,
                    :WS-COB-RETURNED, :WS-COB-PAID-DATE, :WS-COB-E2E
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-COB-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-COB-EOF
               MOVE "S" TO WS-MER-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EVALUATE WS-COB-STATUS
                  WHEN "OPEN"
                     ADD 1 TO WS-CNT-OPEN
                     ADD WS-COB-AMOUNT TO WS-OPEN-TOTAL
                  WHEN "PAID"
                     ADD 1 TO WS-CNT-PAID
                     ADD WS-COB-PAID-AMOUNT TO WS-PAID-TOTAL
                  WHEN OTHER
                     ADD 1 TO WS-CNT-CLOSED
               END-EVALUATE
               MOVE WS-COB-TXID TO DET-TXID
               MOVE WS-COB-STATUS TO DET-STATUS
               MOVE WS-COB-AMOUNT TO DET-AMOUNT
               MOVE WS-COB-DUE-DATE TO DET-DUE-DATE
               MOVE WS-COB-PAID-AMOUNT TO DET-PAID-AMOUNT
               MOVE WS-COB-RETURNED TO DET-RETURNED
               MOVE WS-COB-PAID-DATE TO DET-PAID-DATE
               MOVE WS-COB-E2E TO DET-E2E
               WRITE RETORNO-LINE FROM WS-RET-DETAIL
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-DETAIL-COUNT
            END-IF
            END-IF.

         REGISTER-RETORNO-FILE.
      *    Arquivo fechado entra no registro (FILEREG) como PRODUCED;
      *    o mesmo conteudo ja registrado nao sai de novo.
            MOVE WS-RETORNO-PATH TO WS-FREG-PATH
            MOVE WS-MER-ACCOUNT TO WS-FREG-PARTNER
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            STRING WS-FILE-DATE WS-MER-ACCOUNT
               DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
            END-STRING
            MOVE WS-RECORD-COUNT TO WS-FREG-RECORDS
            MOVE WS-PAID-TOTAL TO WS-FREG-TOTAL
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               MOVE WS-FREG-FILE-ID TO WS-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               MOVE "S" TO WS-MER-FAILED
               MOVE "S" TO WS-MER-UNCHANGED
               DISPLAY "#Conta " WS-MER-ACCOUNT
                  ": mesmo conteudo ja registrado " WS-FREG-FILE-ID
            ELSE
               MOVE "S" TO WS-MER-FAILED
               DISPLAY "#Arquivo de retorno sem registro de interface"
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  e-Financeira - semiannual report of customer movements to the
      *  revenue service (Receita Federal). TAX-STMT and TAX-REMIT
      *  cover the income statement and the withholding; this is the
      *  movement declaration. For each holder document the postings
      *  of every account get_holder_accounts() returns are summed per
      *  month of the semester (credits and debits, from get_transfer)
      *  and the balance at the end of the semester is taken from the
      *  last balance_history close (the year-end balance in the
      *  second semester). A holder is declared when any monthly
      *  credit or debit total, or the closing balance, exceeds the
      *  threshold - EFIN_PF_THRESHOLD for individuals (CPF, default
      *  5.000,00) and EFIN_PJ_THRESHOLD for companies (CNPJ, default
      *  15.000,00).
      *
      *  EFIN_SEMESTER (AAAA-S, S = 1 Jan-Jun, 2 Jul-Dec) picks the
      *  semester, default the last one closed at the business date.
      *  EFIN_MODE:
      *    ORIGINAL - the semester's declaration; refused while an
      *               original not rejected exists.
      *    RECTIFY  - rectification file for the holders whose figures
      *               changed after the last filing: the holders of the
      *               accounts ASOF-REPROC rebuilt from a date inside
      *               the semester since that filing (or EFIN_DOC for a
      *               single holder by hand). Figures are recomputed and
      *               only the holders that really differ from what was
      *               declared go out. The header carries the receipt
      *               of the original, so the original must be
      *               acknowledged first.
      *  Each filing is kept in efin_filings and the declared figures
      *  in efin_figures (per holder and month, tagged with the
      *  filing). The file is registered at FILEREG (interface
      *  EFINANCEIRA); the receipt number the revenue service returns
      *  is entered with ACK at IFACE-MAINT and copied to the filing
      *  at the start of every run (a NACK marks it REJECTED).
      *
      *  Declaration layout (EFIN_OUT_DIR, default /tmp, file
      *  efinanceira_<semester>_<O|R><filing id>.dat):
      *    header : '0' + semester X(6) + kind X(1) ('O'/'R')
      *             + period start X(10) + period end X(10)
      *             + original receipt X(40) + filing id 9(9)
      *             + business date X(10)
      *    holder : '1' + document X(14) + type X(1) ('F'/'J')
      *             + name X(40) + sign X(1) + closing balance 9(13)V99
      *    month  : '2' + document X(14) + month X(7) (AAAA-MM)
      *             + credits 9(13)V99 + debits 9(13)V99
      *    trailer: '9' + holders 9(6) + records 9(6)
      *             + total credits 9(15)V99 + total debits 9(15)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 EFIN-FILE.
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
            SELECT EFIN-OUT-FILE ASSIGN TO WS-EFIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFIN-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  EFIN-OUT-FILE.
         01  EFIN-LINE               PIC X(120).

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

      *    Semestre declarado e a declaracao em geracao.
         01  WS-SEMESTER             PIC X(6)  VALUE SPACES.
         01  WS-PER-START            PIC X(10) VALUE SPACES.
         01  WS-PER-END              PIC X(10) VALUE SPACES.
         01  WS-FILING-ID            PIC 9(9)  VALUE 0.
         01  WS-FILING-KIND          PIC X(8)  VALUE SPACES.
         01  WS-ORIG-ID              PIC 9(9)  VALUE 0.
         01  WS-ORIG-RECEIPT         PIC X(40) VALUE SPACES.
         01  WS-LAST-FILED-AT        PIC X(26) VALUE SPACES.
         01  WS-EXISTING             PIC 9(5)  VALUE 0.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-HOLDER-COUNT         PIC 9(6)  VALUE 0.
         01  WS-SYNC-COUNT           PIC 9(5)  VALUE 0.

      *    Titular corrente e o mes corrente do cursor de movimentos.
         01  WS-HLD-DOC              PIC X(14) VALUE SPACES.
         01  WS-HLD-NAME             PIC X(40) VALUE SPACES.
         01  WS-HLD-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-MOV-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-MOV-CREDITS          PIC 9(13)V99 VALUE 0.
         01  WS-MOV-DEBITS           PIC 9(13)V99 VALUE 0.
         01  WS-MOV-BALANCE          PIC S9(13)V99 VALUE 0.
         01  WS-HAND-DOC             PIC X(14) VALUE SPACES.
         01  WS-EFIN-PATH            PIC X(100) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-HLD-EOF             PIC X(1)  VALUE "N".
         01  WS-MOV-EOF             PIC X(1)  VALUE "N".
         01  WS-RUN-HALTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-MODE                PIC X(8)  VALUE SPACES.
         01  WS-REPORTABLE          PIC X(1)  VALUE "N".
         01  WS-CHANGED             PIC X(1)  VALUE "N".
         01  WS-PRIOR-FOUND         PIC X(1)  VALUE "N".
         01  WS-DOC-TYPE            PIC X(1)  VALUE SPACE.
         01  WS-THRESHOLD           PIC 9(13)V99 VALUE 0.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-TOT-CREDITS         PIC 9(15)V99 VALUE 0.
         01  WS-TOT-DEBITS          PIC 9(15)V99 VALUE 0.
         01  WS-SKIPPED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-EFIN-DIR            PIC X(60) VALUE SPACES.

      *    Limites de obrigatoriedade - catalogo central com padrao.
         01  WS-PF-THRESHOLD        PIC 9(13)V99 VALUE 5000,00.
         01  WS-PJ-THRESHOLD        PIC 9(13)V99 VALUE 15000,00.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Semestre: ano, numero e o primeiro mes.
         01  WS-SEM-YEAR            PIC 9(4)  VALUE 0.
         01  WS-SEM-NUMBER          PIC 9(1)  VALUE 0.
         01  WS-SEM-FIRST           PIC 9(2)  VALUE 0.
         01  WS-MONTH-NO            PIC 9(2)  VALUE 0.

      *    Os seis meses do titular - apurados agora e declarados antes.
         01  WS-MONTH-TABLE.
             05  WS-MON-ENTRY OCCURS 6.
                 10  WS-MON-REF      PIC X(7).
                 10  WS-MON-CREDITS  PIC 9(13)V99.
                 10  WS-MON-DEBITS   PIC 9(13)V99.
                 10  WS-MON-BALANCE  PIC S9(13)V99.
                 10  WS-PRV-CREDITS  PIC 9(13)V99.
                 10  WS-PRV-DEBITS   PIC 9(13)V99.
                 10  WS-PRV-BALANCE  PIC S9(13)V99.
         01  WS-MON-IX              PIC 9(2) COMP VALUE 0.

         01  WS-EFIN-STATUS         PIC X(2)  VALUE SPACES.
         01  WS-FILING-ID-X         PIC 9(9)  VALUE 0.
         01  WS-KIND-CODE           PIC X(1)  VALUE SPACE.

      *    Registros da declaracao.
         01  WS-EFIN-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-SEMESTER        PIC X(6).
             05  HDR-KIND            PIC X(1).
             05  HDR-PER-START       PIC X(10).
             05  HDR-PER-END         PIC X(10).
             05  HDR-ORIG-RECEIPT    PIC X(40).
             05  HDR-FILING-ID       PIC 9(9).
             05  HDR-BUS-DATE        PIC X(10).
             05  FILLER              PIC X(33) VALUE SPACES.
         01  WS-EFIN-HOLDER.
             05  FILLER              PIC X(1)  VALUE "1".
             05  HLD-DOC             PIC X(14).
             05  HLD-TYPE            PIC X(1).
             05  HLD-NAME            PIC X(40).
             05  HLD-SIGN            PIC X(1).
             05  HLD-BALANCE         PIC 9(13)V99.
             05  FILLER              PIC X(48) VALUE SPACES.
         01  WS-EFIN-MONTH.
             05  FILLER              PIC X(1)  VALUE "2".
             05  MON-DOC             PIC X(14).
             05  MON-REF             PIC X(7).
             05  MON-CREDITS         PIC 9(13)V99.
             05  MON-DEBITS          PIC 9(13)V99.
             05  FILLER              PIC X(68) VALUE SPACES.
         01  WS-EFIN-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-HOLDERS         PIC 9(6).
             05  TRL-RECORDS         PIC 9(6).
             05  TRL-CREDITS         PIC 9(15)V99.
             05  TRL-DEBITS          PIC 9(15)V99.
             05  FILLER              PIC X(73) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "EFINANCEIRA".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE
                                       "RECEITA-FEDERAL".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "EFINFILE".
             05  WS-LOG-ACTION         PIC X(20) VALUE "EFIN-FILE".
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
               PERFORM SYNC-RECEIPTS
               PERFORM RESOLVE-SEMESTER
               IF WS-SEMESTER NOT = SPACES
                  EVALUATE WS-MODE
                     WHEN "ORIGINAL"
                        PERFORM CHECK-NO-ORIGINAL
                     WHEN "RECTIFY"
                        PERFORM CHECK-ORIGINAL-RECEIPT
                     WHEN OTHER
                        DISPLAY "#EFIN_MODE invalido: " WS-MODE
                           " (ORIGINAL ou RECTIFY)"
                        MOVE SPACES TO WS-SEMESTER
                  END-EVALUATE
               END-IF
               IF WS-SEMESTER NOT = SPACES
                  PERFORM PRODUCE-FILING
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-SEMESTER FROM ENVIRONMENT "EFIN_SEMESTER"
            ACCEPT WS-HAND-DOC FROM ENVIRONMENT "EFIN_DOC"

            ACCEPT WS-MODE FROM ENVIRONMENT "EFIN_MODE"
            INSPECT WS-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF WS-MODE = SPACES
               MOVE "ORIGINAL" TO WS-MODE
            END-IF

            ACCEPT WS-EFIN-DIR FROM ENVIRONMENT "EFIN_OUT_DIR"
            IF WS-EFIN-DIR = SPACES
               MOVE "/tmp" TO WS-EFIN-DIR
            END-IF.

         LOAD-DB-POLICY.
            MOVE "EFIN_PF_THRESHOLD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PF-THRESHOLD
            END-IF

            MOVE "EFIN_PJ_THRESHOLD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PJ-THRESHOLD
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

         SYNC-RECEIPTS.
      *    Recibo da Receita digitado no ACK da IFACE-MAINT passa para
      *    a declaracao; NACK marca a declaracao recusada.
            EXEC SQL
               UPDATE efin_filings f
               SET status = CASE WHEN i.status = 'ACKED'
                                 THEN 'ACKED' ELSE 'REJECTED' END,
                   receipt = CASE WHEN i.status = 'ACKED'
                                  THEN i.ack_ref ELSE f.receipt END,
                   receipt_at = now()
               FROM interface_files i
               WHERE i.id = f.file_id
                 AND f.status = 'PRODUCED'
                 AND i.status IN ('ACKED', 'REJECTED')
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-SYNC-COUNT
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-SYNC-COUNT > 0
                  DISPLAY "#Recibos/recusas registrados: "
                     WS-SYNC-COUNT
               END-IF
            ELSE IF SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF
            END-IF.

         RESOLVE-SEMESTER.
      *    Sem EFIN_SEMESTER, o ultimo semestre encerrado na data do
      *    movimento: de janeiro a junho declara o segundo do ano
      *    anterior, de julho em diante o primeiro do ano.
            IF WS-SEMESTER = SPACES
               MOVE WS-BUS-DATE (1:4) TO WS-SEM-YEAR
               MOVE WS-BUS-DATE (6:2) TO WS-MONTH-NO
               IF WS-MONTH-NO <= 6
                  SUBTRACT 1 FROM WS-SEM-YEAR
                  MOVE 2 TO WS-SEM-NUMBER
               ELSE
                  MOVE 1 TO WS-SEM-NUMBER
               END-IF
               MOVE SPACES TO WS-SEMESTER
               STRING WS-SEM-YEAR "-" WS-SEM-NUMBER
                  DELIMITED BY SIZE INTO WS-SEMESTER
               END-STRING
            END-IF

            IF WS-SEMESTER (1:4) IS NOT NUMERIC
               OR WS-SEMESTER (5:1) NOT = "-"
               OR (WS-SEMESTER (6:1) NOT = "1"
                   AND WS-SEMESTER (6:1) NOT = "2")
               DISPLAY "#EFIN_SEMESTER invalido: " WS-SEMESTER
                  " (AAAA-1 ou AAAA-2)"
               MOVE SPACES TO WS-SEMESTER
            ELSE
               MOVE WS-SEMESTER (1:4) TO WS-SEM-YEAR
               MOVE WS-SEMESTER (6:1) TO WS-SEM-NUMBER
               IF WS-SEM-NUMBER = 1
                  MOVE 1 TO WS-SEM-FIRST
                  MOVE SPACES TO WS-PER-START
                  STRING WS-SEM-YEAR "-01-01" DELIMITED BY SIZE
                     INTO WS-PER-START
                  END-STRING
                  MOVE SPACES TO WS-PER-END
                  STRING WS-SEM-YEAR "-06-30" DELIMITED BY SIZE
                     INTO WS-PER-END
                  END-STRING
               ELSE
                  MOVE 7 TO WS-SEM-FIRST
                  MOVE SPACES TO WS-PER-START
                  STRING WS-SEM-YEAR "-07-01" DELIMITED BY SIZE
                     INTO WS-PER-START
                  END-STRING
                  MOVE SPACES TO WS-PER-END
                  STRING WS-SEM-YEAR "-12-31" DELIMITED BY SIZE
                     INTO WS-PER-END
                  END-STRING
               END-IF
               IF WS-PER-END >= WS-BUS-DATE
                  DISPLAY "#Semestre " WS-SEMESTER " ainda nao "
                     "encerrado na data do movimento " WS-BUS-DATE
                  MOVE SPACES TO WS-SEMESTER
               ELSE
                  DISPLAY "#e-Financeira " WS-MODE " - semestre "
                     WS-SEMESTER " (" WS-PER-START " a " WS-PER-END
                     ")"
               END-IF
            END-IF.

         CHECK-NO-ORIGINAL.
      *    Uma original por semestre - a recusada pela Receita pode
      *    ser gerada de novo; correcao posterior e retificadora.
            MOVE 0 TO WS-EXISTING
            EXEC SQL
               SELECT COUNT(*) INTO :WS-EXISTING
               FROM efin_filings
               WHERE semester = :WS-SEMESTER
                 AND kind = 'ORIGINAL'
                 AND status <> 'REJECTED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 1 TO WS-EXISTING
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            IF WS-EXISTING > 0
               DISPLAY "#Semestre " WS-SEMESTER " ja declarado - "
                  "use EFIN_MODE=RECTIFY para corrigir"
               MOVE "REFUSED" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "e-Financeira " WS-SEMESTER
                  ": original ja gerada"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE SPACES TO WS-SEMESTER
            ELSE
               MOVE "ORIGINAL" TO WS-FILING-KIND
               MOVE "O" TO WS-KIND-CODE
            END-IF.

         CHECK-ORIGINAL-RECEIPT.
      *    Retificadora referencia o recibo da original - sem recibo
      *    ainda nao ha o que retificar. A data da ultima declaracao do
      *    semestre limita os reprocessamentos considerados.
            MOVE 0 TO WS-ORIG-ID
            MOVE SPACES TO WS-ORIG-RECEIPT
            EXEC SQL
               SELECT id, COALESCE(receipt, ' ')
               INTO :WS-ORIG-ID, :WS-ORIG-RECEIPT
               FROM efin_filings
               WHERE semester = :WS-SEMESTER
                 AND kind = 'ORIGINAL'
                 AND status = 'ACKED'
               ORDER BY id DESC
               LIMIT 1
            END-EXEC
            IF SQLCODE = 100 OR WS-ORIG-RECEIPT = SPACES
               DISPLAY "#Semestre " WS-SEMESTER " sem original com "
                  "recibo - registre o ACK na IFACE-MAINT antes"
               MOVE SPACES TO WS-SEMESTER
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE SPACES TO WS-SEMESTER
            ELSE
               MOVE "RECTIFY" TO WS-FILING-KIND
               MOVE "R" TO WS-KIND-CODE
               EXEC SQL
                  SELECT TO_CHAR(MAX(created_at),
                            'YYYY-MM-DD HH24:MI:SS')
                  INTO :WS-LAST-FILED-AT
                  FROM efin_filings
                  WHERE semester = :WS-SEMESTER
                    AND status <> 'REJECTED'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE SPACES TO WS-SEMESTER
               END-IF
            END-IF
            END-IF.

         PRODUCE-FILING.
      *    Declaracao, figuras e arquivo numa transacao so: a linha da
      *    declaracao nasce primeiro (o id entra no nome do arquivo) e
      *    tudo comita no registro de interface.
            EXEC SQL
               INSERT INTO efin_filings
                  (semester, kind, period_start, period_end,
                   original_id, status, created_at)
               VALUES (:WS-SEMESTER, :WS-FILING-KIND,
                       :WS-PER-START::date, :WS-PER-END::date,
                       NULLIF(:WS-ORIG-ID, 0), 'PRODUCED', now())
               RETURNING id INTO :WS-FILING-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-FILING-ID TO WS-FILING-ID-X
               MOVE SPACES TO WS-EFIN-PATH
               STRING WS-EFIN-DIR DELIMITED BY SPACE
                  "/efinanceira_" WS-SEMESTER "_" WS-KIND-CODE
                  WS-FILING-ID-X ".dat"
                  DELIMITED BY SIZE INTO WS-EFIN-PATH
               END-STRING
               OPEN OUTPUT EFIN-OUT-FILE
               IF WS-EFIN-STATUS NOT = "00"
                  DISPLAY "#Falha ao abrir arquivo e-Financeira - "
                     "status " WS-EFIN-STATUS
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-FILING-BODY
                  CLOSE EFIN-OUT-FILE
               END-IF
            END-IF

            IF WS-RUN-HALTED = "N" AND WS-HOLDER-COUNT = 0
               DISPLAY "#Nenhum titular a declarar - arquivo "
                  "descartado"
               MOVE "S" TO WS-RUN-HALTED
               MOVE "EMPTY" TO WS-LOG-STATUS
            END-IF

            IF WS-RUN-HALTED = "N"
               PERFORM REGISTER-OUTBOUND-FILE
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF

            DISPLAY "#Titulares declarados: " WS-HOLDER-COUNT
               " abaixo do limite/sem mudanca: " WS-SKIPPED-COUNT
            IF WS-LOG-STATUS = SPACES
               MOVE "OK" TO WS-LOG-STATUS
               IF WS-RUN-HALTED = "S"
                  MOVE "FAILED" TO WS-LOG-STATUS
               END-IF
            END-IF
            MOVE WS-HOLDER-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "e-Financeira " WS-SEMESTER " " WS-FILING-KIND
               " declaracao " WS-FILING-ID ": " WS-HOLDER-COUNT
               " titular(es) " WS-EFIN-PATH
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         WRITE-FILING-BODY.
            MOVE WS-SEMESTER TO HDR-SEMESTER
            MOVE WS-KIND-CODE TO HDR-KIND
            MOVE WS-PER-START TO HDR-PER-START
            MOVE WS-PER-END TO HDR-PER-END
            MOVE WS-ORIG-RECEIPT TO HDR-ORIG-RECEIPT
            MOVE WS-FILING-ID TO HDR-FILING-ID
            MOVE WS-BUS-DATE TO HDR-BUS-DATE
            WRITE EFIN-LINE FROM WS-EFIN-HEADER
            MOVE 1 TO WS-RECORD-COUNT

            IF WS-FILING-KIND = "ORIGINAL"
               EXEC SQL
                  DECLARE EFIN-ALL-CUR CURSOR FOR
                  SELECT TRIM(doc), MAX(name)
                  FROM customers
                  GROUP BY TRIM(doc)
                  ORDER BY 1
               END-EXEC
               EXEC SQL
                  OPEN EFIN-ALL-CUR
               END-EXEC
            ELSE
      *       Titulares das contas que o ASOF-REPROC refez a partir de
      *       uma data do semestre depois da ultima declaracao, ou o
      *       documento informado a mao.
               EXEC SQL
                  DECLARE EFIN-RECT-CUR CURSOR FOR
                  SELECT TRIM(h.holder_doc),
                         COALESCE((SELECT MAX(c.name) FROM customers c
                                   WHERE TRIM(c.doc) =
                                         TRIM(h.holder_doc)), ' ')
                  FROM asof_queue q
                  JOIN get_account_holders() h
                    ON h.account_number = q.account
                  WHERE TRIM(:WS-HAND-DOC) = ''
                    AND q.status = 'DONE'
                    AND q.from_date <= :WS-PER-END::date
                    AND q.processed_at >
                        :WS-LAST-FILED-AT::timestamp
                  UNION
                  SELECT TRIM(:WS-HAND-DOC),
                         COALESCE((SELECT MAX(c.name) FROM customers c
                                   WHERE TRIM(c.doc) =
                                         TRIM(:WS-HAND-DOC)), ' ')
                  WHERE TRIM(:WS-HAND-DOC) <> ''
                  ORDER BY 1
               END-EXEC
               EXEC SQL
                  OPEN EFIN-RECT-CUR
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-HLD-EOF
               PERFORM DECLARE-ONE-HOLDER UNTIL WS-HLD-EOF = "Y"
               IF WS-FILING-KIND = "ORIGINAL"
                  EXEC SQL
                     CLOSE EFIN-ALL-CUR
                  END-EXEC
               ELSE
                  EXEC SQL
                     CLOSE EFIN-RECT-CUR
                  END-EXEC
               END-IF
            END-IF

            ADD 1 TO WS-RECORD-COUNT
            MOVE WS-HOLDER-COUNT TO TRL-HOLDERS
            MOVE WS-RECORD-COUNT TO TRL-RECORDS
            MOVE WS-TOT-CREDITS TO TRL-CREDITS
            MOVE WS-TOT-DEBITS TO TRL-DEBITS
            WRITE EFIN-LINE FROM WS-EFIN-TRAILER.

         DECLARE-ONE-HOLDER.
            IF WS-FILING-KIND = "ORIGINAL"
               EXEC SQL
                  FETCH EFIN-ALL-CUR
                  INTO :WS-HLD-DOC, :WS-HLD-NAME
               END-EXEC
            ELSE
               EXEC SQL
                  FETCH EFIN-RECT-CUR
                  INTO :WS-HLD-DOC, :WS-HLD-NAME
               END-EXEC
            END-IF

            IF SQLCODE = 100
               MOVE "Y" TO WS-HLD-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-HLD-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM AGGREGATE-HOLDER
               IF WS-RUN-HALTED = "S"
                  MOVE "Y" TO WS-HLD-EOF
               ELSE
                  PERFORM DECIDE-HOLDER
                  IF WS-REPORTABLE = "S"
                     PERFORM WRITE-HOLDER
                  ELSE
                     ADD 1 TO WS-SKIPPED-COUNT
                  END-IF
               END-IF
            END-IF.

         AGGREGATE-HOLDER.
      *    Os seis meses zerados com a referencia AAAA-MM; depois os
      *    creditos e debitos de todas as contas do documento por mes,
      *    com o saldo de fechamento de cada mes (balance_history).
            INITIALIZE WS-MONTH-TABLE
            PERFORM PREPARE-MONTH
               VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 6
            MOVE "F" TO WS-DOC-TYPE
            MOVE WS-PF-THRESHOLD TO WS-THRESHOLD
            IF WS-HLD-DOC (12:3) NOT = SPACES
               MOVE "J" TO WS-DOC-TYPE
               MOVE WS-PJ-THRESHOLD TO WS-THRESHOLD
            END-IF

            EXEC SQL
               DECLARE EFIN-MOV-CUR CURSOR FOR
               SELECT m.month_ref,
                      COALESCE((SELECT SUM(CASE WHEN t.tr_valor > 0
                                          THEN t.tr_valor ELSE 0 END)
                                FROM get_holder_accounts(:WS-HLD-DOC) a,
                                     get_transfer(a.account_number,
                                        m.month_start, m.month_end) t),
                               0),
                      COALESCE((SELECT SUM(CASE WHEN t.tr_valor < 0
                                          THEN 0 - t.tr_valor
                                          ELSE 0 END)
                                FROM get_holder_accounts(:WS-HLD-DOC) a,
                                     get_transfer(a.account_number,
                                        m.month_start, m.month_end) t),
                               0),
                      COALESCE((SELECT SUM((SELECT b.balance
                                    FROM balance_history b
                                    WHERE b.account = a.account_number
                                      AND b.business_date <=
                                          m.month_end::date
                                    ORDER BY b.business_date DESC
                                    LIMIT 1))
                                FROM get_holder_accounts(:WS-HLD-DOC)
                                     a),
                               0)
               FROM (SELECT TO_CHAR(d, 'YYYY-MM') AS month_ref,
                            TO_CHAR(d, 'YYYY-MM-DD') AS month_start,
                            TO_CHAR(d + interval '1 month'
                                    - interval '1 day',
                                    'YYYY-MM-DD') AS month_end
                     FROM generate_series(:WS-PER-START::date,
                             :WS-PER-END::date, interval '1 month') d)
                    m
               ORDER BY 1
            END-EXEC

            EXEC SQL
               OPEN EFIN-MOV-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-MOV-EOF
               PERFORM FETCH-ONE-MONTH UNTIL WS-MOV-EOF = "Y"
               EXEC SQL
                  CLOSE EFIN-MOV-CUR
               END-EXEC
            END-IF
            MOVE WS-MON-BALANCE (6) TO WS-HLD-BALANCE.

         PREPARE-MONTH.
            COMPUTE WS-MONTH-NO = WS-SEM-FIRST + WS-MON-IX - 1
            MOVE SPACES TO WS-MON-REF (WS-MON-IX)
            STRING WS-SEM-YEAR "-" WS-MONTH-NO
               DELIMITED BY SIZE INTO WS-MON-REF (WS-MON-IX)
            END-STRING.

         FETCH-ONE-MONTH.
            EXEC SQL
               FETCH EFIN-MOV-CUR
               INTO :WS-MOV-MONTH, :WS-MOV-CREDITS, :WS-MOV-DEBITS,
                    :WS-MOV-BALANCE
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-MOV-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-MOV-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               PERFORM PLACE-MONTH
                  VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 6
            END-IF.

         PLACE-MONTH.
            IF WS-MON-REF (WS-MON-IX) = WS-MOV-MONTH
               MOVE WS-MOV-CREDITS TO WS-MON-CREDITS (WS-MON-IX)
               MOVE WS-MOV-DEBITS TO WS-MON-DEBITS (WS-MON-IX)
               MOVE WS-MOV-BALANCE TO WS-MON-BALANCE (WS-MON-IX)
            END-IF.

         DECIDE-HOLDER.
      *    Original: declara quem passou do limite em algum mes ou no
      *    saldo final. Retificadora: so quem ja foi declarado ou passa
      *    a ser declaravel, e ainda assim so se algum numero mudou.
            MOVE "N" TO WS-REPORTABLE
            PERFORM CHECK-MONTH-THRESHOLD
               VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 6
            IF WS-HLD-BALANCE > WS-THRESHOLD
               MOVE "S" TO WS-REPORTABLE
            END-IF

            IF WS-FILING-KIND = "RECTIFY"
               PERFORM LOAD-PRIOR-FIGURES
               IF WS-PRIOR-FOUND = "S"
                  MOVE "S" TO WS-REPORTABLE
               END-IF
               IF WS-REPORTABLE = "S"
                  MOVE "N" TO WS-CHANGED
                  IF WS-PRIOR-FOUND = "N"
                     MOVE "S" TO WS-CHANGED
                  END-IF
                  PERFORM COMPARE-MONTH
                     VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 6
                  IF WS-CHANGED = "N"
                     MOVE "N" TO WS-REPORTABLE
                  END-IF
               END-IF
            END-IF.

         CHECK-MONTH-THRESHOLD.
            IF WS-MON-CREDITS (WS-MON-IX) > WS-THRESHOLD
               OR WS-MON-DEBITS (WS-MON-IX) > WS-THRESHOLD
               MOVE "S" TO WS-REPORTABLE
            END-IF.

         LOAD-PRIOR-FIGURES.
      *    O que foi declarado por ultimo para o titular no semestre -
      *    a declaracao mais recente nao recusada que o incluiu.
            MOVE "N" TO WS-PRIOR-FOUND
            EXEC SQL
               DECLARE EFIN-PRV-CUR CURSOR FOR
               SELECT f.month_ref, f.credits, f.debits, f.balance
               FROM efin_figures f
               WHERE f.semester = :WS-SEMESTER
                 AND f.doc = :WS-HLD-DOC
                 AND f.filing_id =
                     (SELECT MAX(g.filing_id)
                      FROM efin_figures g
                      JOIN efin_filings d ON d.id = g.filing_id
                      WHERE g.semester = :WS-SEMESTER
                        AND g.doc = :WS-HLD-DOC
                        AND d.status <> 'REJECTED')
               ORDER BY f.month_ref
            END-EXEC
            EXEC SQL
               OPEN EFIN-PRV-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-MOV-EOF
               PERFORM FETCH-PRIOR-MONTH UNTIL WS-MOV-EOF = "Y"
               EXEC SQL
                  CLOSE EFIN-PRV-CUR
               END-EXEC
            END-IF.

         FETCH-PRIOR-MONTH.
            EXEC SQL
               FETCH EFIN-PRV-CUR
               INTO :WS-MOV-MONTH, :WS-MOV-CREDITS, :WS-MOV-DEBITS,
                    :WS-MOV-BALANCE
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-MOV-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-MOV-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-PRIOR-FOUND
               PERFORM PLACE-PRIOR-MONTH
                  VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 6
            END-IF.

         PLACE-PRIOR-MONTH.
            IF WS-MON-REF (WS-MON-IX) = WS-MOV-MONTH
               MOVE WS-MOV-CREDITS TO WS-PRV-CREDITS (WS-MON-IX)
               MOVE WS-MOV-DEBITS TO WS-PRV-DEBITS (WS-MON-IX)
               MOVE WS-MOV-BALANCE TO WS-PRV-BALANCE (WS-MON-IX)
            END-IF.

         COMPARE-MONTH.
            IF WS-MON-CREDITS (WS-MON-IX) NOT =
                  WS-PRV-CREDITS (WS-MON-IX)
               OR WS-MON-DEBITS (WS-MON-IX) NOT =
                  WS-PRV-DEBITS (WS-MON-IX)
               OR WS-MON-BALANCE (WS-MON-IX) NOT =
                  WS-PRV-BALANCE (WS-MON-IX)
               MOVE "S" TO WS-CHANGED
            END-IF.

         WRITE-HOLDER.
            MOVE WS-HLD-DOC TO HLD-DOC
            MOVE WS-DOC-TYPE TO HLD-TYPE
            MOVE WS-HLD-NAME TO HLD-NAME
            MOVE "+" TO HLD-SIGN
            IF WS-HLD-BALANCE < 0
               MOVE "-" TO HLD-SIGN
            END-IF
            MOVE WS-HLD-BALANCE TO HLD-BALANCE
            WRITE EFIN-LINE FROM WS-EFIN-HOLDER
            ADD 1 TO WS-RECORD-COUNT
            ADD 1 TO WS-HOLDER-COUNT
            PERFORM WRITE-HOLDER-MONTH
               VARYING WS-MON-IX FROM 1 BY 1
               UNTIL WS-MON-IX > 6 OR WS-RUN-HALTED = "S"
            IF WS-RUN-HALTED = "S"
               MOVE "Y" TO WS-HLD-EOF
            END-IF.

         WRITE-HOLDER-MONTH.
            MOVE WS-HLD-DOC TO MON-DOC
            MOVE WS-MON-REF (WS-MON-IX) TO MON-REF
            MOVE WS-MON-CREDITS (WS-MON-IX) TO MON-CREDITS
            MOVE WS-MON-DEBITS (WS-MON-IX) TO MON-DEBITS
            WRITE EFIN-LINE FROM WS-EFIN-MONTH
            ADD 1 TO WS-RECORD-COUNT
            ADD WS-MON-CREDITS (WS-MON-IX) TO WS-TOT-CREDITS
            ADD WS-MON-DEBITS (WS-MON-IX) TO WS-TOT-DEBITS

            MOVE WS-MON-REF (WS-MON-IX) TO WS-MOV-MONTH
            MOVE WS-MON-CREDITS (WS-MON-IX) TO WS-MOV-CREDITS
            MOVE WS-MON-DEBITS (WS-MON-IX) TO WS-MOV-DEBITS
            MOVE WS-MON-BALANCE (WS-MON-IX) TO WS-MOV-BALANCE
            EXEC SQL
               INSERT INTO efin_figures
                  (filing_id, semester, doc, month_ref, credits,
                   debits, balance)
               VALUES (:WS-FILING-ID, :WS-SEMESTER, :WS-HLD-DOC,
                       :WS-MOV-MONTH, :WS-MOV-CREDITS,
                       :WS-MOV-DEBITS, :WS-MOV-BALANCE)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo fechado entra no registro (FILEREG) como PRODUCED e
      *    a declaracao guarda o id - e por ele que o recibo do ACK
      *    volta. Sem registro a declaracao inteira e desfeita.
            MOVE WS-EFIN-PATH TO WS-FREG-PATH
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            STRING WS-SEMESTER WS-KIND-CODE WS-FILING-ID-X
               DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
            END-STRING
            MOVE WS-RECORD-COUNT TO WS-FREG-RECORDS
            MOVE WS-HOLDER-COUNT TO WS-FREG-TOTAL
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               MOVE WS-FREG-FILE-ID TO WS-FILE-ID
               EXEC SQL
                  UPDATE efin_filings
                  SET file_id = :WS-FILE-ID,
                      file_path = :WS-EFIN-PATH,
                      holder_count = :WS-HOLDER-COUNT
                  WHERE id = :WS-FILING-ID
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  DISPLAY "#Declaracao " WS-FILING-ID
                     " registrada para envio: arquivo " WS-FILE-ID
                  DISPLAY "#Arquivo: " WS-EFIN-PATH
               ELSE
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               END-IF
            ELSE IF WS-FREG-DISP = "D"
               MOVE "S" TO WS-RUN-HALTED
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID " - declaracao desfeita"
            ELSE
               MOVE "S" TO WS-RUN-HALTED
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "declaracao desfeita, nao enviar"
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

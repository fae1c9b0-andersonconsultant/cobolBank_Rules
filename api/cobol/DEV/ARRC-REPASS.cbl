      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Daily repass of the utility and tax bills collected at the
      *  counter (arrecadacao - BILLPAY in Enginev3). The slips paid
      *  are held in the collection clearing account
      *  (ARRC_CLEARING_ACCOUNT) and recorded PAID in arrc_payments;
      *  for every agreement (arrc_agreements - utility or tax agency)
      *  with slips paid up to the movement date this program:
      *    - writes the repass file with one detail per slip and the
      *      control totals, registered at FILEREG (interface
      *      ARRC-REPASS, partner = the agreement company code);
      *    - transfers the collected money less our tariff from the
      *      clearing account to the agreement's repass account
      *      (post_transfer, canonical TRANSFER log line);
      *    - takes the tariff (agreement tariff per slip, never more
      *      than the amount collected) out of the clearing account
      *      through post_fee() under its own ARRC-TARIFF action, and
      *      books it straight into gl_entries (debit
      *      ARRC_CLEARING_GL, default 249400, credit ARRC_TARIFF_GL,
      *      default 317100) - the same direct pair INT-ACCRUAL
      *      books, kept by GL-POST on rerun;
      *    - marks the slips REPASSED under the arrc_repasses row.
      *  Each agreement is one transaction: a failure rolls the whole
      *  agreement back (file left unregistered, not to be sent) and
      *  the run goes on with the next one. Slips already REPASSED are
      *  never picked again, so a rerun only repasses what is left.
      *
      *  ARRC_REPASS_DATE (AAAA-MM-DD) repasses up to a past movement,
      *  default the business date (DATESRV); slips accepted after the
      *  ARRECAD cutoff carry the next movement and wait for it.
      *
      *  Repass layout (ARRC_OUT_DIR, default /tmp, file
      *  arrc_repasse_<company>_<date>_<repass id>.dat):
      *    header : '0' + agreement id 9(9) + segment X(1)
      *             + company code X(8) + agreement name X(40)
      *             + movement date X(10) + repass id 9(9)
      *    detail : '1' + barcode X(44) + amount 9(10)V99
      *             + authentication X(20) + paid date X(10)
      *             + form X(1) ('D' cash / 'C' account)
      *    trailer: '9' + slips 9(6) + gross 9(13)V99
      *             + tariff 9(13)V99 + net 9(13)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ARRC-REPASS.
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
            SELECT REPASS-FILE ASSIGN TO WS-REPASS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPASS-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REPASS-FILE.
         01  REPASS-LINE             PIC X(100).

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
         01  WS-REPASS-DATE          PIC X(10) VALUE SPACES.
         01  WS-CLEARING-ACCOUNT     PIC 9(10) VALUE 0.

      *    Convenio corrente e o repasse em montagem.
         01  WS-AGR-ID               PIC 9(9)  VALUE 0.
         01  WS-AGR-NAME             PIC X(40) VALUE SPACES.
         01  WS-AGR-SEGMENT          PIC X(1)  VALUE SPACE.
         01  WS-AGR-COMPANY          PIC X(8)  VALUE SPACES.
         01  WS-AGR-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-AGR-TARIFF           PIC 9(6)V99 VALUE 0.
         01  WS-AGR-COUNT            PIC 9(6)  VALUE 0.
         01  WS-AGR-GROSS            PIC 9(13)V99 VALUE 0.
         01  WS-AGR-TARIFF-TOT       PIC 9(13)V99 VALUE 0.
         01  WS-AGR-NET              PIC 9(13)V99 VALUE 0.
         01  WS-REPASS-ID            PIC 9(9)  VALUE 0.
         01  WS-MARKED               PIC 9(6)  VALUE 0.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-FEE-STATUS           PIC X(20) VALUE SPACES.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-REPASS-PATH          PIC X(100) VALUE SPACES.

      *    Guia corrente do arquivo.
         01  WS-SLP-BARCODE          PIC X(44) VALUE SPACES.
         01  WS-SLP-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-SLP-AUTH             PIC X(20) VALUE SPACES.
         01  WS-SLP-DATE             PIC X(10) VALUE SPACES.
         01  WS-SLP-FORM             PIC X(1)  VALUE SPACE.

      *    Par contabil da tarifa - obrigacao da arrecadacao contra
      *    renda de tarifa, com padrao e sobreposicao no catalogo.
         01  WS-GL-DEBIT             PIC 9(6)  VALUE 249400.
         01  WS-GL-CREDIT            PIC 9(6)  VALUE 317100.
         01  WS-GL-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-GL-SOURCE            PIC X(20) VALUE "ARRC-TARIFF".
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-AGR-EOF             PIC X(1)  VALUE "N".
         01  WS-SLP-EOF             PIC X(1)  VALUE "N".
         01  WS-AGR-FAILED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-REPASS-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-OUT-DIR             PIC X(60) VALUE SPACES.
         01  WS-FILE-DATE           PIC X(8)  VALUE SPACES.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-FILE-GROSS          PIC 9(13)V99 VALUE 0.

      *    Totais da corrida.
         01  WS-DONE-COUNT          PIC 9(5)  VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(5)  VALUE 0.
         01  WS-RUN-SLIPS           PIC 9(7)  VALUE 0.
         01  WS-RUN-NET             PIC 9(13)V99 VALUE 0.
         01  WS-RUN-TARIFF          PIC 9(13)V99 VALUE 0.

      *    Conta de compensacao e contas do razao - catalogo central.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Registros do arquivo de repasse.
         01  WS-RPS-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-AGR-ID          PIC 9(9).
             05  HDR-SEGMENT         PIC X(1).
             05  HDR-COMPANY         PIC X(8).
             05  HDR-NAME            PIC X(40).
             05  HDR-DATE            PIC X(10).
             05  HDR-REPASS-ID       PIC 9(9).
             05  FILLER              PIC X(22) VALUE SPACES.
         01  WS-RPS-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-BARCODE         PIC X(44).
             05  DET-AMOUNT          PIC 9(10)V99.
             05  DET-AUTH            PIC X(20).
             05  DET-DATE            PIC X(10).
             05  DET-FORM            PIC X(1).
             05  FILLER              PIC X(12) VALUE SPACES.
         01  WS-RPS-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-COUNT           PIC 9(6).
             05  TRL-GROSS           PIC 9(13)V99.
             05  TRL-TARIFF          PIC 9(13)V99.
             05  TRL-NET             PIC 9(13)V99.
             05  FILLER              PIC X(48) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "ARRC-REPASS".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ARRCREPASS".
             05  WS-LOG-ACTION         PIC X(20) VALUE "ARRC-REPASS".
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
               IF WS-REPASS-DATE = SPACES
                  MOVE WS-BUS-DATE TO WS-REPASS-DATE
               END-IF
               IF WS-CLEARING-ACCOUNT = 0
                  DISPLAY "#Conta de compensacao da arrecadacao nao "
                     "cadastrada (ARRC_CLEARING_ACCOUNT)"
               ELSE
                  PERFORM REPASS-AGREEMENTS
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-REPASS-DATE FROM ENVIRONMENT "ARRC_REPASS_DATE"
            ACCEPT WS-OUT-DIR FROM ENVIRONMENT "ARRC_OUT_DIR"
            IF WS-OUT-DIR = SPACES
               MOVE "/tmp" TO WS-OUT-DIR
            END-IF.

         LOAD-DB-POLICY.
            MOVE "ARRC_CLEARING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CLEARING-ACCOUNT
            END-IF

            MOVE "ARRC_CLEARING_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-GL-DEBIT
            END-IF

            MOVE "ARRC_TARIFF_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-GL-CREDIT
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

         REPASS-AGREEMENTS.
      *    Um convenio por vez, com o que ha de PAID ate a data.
            EXEC SQL
               DECLARE ARRC-AGR-CUR CURSOR FOR
               SELECT a.id, a.name, a.segment, a.company_code,
                      a.repass_account, a.tariff,
                      COUNT(p.id), SUM(p.amount)
               FROM arrc_agreements a
               JOIN arrc_payments p ON p.agreement_id = a.id
               WHERE p.status = 'PAID'
                 AND p.business_date <= :WS-REPASS-DATE::date
               GROUP BY a.id, a.name, a.segment, a.company_code,
                        a.repass_account, a.tariff
               ORDER BY a.id
            END-EXEC

            EXEC SQL
               OPEN ARRC-AGR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO WS-FAILED-COUNT
            ELSE
               MOVE "N" TO WS-AGR-EOF
               PERFORM REPASS-ONE-AGREEMENT UNTIL WS-AGR-EOF = "Y"
               EXEC SQL
                  CLOSE ARRC-AGR-CUR
               END-EXEC
            END-IF

            DISPLAY "#Convenios repassados: " WS-DONE-COUNT
               " com falha: " WS-FAILED-COUNT
            DISPLAY "#Guias: " WS-RUN-SLIPS " repasse liquido: "
               WS-RUN-NET " tarifa: " WS-RUN-TARIFF

            MOVE "ARRC-REPASS" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-FAILED-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-RUN-NET TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "repasse arrecadacao " WS-REPASS-DATE ": "
               WS-DONE-COUNT " convenio(s), " WS-RUN-SLIPS
               " guia(s), tarifa " WS-RUN-TARIFF
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REPASS-ONE-AGREEMENT.
            EXEC SQL
               FETCH ARRC-AGR-CUR
               INTO :WS-AGR-ID, :WS-AGR-NAME, :WS-AGR-SEGMENT,
                    :WS-AGR-COMPANY, :WS-AGR-ACCOUNT, :WS-AGR-TARIFF,
                    :WS-AGR-COUNT, :WS-AGR-GROSS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-AGR-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-AGR-EOF
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Tarifa por guia, limitada ao arrecadado - o repasse nunca
      *    fica negativo.
               COMPUTE WS-AGR-TARIFF-TOT =
                  WS-AGR-TARIFF * WS-AGR-COUNT
               IF WS-AGR-TARIFF-TOT > WS-AGR-GROSS
                  MOVE WS-AGR-GROSS TO WS-AGR-TARIFF-TOT
               END-IF
               COMPUTE WS-AGR-NET = WS-AGR-GROSS - WS-AGR-TARIFF-TOT
               MOVE "N" TO WS-AGR-FAILED
               PERFORM OPEN-REPASS
               IF WS-AGR-FAILED = "N"
                  PERFORM WRITE-REPASS-FILE
               END-IF
               IF WS-AGR-FAILED = "N"
                  PERFORM MOVE-REPASS-FUNDS
               END-IF
               IF WS-AGR-FAILED = "N"
                  PERFORM POST-GL-PAIR
               END-IF
               IF WS-AGR-FAILED = "N"
                  PERFORM REGISTER-REPASS-FILE
               END-IF

               IF WS-AGR-FAILED = "N"
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  PERFORM LOG-AGREEMENT
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  ADD 1 TO WS-FAILED-COUNT
                  DISPLAY "#Convenio " WS-AGR-ID " " WS-AGR-NAME
                     " - repasse desfeito, arquivo nao enviar"
               END-IF
            END-IF
            END-IF.

         OPEN-REPASS.
      *    A linha do repasse nasce primeiro (o id entra no arquivo) e
      *    as guias passam a ela; a contagem tem de bater com a do
      *    cursor, senao um BILLPAY entrou no meio e o convenio espera
      *    a proxima corrida.
            EXEC SQL
               INSERT INTO arrc_repasses
                  (agreement_id, business_date, slip_count,
                   gross_amount, tariff_amount, net_amount, status,
                   created_at)
               VALUES (:WS-AGR-ID, :WS-REPASS-DATE::date,
                       :WS-AGR-COUNT, :WS-AGR-GROSS,
                       :WS-AGR-TARIFF-TOT, :WS-AGR-NET, 'PRODUCED',
                       now())
               RETURNING id INTO :WS-REPASS-ID
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE arrc_payments
                  SET status = 'REPASSED', repass_id = :WS-REPASS-ID
                  WHERE agreement_id = :WS-AGR-ID
                    AND status = 'PAID'
                    AND business_date <= :WS-REPASS-DATE::date
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-AGR-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SQLERRD(3) TO WS-MARKED
               IF WS-MARKED NOT = WS-AGR-COUNT
                  MOVE "S" TO WS-AGR-FAILED
                  DISPLAY "#Convenio " WS-AGR-ID ": " WS-MARKED
                     " guia(s) marcadas contra " WS-AGR-COUNT
                     " apuradas"
               END-IF
            END-IF.

         WRITE-REPASS-FILE.
            MOVE SPACES TO WS-FILE-DATE
            STRING WS-REPASS-DATE(1:4) WS-REPASS-DATE(6:2)
               WS-REPASS-DATE(9:2) DELIMITED BY SIZE
               INTO WS-FILE-DATE
            END-STRING
            MOVE SPACES TO WS-REPASS-PATH
            STRING WS-OUT-DIR DELIMITED BY SPACE
               "/arrc_repasse_" DELIMITED BY SIZE
               WS-AGR-COMPANY DELIMITED BY SPACE
               "_" WS-FILE-DATE "_" WS-REPASS-ID ".dat"
               DELIMITED BY SIZE INTO WS-REPASS-PATH
            END-STRING

            OPEN OUTPUT REPASS-FILE
            IF WS-REPASS-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de repasse - status "
                  WS-REPASS-STATUS
               MOVE "S" TO WS-AGR-FAILED
            ELSE
               MOVE WS-AGR-ID TO HDR-AGR-ID
               MOVE WS-AGR-SEGMENT TO HDR-SEGMENT
               MOVE WS-AGR-COMPANY TO HDR-COMPANY
               MOVE WS-AGR-NAME TO HDR-NAME
               MOVE WS-REPASS-DATE TO HDR-DATE
               MOVE WS-REPASS-ID TO HDR-REPASS-ID
               WRITE REPASS-LINE FROM WS-RPS-HEADER
               MOVE 1 TO WS-RECORD-COUNT
               MOVE 0 TO WS-FILE-GROSS

               EXEC SQL
                  DECLARE ARRC-SLP-CUR CURSOR FOR
                  SELECT barcode, amount, auth_code,
                         TO_CHAR(business_date, 'YYYY-MM-DD'), pay_form
                  FROM arrc_payments
                  WHERE repass_id = :WS-REPASS-ID
                  ORDER BY id
               END-EXEC
               EXEC SQL
                  OPEN ARRC-SLP-CUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-SLP-EOF
                  PERFORM WRITE-ONE-SLIP UNTIL WS-SLP-EOF = "Y"
                  EXEC SQL
                     CLOSE ARRC-SLP-CUR
                  END-EXEC
               END-IF

      *    Total de controle: o que saiu no arquivo tem de ser o que
      *    foi apurado para o convenio.
               IF WS-AGR-FAILED = "N"
                  AND WS-FILE-GROSS NOT = WS-AGR-GROSS
                  MOVE "S" TO WS-AGR-FAILED
                  DISPLAY "#Convenio " WS-AGR-ID ": arquivo soma "
                     WS-FILE-GROSS " contra " WS-AGR-GROSS " apurado"
               END-IF

               ADD 1 TO WS-RECORD-COUNT
               MOVE WS-AGR-COUNT TO TRL-COUNT
               MOVE WS-AGR-GROSS TO TRL-GROSS
               MOVE WS-AGR-TARIFF-TOT TO TRL-TARIFF
               MOVE WS-AGR-NET TO TRL-NET
               WRITE REPASS-LINE FROM WS-RPS-TRAILER
               CLOSE REPASS-FILE
            END-IF.

         WRITE-ONE-SLIP.
            EXEC SQL
               FETCH ARRC-SLP-CUR
               INTO :WS-SLP-BARCODE, :WS-SLP-AMOUNT, :WS-SLP-AUTH,
                    :WS-SLP-DATE, :WS-SLP-FORM
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-SLP-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-SLP-EOF
               MOVE "S" TO WS-AGR-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-SLP-BARCODE TO DET-BARCODE
               MOVE WS-SLP-AMOUNT TO DET-AMOUNT
               MOVE WS-SLP-AUTH TO DET-AUTH
               MOVE WS-SLP-DATE TO DET-DATE
               MOVE WS-SLP-FORM TO DET-FORM
               WRITE REPASS-LINE FROM WS-RPS-DETAIL
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-SLP-AMOUNT TO WS-FILE-GROSS
            END-IF
            END-IF.

         MOVE-REPASS-FUNDS.
      *    Liquido para a conta do convenio e a tarifa debitada da
      *    compensacao - ao fim a compensacao zera para o convenio.
            IF WS-AGR-NET > 0
               EXEC SQL
                  SELECT post_transfer(:WS-CLEARING-ACCOUNT,
                         :WS-AGR-ACCOUNT, :WS-AGR-NET)
                  INTO :WS-POST-STATUS
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF

            IF WS-AGR-FAILED = "N" AND WS-AGR-TARIFF-TOT > 0
               EXEC SQL
                  SELECT post_fee(:WS-CLEARING-ACCOUNT,
                         :WS-AGR-TARIFF-TOT)
                  INTO :WS-FEE-STATUS
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         POST-GL-PAIR.
            MOVE WS-AGR-TARIFF-TOT TO WS-GL-AMOUNT
            IF WS-GL-AMOUNT > 0
               EXEC SQL
                  INSERT INTO gl_entries
                     (business_date, gl_code, debit_amount,
                      credit_amount, source_action)
                  VALUES (:WS-REPASS-DATE::date, :WS-GL-DEBIT,
                          :WS-GL-AMOUNT, 0, :WS-GL-SOURCE)
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     INSERT INTO gl_entries
                        (business_date, gl_code, debit_amount,
                         credit_amount, source_action)
                     VALUES (:WS-REPASS-DATE::date, :WS-GL-CREDIT,
                             0, :WS-GL-AMOUNT, :WS-GL-SOURCE)
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         REGISTER-REPASS-FILE.
      *    Arquivo fechado entra no registro (FILEREG) como PRODUCED e
      *    o repasse guarda o id; sem registro o convenio e desfeito.
            MOVE WS-REPASS-PATH TO WS-FREG-PATH
            MOVE WS-AGR-COMPANY TO WS-FREG-PARTNER
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            STRING WS-FILE-DATE WS-REPASS-ID
               DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
            END-STRING
            MOVE WS-RECORD-COUNT TO WS-FREG-RECORDS
            MOVE WS-AGR-GROSS TO WS-FREG-TOTAL
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               MOVE WS-FREG-FILE-ID TO WS-FILE-ID
               EXEC SQL
                  UPDATE arrc_repasses
                  SET file_id = :WS-FILE-ID,
                      file_path = :WS-REPASS-PATH,
                      status = 'REPASSED'
                  WHERE id = :WS-REPASS-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            ELSE IF WS-FREG-DISP = "D"
               MOVE "S" TO WS-AGR-FAILED
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               MOVE "S" TO WS-AGR-FAILED
               DISPLAY "#Arquivo de repasse sem registro de interface"
            END-IF
            END-IF.

         LOG-AGREEMENT.
            ADD 1 TO WS-DONE-COUNT
            ADD WS-AGR-COUNT TO WS-RUN-SLIPS
            ADD WS-AGR-NET TO WS-RUN-NET
            ADD WS-AGR-TARIFF-TOT TO WS-RUN-TARIFF
            DISPLAY "#Convenio " WS-AGR-ID " " WS-AGR-NAME ": "
               WS-AGR-COUNT " guia(s), bruto " WS-AGR-GROSS
               " tarifa " WS-AGR-TARIFF-TOT " liquido " WS-AGR-NET
            DISPLAY "#Arquivo: " WS-REPASS-PATH

      *    A linha canonica do repasse, como TRANSFER-SQL grava, e a
      *    da tarifa com acao propria (o par ja foi ao razao aqui).
            IF WS-AGR-NET > 0
               MOVE "TRANSFER" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-AGR-NET TO WS-LOG-VALUE
               MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            IF WS-AGR-TARIFF-TOT > 0
               MOVE "ARRC-TARIFF" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-AGR-TARIFF-TOT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "convenio " WS-AGR-ID " repasse " WS-REPASS-ID
                  " guias " WS-AGR-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

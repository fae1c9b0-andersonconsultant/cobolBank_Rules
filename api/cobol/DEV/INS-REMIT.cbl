      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly remittance to the partner insurer of the premiums
      *  INS-PREMIUM collected into the insurer collection account
      *  (INS_COLLECTION_ACCOUNT). Every PAID premium not yet remitted
      *  and paid up to the end of the remittance month (INS_REMIT_
      *  MONTH, AAAA-MM, default the month before the business date)
      *  goes into one remittance, in one transaction:
      *    - the insurance_remits row is opened and the premiums are
      *      marked with its id (the count must match the one summed,
      *      or a premium paid in between waits for the next run);
      *    - the remittance file is written with one detail per
      *      premium and the control totals, and registered at FILEREG
      *      (interface INS-REMIT, partner SEGURADORA);
      *    - our commission is taken per premium at the product rate
      *      (INS_COMMISSION_PCT_LIFE/_HOME/_CARD in bank_params,
      *      falling back to INS_COMMISSION_PCT, default 20%);
      *    - the net is transferred from the collection account to the
      *      insurer account (INS_INSURER_ACCOUNT, post_transfer,
      *      canonical TRANSFER log line) and the commission is taken
      *      out of the collection account by post_fee() under its own
      *      INS-COMMISSION action and booked straight into gl_entries
      *      (debit INS_COLLECTION_GL, default 249500, credit
      *      INS_COMMISSION_GL, default 317200) - the ARRC-REPASS pair,
      *      kept by GL-POST on rerun.
      *  A failure rolls the whole remittance back (file left
      *  unregistered, not to be sent). Premiums already remitted are
      *  never picked again, so a rerun only remits what is left.
      *
      *  Remittance layout (INS_OUT_DIR, default /tmp, file
      *  ins_repasse_<month>_<remit id>.dat):
      *    header : '0' + remit id 9(9) + month X(7)
      *             + movement date X(10)
      *    detail : '1' + policy 9(9) + product X(4) + holder doc X(14)
      *             + account 9(10) + premium month X(7)
      *             + premium 9(8)V99 + commission 9(8)V99
      *             + paid date X(10)
      *    trailer: '9' + premiums 9(6) + gross 9(13)V99
      *             + commission 9(13)V99 + net 9(13)V99
      *
      *  insurance_remits: id, ref_month, business_date, premium_count,
      *  gross_amount, commission_amount, net_amount, status
      *  (PRODUCED/REMITTED), file_id, file_path, created_at.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 INS-REMIT.
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
            SELECT REMIT-FILE ASSIGN TO WS-REMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REMIT-FILE.
         01  REMIT-LINE              PIC X(100).

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
         01  WS-REMIT-MONTH          PIC X(7)  VALUE SPACES.
         01  WS-COLLECTION-ACCOUNT   PIC 9(10) VALUE 0.
         01  WS-INSURER-ACCOUNT      PIC 9(10) VALUE 0.

      *    Comissao por produto, em percentual do premio.
         01  WS-PCT-LIFE             PIC 9(3)V99 VALUE 20.
         01  WS-PCT-HOME             PIC 9(3)V99 VALUE 20.
         01  WS-PCT-CARD             PIC 9(3)V99 VALUE 20.

      *    Repasse em montagem.
         01  WS-RMT-ID               PIC 9(9)  VALUE 0.
         01  WS-RMT-COUNT            PIC 9(6)  VALUE 0.
         01  WS-RMT-GROSS            PIC 9(13)V99 VALUE 0.
         01  WS-RMT-COMMISSION       PIC 9(13)V99 VALUE 0.
         01  WS-RMT-NET              PIC 9(13)V99 VALUE 0.
         01  WS-MARKED               PIC 9(6)  VALUE 0.
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-FEE-STATUS           PIC X(20) VALUE SPACES.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-REMIT-PATH           PIC X(100) VALUE SPACES.

      *    Premio corrente do arquivo.
         01  WS-PRM-POLICY           PIC 9(9)  VALUE 0.
         01  WS-PRM-PRODUCT          PIC X(4)  VALUE SPACES.
         01  WS-PRM-DOC              PIC X(14) VALUE SPACES.
         01  WS-PRM-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-PRM-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-PRM-AMOUNT           PIC 9(8)V99 VALUE 0.
         01  WS-PRM-COMMISSION       PIC 9(8)V99 VALUE 0.
         01  WS-PRM-PAID-ON          PIC X(10) VALUE SPACES.

      *    Par contabil da comissao - obrigacao com a seguradora contra
      *    renda de corretagem, com padrao e sobreposicao no catalogo.
         01  WS-GL-DEBIT             PIC 9(6)  VALUE 249500.
         01  WS-GL-CREDIT            PIC 9(6)  VALUE 317200.
         01  WS-GL-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-GL-SOURCE            PIC X(20) VALUE "INS-COMMISSION".
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-PRM-EOF             PIC X(1)  VALUE "N".
         01  WS-RMT-FAILED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-REMIT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-OUT-DIR             PIC X(60) VALUE SPACES.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-FILE-GROSS          PIC 9(13)V99 VALUE 0.
         01  WS-PREV-YEAR           PIC 9(4)  VALUE 0.
         01  WS-PREV-MONTH          PIC 9(2)  VALUE 0.

      *    Conta de arrecadacao, conta da seguradora, comissoes e
      *    contas do razao - catalogo central.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Registros do arquivo de repasse.
         01  WS-RMT-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-REMIT-ID        PIC 9(9).
             05  HDR-MONTH           PIC X(7).
             05  HDR-DATE            PIC X(10).
             05  FILLER              PIC X(73) VALUE SPACES.
         01  WS-RMT-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-POLICY          PIC 9(9).
             05  DET-PRODUCT         PIC X(4).
             05  DET-DOC             PIC X(14).
             05  DET-ACCOUNT         PIC 9(10).
             05  DET-MONTH           PIC X(7).
             05  DET-PREMIUM         PIC 9(8)V99.
             05  DET-COMMISSION      PIC 9(8)V99.
             05  DET-PAID-ON         PIC X(10).
             05  FILLER              PIC X(25) VALUE SPACES.
         01  WS-RMT-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-COUNT           PIC 9(6).
             05  TRL-GROSS           PIC 9(13)V99.
             05  TRL-COMMISSION      PIC 9(13)V99.
             05  TRL-NET             PIC 9(13)V99.
             05  FILLER              PIC X(48) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "INS-REMIT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "SEGURADORA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "INSREMIT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "INS-REMIT".
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
               IF WS-REMIT-MONTH = SPACES
                  PERFORM PREVIOUS-MONTH
               END-IF
               IF WS-COLLECTION-ACCOUNT = 0
                  OR WS-INSURER-ACCOUNT = 0
                  DISPLAY "#Conta de arrecadacao de premios "
                     "(INS_COLLECTION_ACCOUNT) ou da seguradora "
                     "(INS_INSURER_ACCOUNT) nao cadastrada"
                  MOVE 1 TO RETURN-CODE
               ELSE
                  PERFORM REMIT-MONTH
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-REMIT-MONTH FROM ENVIRONMENT "INS_REMIT_MONTH"
            ACCEPT WS-OUT-DIR FROM ENVIRONMENT "INS_OUT_DIR"
            IF WS-OUT-DIR = SPACES
               MOVE "/tmp" TO WS-OUT-DIR
            END-IF.

         LOAD-DB-POLICY.
            MOVE "INS_COLLECTION_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-COLLECTION-ACCOUNT
            END-IF

            MOVE "INS_INSURER_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-INSURER-ACCOUNT
            END-IF

      *    Comissao geral primeiro; a do produto, se houver, prevalece.
            MOVE "INS_COMMISSION_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PCT-LIFE
               MOVE WS-PARAM-VALUE TO WS-PCT-HOME
               MOVE WS-PARAM-VALUE TO WS-PCT-CARD
            END-IF

            MOVE "INS_COMMISSION_PCT_LIFE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PCT-LIFE
            END-IF

            MOVE "INS_COMMISSION_PCT_HOME" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PCT-HOME
            END-IF

            MOVE "INS_COMMISSION_PCT_CARD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-PCT-CARD
            END-IF

            MOVE "INS_COLLECTION_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-GL-DEBIT
            END-IF

            MOVE "INS_COMMISSION_GL" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-GL-CREDIT
            END-IF.

         PREVIOUS-MONTH.
      *    Padrao: o mes fechado antes do movimento.
            MOVE WS-BUS-DATE(1:4) TO WS-PREV-YEAR
            MOVE WS-BUS-DATE(6:2) TO WS-PREV-MONTH
            IF WS-PREV-MONTH = 1
               MOVE 12 TO WS-PREV-MONTH
               SUBTRACT 1 FROM WS-PREV-YEAR
            ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
            END-IF
            STRING WS-PREV-YEAR "-" WS-PREV-MONTH
               DELIMITED BY SIZE INTO WS-REMIT-MONTH
            END-STRING.

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

         REMIT-MONTH.
      *    Tudo o que foi pago ate o fim do mes e ainda nao repassado -
      *    o premio pago atrasado de um mes anterior vai junto.
            MOVE 0 TO WS-RMT-COUNT
            MOVE 0 TO WS-RMT-GROSS
            MOVE 0 TO WS-RMT-COMMISSION
            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(q.amount), 0),
                      COALESCE(SUM(ROUND(q.amount *
                         CASE p.product
                            WHEN 'LIFE' THEN :WS-PCT-LIFE
                            WHEN 'HOME' THEN :WS-PCT-HOME
                            ELSE :WS-PCT-CARD
                         END / 100, 2)), 0)
               INTO :WS-RMT-COUNT, :WS-RMT-GROSS, :WS-RMT-COMMISSION
               FROM insurance_premiums q
               JOIN insurance_policies p ON p.id = q.policy_id
               WHERE q.status = 'PAID'
                 AND q.remit_id IS NULL
                 AND q.paid_on < (:WS-REMIT-MONTH || '-01')::date
                                 + INTERVAL '1 month'
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE IF WS-RMT-COUNT = 0
               DISPLAY "#Nenhum premio a repassar ate " WS-REMIT-MONTH
            ELSE
               COMPUTE WS-RMT-NET = WS-RMT-GROSS - WS-RMT-COMMISSION
               MOVE "N" TO WS-RMT-FAILED
               PERFORM OPEN-REMITTANCE
               IF WS-RMT-FAILED = "N"
                  PERFORM WRITE-REMIT-FILE
               END-IF
               IF WS-RMT-FAILED = "N"
                  PERFORM MOVE-REMIT-FUNDS
               END-IF
               IF WS-RMT-FAILED = "N"
                  PERFORM POST-GL-PAIR
               END-IF
               IF WS-RMT-FAILED = "N"
                  PERFORM REGISTER-REMIT-FILE
               END-IF

               IF WS-RMT-FAILED = "N"
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  PERFORM LOG-REMITTANCE
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE 1 TO RETURN-CODE
                  DISPLAY "#Repasse de " WS-REMIT-MONTH
                     " desfeito - arquivo nao enviar"
                  MOVE "FAILED" TO WS-LOG-STATUS
                  MOVE 0 TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "repasse seguradora " WS-REMIT-MONTH
                     " desfeito"
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF.

         OPEN-REMITTANCE.
      *    A linha do repasse nasce primeiro (o id entra no arquivo) e
      *    os premios passam a ela; a contagem tem de bater com a
      *    apurada, senao um premio entrou no meio e o repasse espera
      *    a proxima corrida.
            EXEC SQL
               INSERT INTO insurance_remits
                  (ref_month, business_date, premium_count,
                   gross_amount, commission_amount, net_amount,
                   status, created_at)
               VALUES (:WS-REMIT-MONTH, :WS-BUS-DATE::date,
                       :WS-RMT-COUNT, :WS-RMT-GROSS,
                       :WS-RMT-COMMISSION, :WS-RMT-NET, 'PRODUCED',
                       now())
               RETURNING id INTO :WS-RMT-ID
            END-EXEC
            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE insurance_premiums
                  SET remit_id = :WS-RMT-ID
                  WHERE status = 'PAID'
                    AND remit_id IS NULL
                    AND paid_on < (:WS-REMIT-MONTH || '-01')::date
                                  + INTERVAL '1 month'
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-RMT-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SQLERRD(3) TO WS-MARKED
               IF WS-MARKED NOT = WS-RMT-COUNT
                  MOVE "S" TO WS-RMT-FAILED
                  DISPLAY "#Repasse " WS-RMT-ID ": " WS-MARKED
                     " premio(s) marcados contra " WS-RMT-COUNT
                     " apurados"
               END-IF
            END-IF.

         WRITE-REMIT-FILE.
            MOVE SPACES TO WS-REMIT-PATH
            STRING WS-OUT-DIR DELIMITED BY SPACE
               "/ins_repasse_" WS-REMIT-MONTH(1:4)
               WS-REMIT-MONTH(6:2) "_" WS-RMT-ID ".dat"
               DELIMITED BY SIZE INTO WS-REMIT-PATH
            END-STRING

            OPEN OUTPUT REMIT-FILE
            IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de repasse - status "
                  WS-REMIT-STATUS
               MOVE "S" TO WS-RMT-FAILED
            ELSE
               MOVE WS-RMT-ID TO HDR-REMIT-ID
               MOVE WS-REMIT-MONTH TO HDR-MONTH
               MOVE WS-BUS-DATE TO HDR-DATE
               WRITE REMIT-LINE FROM WS-RMT-HEADER
               MOVE 1 TO WS-RECORD-COUNT
               MOVE 0 TO WS-FILE-GROSS

               EXEC SQL
                  DECLARE INS-RMT-CUR CURSOR FOR
                  SELECT p.id, p.product, COALESCE(p.cust_doc, ' '),
                         p.account, q.ref_month, q.amount,
                         ROUND(q.amount *
                            CASE p.product
                               WHEN 'LIFE' THEN :WS-PCT-LIFE
                               WHEN 'HOME' THEN :WS-PCT-HOME
                               ELSE :WS-PCT-CARD
                            END / 100, 2),
                         TO_CHAR(q.paid_on, 'YYYY-MM-DD')
                  FROM insurance_premiums q
                  JOIN insurance_policies p ON p.id = q.policy_id
                  WHERE q.remit_id = :WS-RMT-ID
                  ORDER BY q.id
               END-EXEC
               EXEC SQL
                  OPEN INS-RMT-CUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RMT-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-PRM-EOF
                  PERFORM WRITE-ONE-PREMIUM UNTIL WS-PRM-EOF = "Y"
                  EXEC SQL
                     CLOSE INS-RMT-CUR
                  END-EXEC
               END-IF

      *    Total de controle: o que saiu no arquivo tem de ser o que
      *    foi apurado para o repasse.
               IF WS-RMT-FAILED = "N"
                  AND WS-FILE-GROSS NOT = WS-RMT-GROSS
                  MOVE "S" TO WS-RMT-FAILED
                  DISPLAY "#Repasse " WS-RMT-ID ": arquivo soma "
                     WS-FILE-GROSS " contra " WS-RMT-GROSS " apurado"
               END-IF

               ADD 1 TO WS-RECORD-COUNT
               MOVE WS-RMT-COUNT TO TRL-COUNT
               MOVE WS-RMT-GROSS TO TRL-GROSS
               MOVE WS-RMT-COMMISSION TO TRL-COMMISSION
               MOVE WS-RMT-NET TO TRL-NET
               WRITE REMIT-LINE FROM WS-RMT-TRAILER
               CLOSE REMIT-FILE
            END-IF.

         WRITE-ONE-PREMIUM.
            EXEC SQL
               FETCH INS-RMT-CUR
               INTO :WS-PRM-POLICY, :WS-PRM-PRODUCT, :WS-PRM-DOC,
                    :WS-PRM-ACCOUNT, :WS-PRM-MONTH, :WS-PRM-AMOUNT,
                    :WS-PRM-COMMISSION, :WS-PRM-PAID-ON
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-PRM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-PRM-EOF
               MOVE "S" TO WS-RMT-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-PRM-POLICY TO DET-POLICY
               MOVE WS-PRM-PRODUCT TO DET-PRODUCT
               MOVE WS-PRM-DOC TO DET-DOC
               MOVE WS-PRM-ACCOUNT TO DET-ACCOUNT
               MOVE WS-PRM-MONTH TO DET-MONTH
               MOVE WS-PRM-AMOUNT TO DET-PREMIUM
               MOVE WS-PRM-COMMISSION TO DET-COMMISSION
               MOVE WS-PRM-PAID-ON TO DET-PAID-ON
               WRITE REMIT-LINE FROM WS-RMT-DETAIL
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-PRM-AMOUNT TO WS-FILE-GROSS
            END-IF
            END-IF.

         MOVE-REMIT-FUNDS.
      *    Liquido para a seguradora e a comissao debitada da conta de
      *    arrecadacao - ao fim o que foi repassado sai dela inteiro.
            IF WS-RMT-NET > 0
               EXEC SQL
                  SELECT post_transfer(:WS-COLLECTION-ACCOUNT,
                         :WS-INSURER-ACCOUNT, :WS-RMT-NET)
                  INTO :WS-POST-STATUS
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RMT-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF

            IF WS-RMT-FAILED = "N" AND WS-RMT-COMMISSION > 0
               EXEC SQL
                  SELECT post_fee(:WS-COLLECTION-ACCOUNT,
                         :WS-RMT-COMMISSION)
                  INTO :WS-FEE-STATUS
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RMT-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         POST-GL-PAIR.
            MOVE WS-RMT-COMMISSION TO WS-GL-AMOUNT
            IF WS-GL-AMOUNT > 0
               EXEC SQL
                  INSERT INTO gl_entries
                     (business_date, gl_code, debit_amount,
                      credit_amount, source_action)
                  VALUES (:WS-BUS-DATE::date, :WS-GL-DEBIT,
                          :WS-GL-AMOUNT, 0, :WS-GL-SOURCE)
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     INSERT INTO gl_entries
                        (business_date, gl_code, debit_amount,
                         credit_amount, source_action)
                     VALUES (:WS-BUS-DATE::date, :WS-GL-CREDIT,
                             0, :WS-GL-AMOUNT, :WS-GL-SOURCE)
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RMT-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         REGISTER-REMIT-FILE.
      *    Arquivo fechado entra no registro (FILEREG) como PRODUCED e
      *    o repasse guarda o id; sem registro o repasse e desfeito.
            MOVE WS-REMIT-PATH TO WS-FREG-PATH
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            STRING WS-REMIT-MONTH WS-RMT-ID
               DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
            END-STRING
            MOVE WS-RECORD-COUNT TO WS-FREG-RECORDS
            MOVE WS-RMT-GROSS TO WS-FREG-TOTAL
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               MOVE WS-FREG-FILE-ID TO WS-FILE-ID
               EXEC SQL
                  UPDATE insurance_remits
                  SET file_id = :WS-FILE-ID,
                      file_path = :WS-REMIT-PATH,
                      status = 'REMITTED'
                  WHERE id = :WS-RMT-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RMT-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            ELSE IF WS-FREG-DISP = "D"
               MOVE "S" TO WS-RMT-FAILED
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               MOVE "S" TO WS-RMT-FAILED
               DISPLAY "#Arquivo de repasse sem registro de interface"
            END-IF
            END-IF.

         LOG-REMITTANCE.
            DISPLAY "#Repasse " WS-RMT-ID " de " WS-REMIT-MONTH ": "
               WS-RMT-COUNT " premio(s), bruto " WS-RMT-GROSS
               " comissao " WS-RMT-COMMISSION " liquido " WS-RMT-NET
            DISPLAY "#Arquivo: " WS-REMIT-PATH

      *    A linha canonica do repasse, como TRANSFER-SQL grava, a da
      *    comissao com acao propria (o par ja foi ao razao aqui) e a
      *    do fechamento da corrida.
            IF WS-RMT-NET > 0
               MOVE "TRANSFER" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-RMT-NET TO WS-LOG-VALUE
               MOVE WS-POST-STATUS TO WS-LOG-MESSAGE
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            IF WS-RMT-COMMISSION > 0
               MOVE "INS-COMMISSION" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-RMT-COMMISSION TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "repasse " WS-RMT-ID " mes " WS-REMIT-MONTH
                  " premios " WS-RMT-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            MOVE "INS-REMIT" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-RMT-GROSS TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "repasse seguradora " WS-RMT-ID " mes "
               WS-REMIT-MONTH ": " WS-RMT-COUNT " premio(s)"
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Registered collection (cobranca registrada) - daily retorno
      *  to the companies. Everything that happened to a company's
      *  titles since its last retorno is a cobr_occurrences row not
      *  yet reported: registrations and rejections from the remessa
      *  (COBR-REMESSA), payments with our tariff (COBRSETTLE, from
      *  BOLETO-RET or PAYABLES) and write-offs - asked by the company
      *  in the remessa, or by term when BOLETO-PAY expired the title
      *  (picked up here first, motive B02). For every agreement with
      *  something to report this program writes the retorno file,
      *  registers it at FILEREG (interface COBR-RETORNO, partner =
      *  agreement code) and marks the occurrences with the file id,
      *  all in one transaction per agreement - a failure leaves the
      *  agreement's occurrences for the next run. Occurrences
      *  recorded while the run is going wait for the next retorno.
      *
      *  Retorno layout (COBR_OUT_DIR, default /tmp, file
      *  cobr_retorno_<agreement code>_<date>_<last occurrence>.dat):
      *    header : '0' + agreement code X(10) + company account 9(10)
      *             + movement date X(10)
      *    detail : '1' + occurrence X(2) (02 entrada confirmada,
      *             03 entrada rejeitada, 06 liquidacao, 09 baixa)
      *             + their number X(15) + our number 9(9)
      *             + barcode line X(33) (entrada confirmada only)
      *             + amount 9(10)V99 + tariff 9(10)V99
      *             + motive X(3) + occurrence date X(10)
      *    trailer: '9' + confirmed 9(6) + rejected 9(6)
      *             + paid 9(6) + paid total 9(13)V99
      *             + tariff total 9(13)V99 + written off 9(6)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 COBR-RETORNO.
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
         01  RETORNO-LINE            PIC X(100).

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

      *    Convenio corrente e o que ha a reportar.
         01  WS-AGR-ID               PIC 9(9)  VALUE 0.
         01  WS-AGR-CODE             PIC X(10) VALUE SPACES.
         01  WS-AGR-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-AGR-COUNT            PIC 9(6)  VALUE 0.
         01  WS-AGR-LAST-OCC         PIC 9(9)  VALUE 0.
         01  WS-MARKED               PIC 9(6)  VALUE 0.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-EXPIRED-COUNT        PIC 9(6)  VALUE 0.

      *    Ocorrencia corrente do arquivo.
         01  WS-OCC-TYPE             PIC X(12) VALUE SPACES.
         01  WS-OCC-THEIR-NUMBER     PIC X(15) VALUE SPACES.
         01  WS-OCC-BOLETO-ID        PIC 9(9)  VALUE 0.
         01  WS-OCC-BARCODE          PIC X(33) VALUE SPACES.
         01  WS-OCC-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-OCC-TARIFF           PIC 9(10)V99 VALUE 0.
         01  WS-OCC-MOTIVE           PIC X(3)  VALUE SPACES.
         01  WS-OCC-DATE             PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-AGR-EOF             PIC X(1)  VALUE "N".
         01  WS-OCC-EOF             PIC X(1)  VALUE "N".
         01  WS-AGR-FAILED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-RETORNO-PATH        PIC X(100) VALUE SPACES.
         01  WS-RETORNO-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-OUT-DIR             PIC X(60) VALUE SPACES.
         01  WS-FILE-DATE           PIC X(8)  VALUE SPACES.
         01  WS-RECORD-COUNT        PIC 9(6)  VALUE 0.
         01  WS-DETAIL-COUNT        PIC 9(6)  VALUE 0.

      *    Totais do arquivo do convenio.
         01  WS-CNT-CONFIRMED       PIC 9(6)  VALUE 0.
         01  WS-CNT-REJECTED        PIC 9(6)  VALUE 0.
         01  WS-CNT-PAID            PIC 9(6)  VALUE 0.
         01  WS-CNT-WRITTEN-OFF     PIC 9(6)  VALUE 0.
         01  WS-PAID-TOTAL          PIC 9(13)V99 VALUE 0.
         01  WS-TARIFF-TOTAL        PIC 9(13)V99 VALUE 0.

      *    Totais da corrida.
         01  WS-DONE-COUNT          PIC 9(5)  VALUE 0.
         01  WS-FAILED-COUNT        PIC 9(5)  VALUE 0.
         01  WS-RUN-OCCURRENCES     PIC 9(7)  VALUE 0.

      *    Registros do arquivo de retorno.
         01  WS-RET-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  HDR-AGR-CODE        PIC X(10).
             05  HDR-ACCOUNT         PIC 9(10).
             05  HDR-DATE            PIC X(10).
             05  FILLER              PIC X(69) VALUE SPACES.
         01  WS-RET-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  DET-OCCURRENCE      PIC X(2).
             05  DET-THEIR-NUMBER    PIC X(15).
             05  DET-OUR-NUMBER      PIC 9(9).
             05  DET-BARCODE         PIC X(33).
             05  DET-AMOUNT          PIC 9(10)V99.
             05  DET-TARIFF          PIC 9(10)V99.
             05  DET-MOTIVE          PIC X(3).
             05  DET-DATE            PIC X(10).
             05  FILLER              PIC X(3)  VALUE SPACES.
         01  WS-RET-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  TRL-CONFIRMED       PIC 9(6).
             05  TRL-REJECTED        PIC 9(6).
             05  TRL-PAID            PIC 9(6).
             05  TRL-PAID-TOTAL      PIC 9(13)V99.
             05  TRL-TARIFF-TOTAL    PIC 9(13)V99.
             05  TRL-WRITTEN-OFF     PIC 9(6).
             05  FILLER              PIC X(45) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG).
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "COBR-RETORNO".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COBRRETORN".
             05  WS-LOG-ACTION         PIC X(20) VALUE "COBR-RETORNO".
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
               PERFORM RECORD-EXPIRED-TITLES
               PERFORM REPORT-AGREEMENTS
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-OUT-DIR FROM ENVIRONMENT "COBR_OUT_DIR"
            IF WS-OUT-DIR = SPACES
               MOVE "/tmp" TO WS-OUT-DIR
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

         RECORD-EXPIRED-TITLES.
      *    Titulo registrado que o BOLETO-PAY expirou e baixa por
      *    decurso de prazo - vira ocorrencia uma vez so.
            EXEC SQL
               INSERT INTO cobr_occurrences
                  (agreement_id, boleto_id, their_number, occurrence,
                   motive, amount, tariff, source, business_date,
                   created_at)
               SELECT b.agreement_id, b.id, b.their_number,
                      'WRITTEN-OFF', 'B02', b.amount, 0, 'BOLETO-PAY',
                      :WS-BUS-DATE::date, now()
               FROM boletos b
               WHERE b.agreement_id IS NOT NULL
                 AND b.status = 'EXPIRED'
                 AND NOT EXISTS
                     (SELECT 1 FROM cobr_occurrences o
                      WHERE o.boleto_id = b.id
                        AND o.occurrence = 'WRITTEN-OFF')
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
               DISPLAY "#Titulos baixados por decurso de prazo: "
                  WS-EXPIRED-COUNT
            END-IF.

         REPORT-AGREEMENTS.
      *    Um convenio por vez, com o que ha de nao reportado ate a
      *    ultima ocorrencia vista agora.
            EXEC SQL
               DECLARE COBR-AGR-CUR CURSOR FOR
               SELECT a.id, a.agreement_code, a.account,
                      COUNT(o.id), MAX(o.id)
               FROM cobr_agreements a
               JOIN cobr_occurrences o ON o.agreement_id = a.id
               WHERE o.retorno_file_id IS NULL
               GROUP BY a.id, a.agreement_code, a.account
               ORDER BY a.id
            END-EXEC

            EXEC SQL
               OPEN COBR-AGR-CUR
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
               PERFORM REPORT-ONE-AGREEMENT UNTIL WS-AGR-EOF = "Y"
               EXEC SQL
                  CLOSE COBR-AGR-CUR
               END-EXEC
            END-IF

            DISPLAY "#Retornos gerados: " WS-DONE-COUNT
               " com falha: " WS-FAILED-COUNT
               " ocorrencias: " WS-RUN-OCCURRENCES

            MOVE "COBR-RETORNO" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-FAILED-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "retorno cobranca " WS-BUS-DATE ": "
               WS-DONE-COUNT " convenio(s), " WS-RUN-OCCURRENCES
               " ocorrencia(s), " WS-EXPIRED-COUNT " baixa(s) prazo"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REPORT-ONE-AGREEMENT.
            EXEC SQL
               FETCH COBR-AGR-CUR
               INTO :WS-AGR-ID, :WS-AGR-CODE, :WS-AGR-ACCOUNT,
                    :WS-AGR-COUNT, :WS-AGR-LAST-OCC
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
               MOVE "N" TO WS-AGR-FAILED
               PERFORM WRITE-RETORNO-FILE
               IF WS-AGR-FAILED = "N"
                  PERFORM REGISTER-RETORNO-FILE
               END-IF
               IF WS-AGR-FAILED = "N"
                  PERFORM MARK-OCCURRENCES
               END-IF

               IF WS-AGR-FAILED = "N"
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-DONE-COUNT
                  ADD WS-DETAIL-COUNT TO WS-RUN-OCCURRENCES
                  DISPLAY "#Convenio " WS-AGR-CODE ": confirmados "
                     WS-CNT-CONFIRMED " rejeitados " WS-CNT-REJECTED
                     " liquidados " WS-CNT-PAID " baixados "
                     WS-CNT-WRITTEN-OFF
                  DISPLAY "#Arquivo: " WS-RETORNO-PATH
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  ADD 1 TO WS-FAILED-COUNT
                  DISPLAY "#Convenio " WS-AGR-CODE
                     " - retorno desfeito, arquivo nao enviar"
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
               "/cobr_retorno_" DELIMITED BY SIZE
               WS-AGR-CODE DELIMITED BY SPACE
               "_" WS-FILE-DATE "_" WS-AGR-LAST-OCC ".dat"
               DELIMITED BY SIZE INTO WS-RETORNO-PATH
            END-STRING

            MOVE 0 TO WS-CNT-CONFIRMED
            MOVE 0 TO WS-CNT-REJECTED
            MOVE 0 TO WS-CNT-PAID
            MOVE 0 TO WS-CNT-WRITTEN-OFF
            MOVE 0 TO WS-PAID-TOTAL
            MOVE 0 TO WS-TARIFF-TOTAL
            MOVE 0 TO WS-DETAIL-COUNT

            OPEN OUTPUT RETORNO-FILE
            IF WS-RETORNO-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de retorno - status "
                  WS-RETORNO-STATUS
               MOVE "S" TO WS-AGR-FAILED
            ELSE
               MOVE WS-AGR-CODE TO HDR-AGR-CODE
               MOVE WS-AGR-ACCOUNT TO HDR-ACCOUNT
               MOVE WS-BUS-DATE TO HDR-DATE
               WRITE RETORNO-LINE FROM WS-RET-HEADER
               MOVE 1 TO WS-RECORD-COUNT

               EXEC SQL
                  DECLARE COBR-OCC-CUR CURSOR FOR
                  SELECT o.occurrence, COALESCE(o.their_number, ' '),
                         COALESCE(o.boleto_id, 0),
                         CASE WHEN o.occurrence = 'REGISTERED'
                              THEN COALESCE(b.barcode, ' ')
                              ELSE ' ' END,
                         o.amount, o.tariff, COALESCE(o.motive, ' '),
                         TO_CHAR(o.business_date, 'YYYY-MM-DD')
                  FROM cobr_occurrences o
                  LEFT JOIN boletos b ON b.id = o.boleto_id
                  WHERE o.agreement_id = :WS-AGR-ID
                    AND o.retorno_file_id IS NULL
                    AND o.id <= :WS-AGR-LAST-OCC
                  ORDER BY o.id
               END-EXEC
               EXEC SQL
                  OPEN COBR-OCC-CUR
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-AGR-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-OCC-EOF
                  PERFORM WRITE-ONE-OCCURRENCE UNTIL WS-OCC-EOF = "Y"
                  EXEC SQL
                     CLOSE COBR-OCC-CUR
                  END-EXEC
               END-IF

               IF WS-AGR-FAILED = "N"
                  AND WS-DETAIL-COUNT NOT = WS-AGR-COUNT
                  MOVE "S" TO WS-AGR-FAILED
                  DISPLAY "#Convenio " WS-AGR-CODE ": arquivo com "
                     WS-DETAIL-COUNT " contra " WS-AGR-COUNT
                     " ocorrencia(s) apuradas"
               END-IF

               ADD 1 TO WS-RECORD-COUNT
               MOVE WS-CNT-CONFIRMED TO TRL-CONFIRMED
               MOVE WS-CNT-REJECTED TO TRL-REJECTED
               MOVE WS-CNT-PAID TO TRL-PAID
               MOVE WS-PAID-TOTAL TO TRL-PAID-TOTAL
               MOVE WS-TARIFF-TOTAL TO TRL-TARIFF-TOTAL
               MOVE WS-CNT-WRITTEN-OFF TO TRL-WRITTEN-OFF
               WRITE RETORNO-LINE FROM WS-RET-TRAILER
               CLOSE RETORNO-FILE
            END-IF.

         WRITE-ONE-OCCURRENCE.
            EXEC SQL
               FETCH COBR-OCC-CUR
               INTO :WS-OCC-TYPE, :WS-OCC-THEIR-NUMBER,
                    :WS-OCC-BOLETO-ID, :WS-OCC-BARCODE,
                    :WS-OCC-AMOUNT, :WS-OCC-TARIFF, :WS-OCC-MOTIVE,
                    :WS-OCC-DATE
            END-EXEC
            IF SQLCODE = 100
               MOVE "Y" TO WS-OCC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-OCC-EOF
               MOVE "S" TO WS-AGR-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Codigos de ocorrencia do retorno CNAB.
               EVALUATE WS-OCC-TYPE
                  WHEN "REGISTERED"
                     MOVE "02" TO DET-OCCURRENCE
                     ADD 1 TO WS-CNT-CONFIRMED
                  WHEN "REJECTED"
                     MOVE "03" TO DET-OCCURRENCE
                     ADD 1 TO WS-CNT-REJECTED
                  WHEN "PAID"
                     MOVE "06" TO DET-OCCURRENCE
                     ADD 1 TO WS-CNT-PAID
                     ADD WS-OCC-AMOUNT TO WS-PAID-TOTAL
                     ADD WS-OCC-TARIFF TO WS-TARIFF-TOTAL
                  WHEN OTHER
                     MOVE "09" TO DET-OCCURRENCE
                     ADD 1 TO WS-CNT-WRITTEN-OFF
               END-EVALUATE
               MOVE WS-OCC-THEIR-NUMBER TO DET-THEIR-NUMBER
               MOVE WS-OCC-BOLETO-ID TO DET-OUR-NUMBER
               MOVE WS-OCC-BARCODE TO DET-BARCODE
               MOVE WS-OCC-AMOUNT TO DET-AMOUNT
               MOVE WS-OCC-TARIFF TO DET-TARIFF
               MOVE WS-OCC-MOTIVE TO DET-MOTIVE
               MOVE WS-OCC-DATE TO DET-DATE
               WRITE RETORNO-LINE FROM WS-RET-DETAIL
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-DETAIL-COUNT
            END-IF
            END-IF.

         REGISTER-RETORNO-FILE.
      *    Arquivo fechado entra no registro (FILEREG) como PRODUCED;
      *    sem registro o convenio e desfeito.
            MOVE WS-RETORNO-PATH TO WS-FREG-PATH
            MOVE WS-AGR-CODE TO WS-FREG-PARTNER
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            STRING WS-FILE-DATE WS-AGR-LAST-OCC
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
               MOVE "S" TO WS-AGR-FAILED
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               MOVE "S" TO WS-AGR-FAILED
               DISPLAY "#Arquivo de retorno sem registro de interface"
            END-IF
            END-IF.

         MARK-OCCURRENCES.
      *    As ocorrencias do arquivo ficam com o id dele - a contagem
      *    tem de bater com a do cursor.
            EXEC SQL
               UPDATE cobr_occurrences
               SET retorno_file_id = :WS-FILE-ID,
                   reported_at = now()
               WHERE agreement_id = :WS-AGR-ID
                 AND retorno_file_id IS NULL
                 AND id <= :WS-AGR-LAST-OCC
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-AGR-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SQLERRD(3) TO WS-MARKED
               IF WS-MARKED NOT = WS-DETAIL-COUNT
                  MOVE "S" TO WS-AGR-FAILED
                  DISPLAY "#Convenio " WS-AGR-CODE ": " WS-MARKED
                     " ocorrencia(s) marcadas contra "
                     WS-DETAIL-COUNT " no arquivo"
               END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

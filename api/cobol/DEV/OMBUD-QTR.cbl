      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Quarterly ombudsman statistics (ouvidoria) - read from the
      *  complaint register (OMBUD-MAINT, ombud_complaints) for the
      *  quarter in OMBUD_QUARTER (AAAA-T, default the quarter before
      *  the business date, the batch being run at the turn of the
      *  quarter). For every category and channel it counts the
      *  complaints received in the quarter, the ones closed in it by
      *  final classification (PS procedente solucionada, PN
      *  procedente nao solucionada, IM improcedente), the ones closed
      *  within the deadline, the average business days to close and
      *  the ones still open at the end of the quarter. Two outputs:
      *    - the regulatory statistics file (OMBUD_OUT_FILE, default
      *      /tmp/ouvidoria_<quarter>.dat), registered in the interface
      *      registry (FILEREG) as PRODUCED for BACEN-OUVID - sending
      *      and acknowledgement are marked at IFACE-MAINT;
      *    - the management report (OMBUD_RPT_FILE, default
      *      /tmp/ouvidoria_<quarter>.txt): [1] by category, [2] by
      *      branch, [3] by resolution time in business days.
      *
      *  File layout:
      *    header  : '0' + quarter X(6) + first day X(10)
      *              + last day X(10)
      *    detail  : '1' + category X(2) + channel X(10)
      *              + received 9(7) + closed 9(7) + PS 9(7)
      *              + PN 9(7) + IM 9(7) + closed in deadline 9(7)
      *              + average business days 9(5)V99
      *              + open at quarter end 9(7)
      *    trailer : '9' + detail count 9(6) + received 9(9)
      *              + closed 9(9)
      *  Read only on the register; rc=1 when a query fails.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 OMBUD-QTR.
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
            SELECT STAT-OUT-FILE ASSIGN TO WS-STAT-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-OUT-STATUS.
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  STAT-OUT-FILE.
         01  STAT-OUT-LINE           PIC X(120).
         FD  REPORT-FILE.
         01  REPORT-LINE             PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Trimestre reportado: AAAA-T, primeiro dia e o dia seguinte
      *    ao ultimo (limite aberto das consultas).
         01  WS-QUARTER              PIC X(6)  VALUE SPACES.
         01  WS-Q-START              PIC X(10) VALUE SPACES.
         01  WS-Q-END                PIC X(10) VALUE SPACES.
         01  WS-Q-LAST               PIC X(10) VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente dos cursores - chave do grupo e contagens.
         01  WS-GR-CATEGORY          PIC X(2)  VALUE SPACES.
         01  WS-GR-CHANNEL           PIC X(10) VALUE SPACES.
         01  WS-GR-KEY               PIC X(30) VALUE SPACES.
         01  WS-GR-RECEIVED          PIC 9(7)  VALUE 0.
         01  WS-GR-CLOSED            PIC 9(7)  VALUE 0.
         01  WS-GR-PS                PIC 9(7)  VALUE 0.
         01  WS-GR-PN                PIC 9(7)  VALUE 0.
         01  WS-GR-IM                PIC 9(7)  VALUE 0.
         01  WS-GR-ON-TIME           PIC 9(7)  VALUE 0.
         01  WS-GR-AVG-DAYS          PIC 9(5)V99 VALUE 0.
         01  WS-GR-OPEN              PIC 9(7)  VALUE 0.
         01  WS-BK-CODE              PIC X(1)  VALUE SPACE.
         01  WS-BK-COUNT             PIC 9(7)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Categorias de assunto - as mesmas da mesa da ouvidoria
      *    (OMBUD-MAINT).
         01  WS-CATEGORY-LIST.
             05  FILLER              PIC X(26)
                 VALUE "01ATENDIMENTO".
             05  FILLER              PIC X(26)
                 VALUE "02TARIFAS".
             05  FILLER              PIC X(26)
                 VALUE "03CONDUTA DE FUNCIONARIO".
             05  FILLER              PIC X(26)
                 VALUE "04INFORMACAO INCORRETA".
             05  FILLER              PIC X(26)
                 VALUE "05CONTA CORRENTE".
             05  FILLER              PIC X(26)
                 VALUE "06CARTOES".
             05  FILLER              PIC X(26)
                 VALUE "07CREDITO".
             05  FILLER              PIC X(26)
                 VALUE "08CANAIS DIGITAIS".
             05  FILLER              PIC X(26)
                 VALUE "09OUTROS".
         01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
             05  WS-CATEGORY-ENTRY   OCCURS 9 TIMES.
                 10  WS-CT-CODE      PIC X(2).
                 10  WS-CT-NAME      PIC X(24).
         01  WS-CATEGORY-COUNT       PIC 9(2)  VALUE 9.
         01  WS-TX                   PIC 9(2)  VALUE 0.
         01  WS-CATEGORY-NAME        PIC X(24) VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-FILE-HALTED          PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".
         01  WS-QUARTER-ENV          PIC X(6)  VALUE SPACES.

      *    Totais do arquivo regulatorio.
         01  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
         01  WS-TOT-RECEIVED         PIC 9(9)  VALUE 0.
         01  WS-TOT-CLOSED           PIC 9(9)  VALUE 0.

      *    Totais do trimestre no relatorio gerencial.
         01  WS-RT-RECEIVED          PIC 9(7)  VALUE 0.
         01  WS-RT-CLOSED            PIC 9(7)  VALUE 0.
         01  WS-RT-PS                PIC 9(7)  VALUE 0.
         01  WS-RT-PN                PIC 9(7)  VALUE 0.
         01  WS-RT-IM                PIC 9(7)  VALUE 0.
         01  WS-RT-ON-TIME           PIC 9(7)  VALUE 0.
         01  WS-RT-AVG-DAYS          PIC 9(5)V99 VALUE 0.
         01  WS-RT-OPEN              PIC 9(7)  VALUE 0.
         01  WS-BK-LABEL             PIC X(30) VALUE SPACES.
         01  WS-BK-PCT               PIC 9(3)V9 VALUE 0.

         01  WS-STAT-OUT-PATH        PIC X(100) VALUE SPACES.
         01  WS-STAT-OUT-STATUS      PIC X(2)  VALUE SPACES.
         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-RECEIVED          PIC Z(6)9.
         01  WS-ED-CLOSED            PIC Z(6)9.
         01  WS-ED-PS                PIC Z(6)9.
         01  WS-ED-PN                PIC Z(6)9.
         01  WS-ED-IM                PIC Z(6)9.
         01  WS-ED-ON-TIME           PIC Z(6)9.
         01  WS-ED-AVG-DAYS          PIC Z(4)9,99.
         01  WS-ED-OPEN              PIC Z(6)9.
         01  WS-ED-PCT               PIC ZZ9,9.

      *    Registros no layout fixo do arquivo regulatorio.
         01  WS-STAT-HEADER.
             05  FILLER              PIC X(1)  VALUE "0".
             05  SH-QUARTER          PIC X(6).
             05  SH-FIRST-DAY        PIC X(10).
             05  SH-LAST-DAY         PIC X(10).
             05  FILLER              PIC X(93) VALUE SPACES.
         01  WS-STAT-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  SD-CATEGORY         PIC X(2).
             05  SD-CHANNEL          PIC X(10).
             05  SD-RECEIVED         PIC 9(7).
             05  SD-CLOSED           PIC 9(7).
             05  SD-PS               PIC 9(7).
             05  SD-PN               PIC 9(7).
             05  SD-IM               PIC 9(7).
             05  SD-ON-TIME          PIC 9(7).
             05  SD-AVG-DAYS         PIC 9(5)V99.
             05  SD-OPEN             PIC 9(7).
             05  FILLER              PIC X(51) VALUE SPACES.
         01  WS-STAT-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  ST-COUNT            PIC 9(6).
             05  ST-RECEIVED         PIC 9(9).
             05  ST-CLOSED           PIC 9(9).
             05  FILLER              PIC X(95) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "OMBUD-QTR".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BACEN-OUVID".
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "OMBUDQTR".
             05  WS-LOG-ACTION         PIC X(20) VALUE "OMBUD-QTR".
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
               PERFORM RESOLVE-QUARTER
               IF WS-Q-START NOT = SPACES
                  PERFORM WRITE-STAT-FILE
                  PERFORM WRITE-MGMT-REPORT
                  PERFORM LOG-REPORT-SUMMARY
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
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
               MOVE "S" TO WS-RUN-HALTED
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

         RESOLVE-QUARTER.
      *    Trimestre anterior ao movimento oficial (DATESRV), a menos
      *    que OMBUD_QUARTER peca outro; dele saem o primeiro dia e o
      *    primeiro dia do trimestre seguinte.
            ACCEPT WS-QUARTER-ENV FROM ENVIRONMENT "OMBUD_QUARTER"
            IF WS-QUARTER-ENV = SPACES
               EXEC SQL
                  SELECT TO_CHAR(d, 'YYYY') || '-' || TO_CHAR(d, 'Q')
                  INTO :WS-QUARTER
                  FROM (SELECT TO_DATE(:WS-BUS-DATE, 'YYYY-MM-DD')
                               - INTERVAL '3 months' AS d) q
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-CURSOR-FAILURE
                  MOVE SPACES TO WS-QUARTER
               END-IF
            ELSE
               MOVE WS-QUARTER-ENV TO WS-QUARTER
            END-IF

            IF WS-QUARTER = SPACES
               CONTINUE
            ELSE IF WS-QUARTER(5:1) NOT = "-"
               OR WS-QUARTER(6:1) < "1" OR WS-QUARTER(6:1) > "4"
               OR WS-QUARTER(1:4) IS NOT NUMERIC
               DISPLAY "#Trimestre invalido (AAAA-T): " WS-QUARTER
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               EXEC SQL
                  SELECT TO_CHAR(q0, 'YYYY-MM-DD'),
                         TO_CHAR(q0 + INTERVAL '3 months',
                                 'YYYY-MM-DD'),
                         TO_CHAR(q0 + INTERVAL '3 months'
                                 - INTERVAL '1 day', 'YYYY-MM-DD')
                  INTO :WS-Q-START, :WS-Q-END, :WS-Q-LAST
                  FROM (SELECT MAKE_DATE(
                                  SUBSTR(:WS-QUARTER, 1, 4)::int,
                                  (SUBSTR(:WS-QUARTER, 6, 1)::int - 1)
                                  * 3 + 1, 1) AS q0) q
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-CURSOR-FAILURE
                  MOVE SPACES TO WS-Q-START
               END-IF
            END-IF
            END-IF

            ACCEPT WS-STAT-OUT-PATH FROM ENVIRONMENT "OMBUD_OUT_FILE"
            IF WS-STAT-OUT-PATH = SPACES
               STRING "/tmp/ouvidoria_" WS-QUARTER ".dat"
                  DELIMITED BY SIZE INTO WS-STAT-OUT-PATH
               END-STRING
            END-IF
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "OMBUD_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/ouvidoria_" WS-QUARTER ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         WRITE-STAT-FILE.
            OPEN OUTPUT STAT-OUT-FILE
            IF WS-STAT-OUT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo da ouvidoria - status "
                  WS-STAT-OUT-STATUS
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE WS-QUARTER TO SH-QUARTER
               MOVE WS-Q-START TO SH-FIRST-DAY
               MOVE WS-Q-LAST  TO SH-LAST-DAY
               WRITE STAT-OUT-LINE FROM WS-STAT-HEADER

      *    Entram as reclamacoes recebidas antes do fim do trimestre
      *    que nao estavam encerradas antes do inicio dele: recebidas,
      *    encerradas no trimestre e ainda abertas no ultimo dia.
               EXEC SQL
                  DECLARE OUV-STAT-CUR CURSOR FOR
                  SELECT category, channel,
                         COUNT(*) FILTER (WHERE received_on
                                          >= :WS-Q-START::date),
                         COUNT(*) FILTER (WHERE closed_on
                                          < :WS-Q-END::date),
                         COUNT(*) FILTER (WHERE closed_on
                                          < :WS-Q-END::date
                                          AND outcome = 'PS'),
                         COUNT(*) FILTER (WHERE closed_on
                                          < :WS-Q-END::date
                                          AND outcome = 'PN'),
                         COUNT(*) FILTER (WHERE closed_on
                                          < :WS-Q-END::date
                                          AND outcome = 'IM'),
                         COUNT(*) FILTER (WHERE closed_on
                                          < :WS-Q-END::date
                                          AND on_time = 'S'),
                         COALESCE(ROUND(AVG(resolution_days)
                                  FILTER (WHERE closed_on
                                          < :WS-Q-END::date), 2), 0),
                         COUNT(*) FILTER (WHERE closed_on IS NULL
                                          OR closed_on
                                          >= :WS-Q-END::date)
                  FROM ombud_complaints
                  WHERE received_on < :WS-Q-END::date
                    AND (closed_on IS NULL
                         OR closed_on >= :WS-Q-START::date)
                  GROUP BY category, channel
                  ORDER BY category, channel
               END-EXEC

               EXEC SQL
                  OPEN OUV-STAT-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-FILE-FAILURE
               ELSE
                  MOVE "N" TO WS-ROW-EOF
                  PERFORM WRITE-ONE-STAT UNTIL WS-ROW-EOF = "Y"
                  EXEC SQL
                     CLOSE OUV-STAT-CUR
                  END-EXEC
               END-IF

               MOVE WS-DETAIL-COUNT TO ST-COUNT
               MOVE WS-TOT-RECEIVED TO ST-RECEIVED
               MOVE WS-TOT-CLOSED TO ST-CLOSED
               WRITE STAT-OUT-LINE FROM WS-STAT-TRAILER
               CLOSE STAT-OUT-FILE
               IF WS-FILE-HALTED = "N"
                  MOVE WS-STAT-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-QUARTER TO WS-FREG-HEADER-SEQ
                  MOVE WS-DETAIL-COUNT TO WS-FREG-RECORDS
                  MOVE WS-TOT-RECEIVED TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE
               ELSE
                  DISPLAY "#Arquivo da ouvidoria incompleto - nao "
                     "registrado para envio"
               END-IF
            END-IF.

         WRITE-ONE-STAT.
            EXEC SQL
               FETCH OUV-STAT-CUR
               INTO :WS-GR-CATEGORY, :WS-GR-CHANNEL,
                    :WS-GR-RECEIVED, :WS-GR-CLOSED, :WS-GR-PS,
                    :WS-GR-PN, :WS-GR-IM, :WS-GR-ON-TIME,
                    :WS-GR-AVG-DAYS, :WS-GR-OPEN
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-FILE-FAILURE
            ELSE
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-GR-RECEIVED TO WS-TOT-RECEIVED
               ADD WS-GR-CLOSED TO WS-TOT-CLOSED
               MOVE WS-GR-CATEGORY TO SD-CATEGORY
               MOVE WS-GR-CHANNEL  TO SD-CHANNEL
               MOVE WS-GR-RECEIVED TO SD-RECEIVED
               MOVE WS-GR-CLOSED   TO SD-CLOSED
               MOVE WS-GR-PS       TO SD-PS
               MOVE WS-GR-PN       TO SD-PN
               MOVE WS-GR-IM       TO SD-IM
               MOVE WS-GR-ON-TIME  TO SD-ON-TIME
               MOVE WS-GR-AVG-DAYS TO SD-AVG-DAYS
               MOVE WS-GR-OPEN     TO SD-OPEN
               WRITE STAT-OUT-LINE FROM WS-STAT-DETAIL
            END-IF
            END-IF.

         NOTE-FILE-FAILURE.
            MOVE "S" TO WS-FILE-HALTED
            PERFORM NOTE-CURSOR-FAILURE.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    Quem chama informa caminho, contagem e total de controle.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "conferir antes de enviar"
            END-IF
            END-IF.

         WRITE-MGMT-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS ")"
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM READ-QUARTER-TOTALS
               PERFORM REPORT-BY-CATEGORY
               PERFORM REPORT-BY-BRANCH
               PERFORM REPORT-BY-RESOLUTION
               CLOSE REPORT-FILE
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "OUVIDORIA - RECLAMACOES DO TRIMESTRE " WS-QUARTER
               " (" WS-Q-START " A " WS-Q-LAST ")"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE "PS procedente solucionada, PN procedente nao "
               & "solucionada, IM improcedente; prazo medio em dias "
               & "uteis" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         WRITE-GROUP-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING WS-GR-KEY
               "  RECEB.  ENCERR.      PS      PN      IM"
               " NOPRAZO    MEDIA  ABERTAS"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         READ-QUARTER-TOTALS.
      *    Totais do trimestre para a linha de total e para a
      *    distribuicao por tempo de solucao.
            EXEC SQL
               SELECT COUNT(*) FILTER (WHERE received_on
                                       >= :WS-Q-START::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PS'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PN'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'IM'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND on_time = 'S'),
                      COALESCE(ROUND(AVG(resolution_days)
                               FILTER (WHERE closed_on
                                       < :WS-Q-END::date), 2), 0),
                      COUNT(*) FILTER (WHERE closed_on IS NULL
                                       OR closed_on
                                       >= :WS-Q-END::date)
               INTO :WS-GR-RECEIVED, :WS-GR-CLOSED, :WS-GR-PS,
                    :WS-GR-PN, :WS-GR-IM, :WS-GR-ON-TIME,
                    :WS-GR-AVG-DAYS, :WS-GR-OPEN
               FROM ombud_complaints
               WHERE received_on < :WS-Q-END::date
                 AND (closed_on IS NULL
                      OR closed_on >= :WS-Q-START::date)
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE WS-GR-RECEIVED TO WS-RT-RECEIVED
               MOVE WS-GR-CLOSED   TO WS-RT-CLOSED
               MOVE WS-GR-PS       TO WS-RT-PS
               MOVE WS-GR-PN       TO WS-RT-PN
               MOVE WS-GR-IM       TO WS-RT-IM
               MOVE WS-GR-ON-TIME  TO WS-RT-ON-TIME
               MOVE WS-GR-AVG-DAYS TO WS-RT-AVG-DAYS
               MOVE WS-GR-OPEN     TO WS-RT-OPEN
            END-IF.

         REPORT-BY-CATEGORY.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] POR CATEGORIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "CATEGORIA" TO WS-GR-KEY
            PERFORM WRITE-GROUP-HEADER

            EXEC SQL
               DECLARE OUV-CAT-CUR CURSOR FOR
               SELECT category,
                      COUNT(*) FILTER (WHERE received_on
                                       >= :WS-Q-START::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PS'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PN'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'IM'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND on_time = 'S'),
                      COALESCE(ROUND(AVG(resolution_days)
                               FILTER (WHERE closed_on
                                       < :WS-Q-END::date), 2), 0),
                      COUNT(*) FILTER (WHERE closed_on IS NULL
                                       OR closed_on
                                       >= :WS-Q-END::date)
               FROM ombud_complaints
               WHERE received_on < :WS-Q-END::date
                 AND (closed_on IS NULL
                      OR closed_on >= :WS-Q-START::date)
               GROUP BY category
               ORDER BY category
            END-EXEC

            EXEC SQL
               OPEN OUV-CAT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-CATEGORY-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE OUV-CAT-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-TOTAL-LINE.

         FETCH-CATEGORY-ROW.
      *    Codigo seguido da descricao - codigo fora da tabela sai so
      *    com o codigo, para nao sumir do relatorio.
            EXEC SQL
               FETCH OUV-CAT-CUR
               INTO :WS-GR-CATEGORY, :WS-GR-RECEIVED, :WS-GR-CLOSED,
                    :WS-GR-PS, :WS-GR-PN, :WS-GR-IM, :WS-GR-ON-TIME,
                    :WS-GR-AVG-DAYS, :WS-GR-OPEN
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SPACES TO WS-CATEGORY-NAME
               MOVE 0 TO WS-TX
               PERFORM MATCH-ONE-CATEGORY
                  UNTIL WS-TX NOT < WS-CATEGORY-COUNT
                  OR WS-CATEGORY-NAME NOT = SPACES
               MOVE SPACES TO WS-GR-KEY
               STRING WS-GR-CATEGORY " " WS-CATEGORY-NAME
                  DELIMITED BY SIZE INTO WS-GR-KEY
               END-STRING
            END-IF
            PERFORM TAKE-GROUP-ROW.

         MATCH-ONE-CATEGORY.
            ADD 1 TO WS-TX
            IF WS-CT-CODE(WS-TX) = WS-GR-CATEGORY
               MOVE WS-CT-NAME(WS-TX) TO WS-CATEGORY-NAME
            END-IF.

         REPORT-BY-BRANCH.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "AGENCIA" TO WS-GR-KEY
            PERFORM WRITE-GROUP-HEADER

            EXEC SQL
               DECLARE OUV-BRN-CUR CURSOR FOR
               SELECT COALESCE(branch, 'HQ'),
                      COUNT(*) FILTER (WHERE received_on
                                       >= :WS-Q-START::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PS'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'PN'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND outcome = 'IM'),
                      COUNT(*) FILTER (WHERE closed_on
                                       < :WS-Q-END::date
                                       AND on_time = 'S'),
                      COALESCE(ROUND(AVG(resolution_days)
                               FILTER (WHERE closed_on
                                       < :WS-Q-END::date), 2), 0),
                      COUNT(*) FILTER (WHERE closed_on IS NULL
                                       OR closed_on
                                       >= :WS-Q-END::date)
               FROM ombud_complaints
               WHERE received_on < :WS-Q-END::date
                 AND (closed_on IS NULL
                      OR closed_on >= :WS-Q-START::date)
               GROUP BY COALESCE(branch, 'HQ')
               ORDER BY 1
            END-EXEC

            EXEC SQL
               OPEN OUV-BRN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BRANCH-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE OUV-BRN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-TOTAL-LINE.

         FETCH-BRANCH-ROW.
            EXEC SQL
               FETCH OUV-BRN-CUR
               INTO :WS-GR-KEY, :WS-GR-RECEIVED, :WS-GR-CLOSED,
                    :WS-GR-PS, :WS-GR-PN, :WS-GR-IM, :WS-GR-ON-TIME,
                    :WS-GR-AVG-DAYS, :WS-GR-OPEN
            END-EXEC
            PERFORM TAKE-GROUP-ROW.

         TAKE-GROUP-ROW.
      *    Tratamento comum da linha recem lida por um dos cortes.
            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               PERFORM WRITE-GROUP-LINE
            END-IF
            END-IF.

         WRITE-GROUP-LINE.
            MOVE WS-GR-RECEIVED TO WS-ED-RECEIVED
            MOVE WS-GR-CLOSED   TO WS-ED-CLOSED
            MOVE WS-GR-PS       TO WS-ED-PS
            MOVE WS-GR-PN       TO WS-ED-PN
            MOVE WS-GR-IM       TO WS-ED-IM
            MOVE WS-GR-ON-TIME  TO WS-ED-ON-TIME
            MOVE WS-GR-AVG-DAYS TO WS-ED-AVG-DAYS
            MOVE WS-GR-OPEN     TO WS-ED-OPEN
            MOVE SPACES TO REPORT-LINE
            STRING WS-GR-KEY " " WS-ED-RECEIVED "  " WS-ED-CLOSED
               " " WS-ED-PS " " WS-ED-PN " " WS-ED-IM " "
               WS-ED-ON-TIME " " WS-ED-AVG-DAYS "  " WS-ED-OPEN
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         WRITE-TOTAL-LINE.
            MOVE "TOTAL" TO WS-GR-KEY
            MOVE WS-RT-RECEIVED TO WS-GR-RECEIVED
            MOVE WS-RT-CLOSED   TO WS-GR-CLOSED
            MOVE WS-RT-PS       TO WS-GR-PS
            MOVE WS-RT-PN       TO WS-GR-PN
            MOVE WS-RT-IM       TO WS-GR-IM
            MOVE WS-RT-ON-TIME  TO WS-GR-ON-TIME
            MOVE WS-RT-AVG-DAYS TO WS-GR-AVG-DAYS
            MOVE WS-RT-OPEN     TO WS-GR-OPEN
            PERFORM WRITE-GROUP-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         REPORT-BY-RESOLUTION.
      *    Encerradas no trimestre por faixa de dias uteis ate a
      *    solucao, com a parte de cada faixa no total encerrado, e as
      *    que ficaram abertas no fim do trimestre.
            MOVE SPACES TO REPORT-LINE
            MOVE "[3] POR TEMPO DE SOLUCAO (DIAS UTEIS)" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "FAIXA                          "
               "    QTDE  % ENCERR."
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE OUV-RES-CUR CURSOR FOR
               SELECT CASE WHEN resolution_days <= 5 THEN '1'
                           WHEN resolution_days <= 10 THEN '2'
                           WHEN resolution_days <= 30 THEN '3'
                           ELSE '4' END,
                      COUNT(*)
               FROM ombud_complaints
               WHERE closed_on >= :WS-Q-START::date
                 AND closed_on < :WS-Q-END::date
               GROUP BY 1
               ORDER BY 1
            END-EXEC

            EXEC SQL
               OPEN OUV-RES-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-RESOLUTION-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE OUV-RES-CUR
               END-EXEC
            END-IF

            MOVE "ABERTAS NO FIM DO TRIMESTRE" TO WS-BK-LABEL
            MOVE WS-RT-OPEN TO WS-BK-COUNT
            MOVE 0 TO WS-BK-PCT
            PERFORM WRITE-BUCKET-LINE.

         FETCH-RESOLUTION-ROW.
            EXEC SQL
               FETCH OUV-RES-CUR
               INTO :WS-BK-CODE, :WS-BK-COUNT
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               EVALUATE WS-BK-CODE
                  WHEN "1" MOVE "ATE 5 DIAS" TO WS-BK-LABEL
                  WHEN "2" MOVE "DE 6 A 10 DIAS" TO WS-BK-LABEL
                  WHEN "3" MOVE "DE 11 A 30 DIAS" TO WS-BK-LABEL
                  WHEN OTHER MOVE "ACIMA DE 30 DIAS" TO WS-BK-LABEL
               END-EVALUATE
               MOVE 0 TO WS-BK-PCT
               IF WS-RT-CLOSED > 0
                  COMPUTE WS-BK-PCT ROUNDED =
                     WS-BK-COUNT * 100 / WS-RT-CLOSED
               END-IF
               PERFORM WRITE-BUCKET-LINE
            END-IF
            END-IF.

         WRITE-BUCKET-LINE.
            MOVE WS-BK-COUNT TO WS-ED-RECEIVED
            MOVE WS-BK-PCT TO WS-ED-PCT
            MOVE SPACES TO REPORT-LINE
            STRING WS-BK-LABEL " " WS-ED-RECEIVED "      " WS-ED-PCT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         NOTE-CURSOR-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-REPORT-SUMMARY.
            DISPLAY "#Ouvidoria trimestre " WS-QUARTER ": "
               WS-RT-RECEIVED " recebida(s), " WS-RT-CLOSED
               " encerrada(s), " WS-RT-ON-TIME " no prazo, "
               WS-RT-OPEN " aberta(s)"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-RT-RECEIVED TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "trimestre " WS-QUARTER " recebidas "
               WS-RT-RECEIVED " encerradas " WS-RT-CLOSED
               " no prazo " WS-RT-ON-TIME " abertas " WS-RT-OPEN
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Weekly teller productivity and service-time report - the
      *  counters are staffed from the command stream itself. Every
      *  command typed at Enginev3 is a numbered, time-stamped CMD
      *  line in the session transcript, followed by its RSP line
      *  with the outcome; ARCH-SWEEP copies both into
      *  transcript_archive. This run parses those lines into
      *  teller_cmd_facts (session_id, line_seq, cmd_date, cmd_time,
      *  weekday 1-7 ISO, hour, command, outcome, gap_secs since the
      *  previous command of the session, operator_user and branch
      *  of the session LOGIN row in log_cobol, loaded_at) - a rerun
      *  replaces the window's rows of sessions still archived, so
      *  history of purged transcripts survives. HELP/EXIT/QUIT are
      *  not transactions and are left out.
      *  Report for the seven days ending on the business date (or
      *  TELLER_WEEK_END, AAAA-MM-DD):
      *    [1] per operator and [2] per branch - transactions, active
      *        hours, transactions per hour, average and peak time
      *        between commands (gaps above TELLER_GAP_CAP_SECS,
      *        default 900, are breaks and left out), share refused
      *        and share released by supervisor override
      *        (supervisor_overrides GRANTED)
      *    [3] command mix per branch
      *    [4] the three busiest hours of each weekday per branch
      *    [5] staffing suggestion per branch, weekday and hour band
      *        from the last TELLER_STAFF_WEEKS weeks (default 8):
      *        average transactions in the band over the weeks,
      *        divided by TELLER_COUNTER_TXN_HOUR (transactions one
      *        counter serves in an hour, default 20) and rounded up.
      *  Thresholds come from bank_params; report to TELLER_PROD_FILE
      *  (default /tmp/teller_prod_<date>.txt).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 TELLER-PROD.
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
            SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
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

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-WEEK-FROM            PIC X(10) VALUE SPACES.
         01  WS-WEEK-TO              PIC X(10) VALUE SPACES.
         01  WS-HIST-FROM            PIC X(10) VALUE SPACES.
      *    Mesmas datas no formato AAAAMMDD da linha de transcricao.
         01  WS-HIST-FROM-N          PIC X(8)  VALUE SPACES.
         01  WS-WEEK-TO-N            PIC X(8)  VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Politica (bank_params).
         01  WS-GAP-CAP              PIC 9(5)  VALUE 900.
         01  WS-STAFF-WEEKS          PIC 9(3)  VALUE 8.
         01  WS-COUNTER-CAP          PIC 9(5)  VALUE 20.
         01  WS-LOADED               PIC 9(9)  VALUE 0.

      *    Linha corrente dos cursores.
         01  WS-ROW-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-ROW-OPER             PIC X(20) VALUE SPACES.
         01  WS-ROW-CMD              PIC X(10) VALUE SPACES.
         01  WS-ROW-WEEKDAY          PIC 9(1)  VALUE 0.
         01  WS-ROW-HOUR             PIC 9(2)  VALUE 0.
         01  WS-ROW-COUNT            PIC 9(7)  VALUE 0.
         01  WS-ROW-HOURS            PIC 9(5)  VALUE 0.
         01  WS-ROW-TPH              PIC 9(5)V9 VALUE 0.
         01  WS-ROW-AVG-GAP          PIC 9(5)V9 VALUE 0.
         01  WS-ROW-MAX-GAP          PIC 9(7)  VALUE 0.
         01  WS-ROW-REFUSED          PIC 9(7)  VALUE 0.
         01  WS-ROW-OVERRIDES        PIC 9(7)  VALUE 0.
         01  WS-ROW-SHARE            PIC 9(3)V9 VALUE 0.
         01  WS-ROW-RANK             PIC 9(2)  VALUE 0.
         01  WS-ROW-AVG-LOAD         PIC 9(5)V9 VALUE 0.
         01  WS-ROW-PEAK             PIC 9(7)  VALUE 0.
         01  WS-ROW-COUNTERS         PIC 9(3)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".

         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    Percentuais da linha impressa.
         01  WS-REFUSED-PCT          PIC 9(3)V9 VALUE 0.
         01  WS-OVERRIDE-PCT         PIC 9(3)V9 VALUE 0.

      *    Totais da semana.
         01  WS-TOT-COUNT            PIC 9(9)  VALUE 0.
         01  WS-TOT-OPERATORS        PIC 9(5)  VALUE 0.

      *    Nomes dos dias da semana (ISO: 1 = segunda).
         01  WS-WEEKDAY-NAMES        PIC X(21)
                                     VALUE "SEGTERQUAQUISEXSABDOM".
         01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
             05  WS-WEEKDAY-NAME     PIC X(3) OCCURS 7.
         01  WS-DAY-NAME             PIC X(3)  VALUE SPACES.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-WEEK-ENV             PIC X(10) VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-HOURS             PIC Z(4)9.
         01  WS-ED-TPH               PIC Z(4)9,9.
         01  WS-ED-AVG-GAP           PIC Z(4)9,9.
         01  WS-ED-MAX-GAP           PIC Z(6)9.
         01  WS-ED-REFUSED           PIC ZZ9,9.
         01  WS-ED-OVERRIDE          PIC ZZ9,9.
         01  WS-ED-SHARE             PIC ZZ9,9.
         01  WS-ED-HOUR              PIC 99.
         01  WS-ED-RANK              PIC Z9.
         01  WS-ED-LOAD              PIC Z(4)9,9.
         01  WS-ED-PEAK              PIC Z(6)9.
         01  WS-ED-COUNTERS          PIC ZZ9.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "TELLERPRD".
             05  WS-LOG-ACTION         PIC X(20) VALUE "TELLER-PROD".
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
               PERFORM SET-WEEK-WINDOW
            END-IF
            IF WS-DB-STARTED = "S" AND WS-RUN-HALTED = "N"
               PERFORM LOAD-COMMAND-FACTS
            END-IF
            IF WS-DB-STARTED = "S" AND WS-RUN-HALTED = "N"
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM REPORT-BY-OPERATOR
                  PERFORM REPORT-BY-BRANCH
                  PERFORM REPORT-COMMAND-MIX
                  PERFORM REPORT-BUSIEST-HOURS
                  PERFORM REPORT-STAFFING
                  CLOSE REPORT-FILE
               END-IF
            END-IF
            IF WS-DB-STARTED = "S"
               PERFORM LOG-REPORT-SUMMARY
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
               PERFORM LOAD-PRODUCTIVITY-PARAMS
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) fecha a semana, a menos
      *    que TELLER_WEEK_END peca outra.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-WEEK-ENV FROM ENVIRONMENT "TELLER_WEEK_END"
            IF WS-WEEK-ENV = SPACES
               MOVE WS-BUS-DATE TO WS-WEEK-TO
            ELSE
               MOVE WS-WEEK-ENV TO WS-WEEK-TO
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "TELLER_PROD_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/teller_prod_" WS-WEEK-TO ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         LOAD-PRODUCTIVITY-PARAMS.
      *    Parametro sem linha vigente mantem o valor compilado.
            MOVE "TELLER_GAP_CAP_SECS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-GAP-CAP
            END-IF
            MOVE "TELLER_STAFF_WEEKS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-STAFF-WEEKS
            END-IF
            MOVE "TELLER_COUNTER_TXN_HOUR" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-COUNTER-CAP
            END-IF.

         SET-WEEK-WINDOW.
      *    Sete dias corridos terminando no fim da semana, inclusive;
      *    o historico do dimensionamento volta WS-STAFF-WEEKS semanas
      *    inteiras a partir do mesmo fim.
            EXEC SQL
               SELECT TO_CHAR(:WS-WEEK-TO::date - 6, 'YYYY-MM-DD'),
                      TO_CHAR(:WS-WEEK-TO::date
                              - (7 * :WS-STAFF-WEEKS::int - 1),
                              'YYYY-MM-DD'),
                      TO_CHAR(:WS-WEEK-TO::date
                              - (7 * :WS-STAFF-WEEKS::int - 1),
                              'YYYYMMDD'),
                      TO_CHAR(:WS-WEEK-TO::date, 'YYYYMMDD')
               INTO :WS-WEEK-FROM, :WS-HIST-FROM, :WS-HIST-FROM-N,
                    :WS-WEEK-TO-N
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "#Fim de semana invalido: " WS-WEEK-TO
               MOVE "S" TO WS-RUN-HALTED
            END-IF.

         LOAD-COMMAND-FACTS.
      *    Recarrega a janela do historico a partir das transcricoes
      *    arquivadas: cada linha CMD vira um fato, com o desfecho da
      *    linha RSP que a segue, o intervalo desde o comando anterior
      *    da sessao e o operador/agencia do LOGIN da sessao. Sessao
      *    ja expurgada do arquivo central mantem os fatos de antes.
            EXEC SQL
               DELETE FROM teller_cmd_facts f
               WHERE f.cmd_date BETWEEN :WS-HIST-FROM::date
                                    AND :WS-WEEK-TO::date
                 AND EXISTS (SELECT 1 FROM transcript_archive a
                             WHERE a.session_id = f.session_id)
            END-EXEC

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               EXEC SQL
                  INSERT INTO teller_cmd_facts
                     (session_id, line_seq, cmd_date, cmd_time,
                      weekday, hour, command, outcome, gap_secs,
                      operator_user, branch, loaded_at)
                  SELECT c.session_id, c.line_seq, c.cmd_date,
                         c.cmd_time,
                         EXTRACT(ISODOW FROM c.cmd_date),
                         EXTRACT(HOUR FROM c.cmd_time),
                         c.command, c.outcome,
                         EXTRACT(EPOCH FROM
                            (c.cmd_date + c.cmd_time)
                            - LAG(c.cmd_date + c.cmd_time)
                              OVER (PARTITION BY c.session_id
                                    ORDER BY c.line_seq)),
                         COALESCE(l.operator_user, '?'),
                         COALESCE(l.branch, 'HQ'), now()
                  FROM (SELECT t.session_id, t.line_seq,
                               CASE WHEN t.d_txt ~ '^[0-9]{8}$'
                                    THEN TO_DATE(t.d_txt, 'YYYYMMDD')
                               END AS cmd_date,
                               CASE WHEN t.t_txt ~ '^[0-9]{8}$'
                                    THEN TO_TIMESTAMP(
                                            SUBSTR(t.t_txt, 1, 6),
                                            'HH24MISS')::time
                               END AS cmd_time,
                               UPPER(SPLIT_PART(
                                  BTRIM(SUBSTR(t.txt, 6)), ' ', 1))
                                  AS command,
                               CASE WHEN t.next_txt LIKE 'RSP:%'
                                    THEN BTRIM(SUBSTR(t.next_txt,
                                                      38, 10))
                                    ELSE ' '
                               END AS outcome
                        FROM (SELECT a.session_id, a.line_seq,
                                     SPLIT_PART(a.line_text, '|', 3)
                                        AS d_txt,
                                     SPLIT_PART(a.line_text, '|', 4)
                                        AS t_txt,
                                     SPLIT_PART(a.line_text, '|', 5)
                                        AS txt,
                                     LEAD(SPLIT_PART(a.line_text,
                                                     '|', 5))
                                        OVER (PARTITION BY
                                                 a.session_id
                                              ORDER BY a.line_seq)
                                        AS next_txt
                              FROM transcript_archive a
                              WHERE (SPLIT_PART(a.line_text, '|', 5)
                                        LIKE 'CMD:%'
                                  OR SPLIT_PART(a.line_text, '|', 5)
                                        LIKE 'RSP:%')
                                AND SPLIT_PART(a.line_text, '|', 3)
                                    BETWEEN :WS-HIST-FROM-N
                                        AND :WS-WEEK-TO-N) t
                        WHERE t.txt LIKE 'CMD:%'
                          AND t.d_txt ~ '^[0-9]{8}$'
                          AND t.t_txt ~ '^[0-9]{8}$') c
                  LEFT JOIN LATERAL
                       (SELECT BTRIM(SUBSTR(g.message, 10, 20))
                                  AS operator_user,
                               NULLIF(BTRIM(g.branch), '') AS branch
                        FROM log_cobol g
                        WHERE g.component = 'ENGINEV3'
                          AND g.action = 'LOGIN'
                          AND g.status = 'OK'
                          AND BTRIM(g.session_id) =
                              LPAD(c.session_id::text, 5, '0')
                          AND g.created_at < c.cmd_date + 1
                        ORDER BY g.created_at DESC
                        LIMIT 1) l ON TRUE
                  WHERE c.command NOT IN ('', 'HELP', 'EXIT', 'QUIT')
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                  PERFORM NOTE-CURSOR-FAILURE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               ELSE
                  MOVE SQLERRD(3) TO WS-LOADED
                  EXEC SQL
                     COMMIT
                  END-EXEC
               END-IF
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "PRODUTIVIDADE DE CAIXAS - SEMANA DE " WS-WEEK-FROM
               " A " WS-WEEK-TO
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "DIMENSIONAMENTO: " WS-STAFF-WEEKS
               " SEMANAS DESDE " WS-HIST-FROM ", " WS-COUNTER-CAP
               " TRANSACOES POR GUICHE/HORA"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         WRITE-STATS-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "AGENCIA OPERADOR             TRANSAC HORAS"
               "   TX/HORA  INTERV.MED INTERV.MAX  %RECUS %AVAL"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-BY-OPERATOR.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] POR OPERADOR" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-STATS-HEADER

            EXEC SQL
               DECLARE TP-OPER-CUR CURSOR FOR
               SELECT f.branch, f.operator_user, COUNT(*),
                      COUNT(DISTINCT TO_CHAR(f.cmd_date, 'YYYYMMDD')
                                     || LPAD(f.hour::text, 2, '0')),
                      ROUND(COALESCE(AVG(f.gap_secs)
                               FILTER (WHERE f.gap_secs
                                             <= :WS-GAP-CAP::int), 0),
                            1),
                      ROUND(COALESCE(MAX(f.gap_secs)
                               FILTER (WHERE f.gap_secs
                                             <= :WS-GAP-CAP::int), 0)),
                      COUNT(*) FILTER (WHERE f.outcome
                                       IN ('REFUSED', 'DENIED')),
                      (SELECT COUNT(*) FROM supervisor_overrides o
                       WHERE o.operator_user = f.operator_user
                         AND o.status = 'GRANTED'
                         AND o.created_at::date
                             BETWEEN :WS-WEEK-FROM::date
                                 AND :WS-WEEK-TO::date)
               FROM teller_cmd_facts f
               WHERE f.cmd_date BETWEEN :WS-WEEK-FROM::date
                                    AND :WS-WEEK-TO::date
               GROUP BY f.branch, f.operator_user
               ORDER BY f.branch, f.operator_user
            END-EXEC

            EXEC SQL
               OPEN TP-OPER-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-OPERATOR-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE TP-OPER-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-OPERATOR-ROW.
            EXEC SQL
               FETCH TP-OPER-CUR
               INTO :WS-ROW-BRANCH, :WS-ROW-OPER, :WS-ROW-COUNT,
                    :WS-ROW-HOURS, :WS-ROW-AVG-GAP, :WS-ROW-MAX-GAP,
                    :WS-ROW-REFUSED, :WS-ROW-OVERRIDES
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               ADD 1 TO WS-TOT-OPERATORS
               ADD WS-ROW-COUNT TO WS-TOT-COUNT
               PERFORM WRITE-STATS-LINE
            END-IF
            END-IF.

         REPORT-BY-BRANCH.
      *    Aval contado pelas sessoes da agencia na semana - o mesmo
      *    operador pode ter atendido em mais de uma agencia.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            PERFORM WRITE-STATS-HEADER

            EXEC SQL
               DECLARE TP-BRANCH-CUR CURSOR FOR
               SELECT f.branch, COUNT(*),
                      COUNT(DISTINCT TO_CHAR(f.cmd_date, 'YYYYMMDD')
                                     || LPAD(f.hour::text, 2, '0')),
                      ROUND(COALESCE(AVG(f.gap_secs)
                               FILTER (WHERE f.gap_secs
                                             <= :WS-GAP-CAP::int), 0),
                            1),
                      ROUND(COALESCE(MAX(f.gap_secs)
                               FILTER (WHERE f.gap_secs
                                             <= :WS-GAP-CAP::int), 0)),
                      COUNT(*) FILTER (WHERE f.outcome
                                       IN ('REFUSED', 'DENIED')),
                      (SELECT COUNT(*) FROM supervisor_overrides o
                       WHERE o.status = 'GRANTED'
                         AND o.created_at::date
                             BETWEEN :WS-WEEK-FROM::date
                                 AND :WS-WEEK-TO::date
                         AND o.session_id IN
                             (SELECT g.session_id
                              FROM teller_cmd_facts g
                              WHERE g.branch = f.branch
                                AND g.cmd_date
                                    BETWEEN :WS-WEEK-FROM::date
                                        AND :WS-WEEK-TO::date))
               FROM teller_cmd_facts f
               WHERE f.cmd_date BETWEEN :WS-WEEK-FROM::date
                                    AND :WS-WEEK-TO::date
               GROUP BY f.branch
               ORDER BY f.branch
            END-EXEC

            EXEC SQL
               OPEN TP-BRANCH-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BRANCH-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE TP-BRANCH-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-BRANCH-ROW.
            EXEC SQL
               FETCH TP-BRANCH-CUR
               INTO :WS-ROW-BRANCH, :WS-ROW-COUNT, :WS-ROW-HOURS,
                    :WS-ROW-AVG-GAP, :WS-ROW-MAX-GAP,
                    :WS-ROW-REFUSED, :WS-ROW-OVERRIDES
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "(AGENCIA)" TO WS-ROW-OPER
               PERFORM WRITE-STATS-LINE
            END-IF
            END-IF.

         WRITE-STATS-LINE.
      *    Transacoes por hora ativa (hora com ao menos um comando) e
      *    percentuais sobre as transacoes da linha.
            MOVE 0 TO WS-ROW-TPH
            MOVE 0 TO WS-REFUSED-PCT
            MOVE 0 TO WS-OVERRIDE-PCT
            IF WS-ROW-HOURS > 0
               COMPUTE WS-ROW-TPH ROUNDED =
                  WS-ROW-COUNT / WS-ROW-HOURS
            END-IF
            IF WS-ROW-COUNT > 0
               COMPUTE WS-REFUSED-PCT ROUNDED =
                  WS-ROW-REFUSED * 100 / WS-ROW-COUNT
               COMPUTE WS-OVERRIDE-PCT ROUNDED =
                  WS-ROW-OVERRIDES * 100 / WS-ROW-COUNT
            END-IF

            MOVE WS-ROW-COUNT    TO WS-ED-COUNT
            MOVE WS-ROW-HOURS    TO WS-ED-HOURS
            MOVE WS-ROW-TPH      TO WS-ED-TPH
            MOVE WS-ROW-AVG-GAP  TO WS-ED-AVG-GAP
            MOVE WS-ROW-MAX-GAP  TO WS-ED-MAX-GAP
            MOVE WS-REFUSED-PCT  TO WS-ED-REFUSED
            MOVE WS-OVERRIDE-PCT TO WS-ED-OVERRIDE
            MOVE SPACES TO REPORT-LINE
            STRING WS-ROW-BRANCH "  " WS-ROW-OPER " " WS-ED-COUNT
               " " WS-ED-HOURS "   " WS-ED-TPH "     " WS-ED-AVG-GAP
               "    " WS-ED-MAX-GAP "   " WS-ED-REFUSED " "
               WS-ED-OVERRIDE
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-COMMAND-MIX.
            MOVE SPACES TO REPORT-LINE
            MOVE "[3] MIX DE COMANDOS POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "AGENCIA COMANDO    TRANSAC     %  %RECUS"
               TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE TP-MIX-CUR CURSOR FOR
               SELECT f.branch, f.command, COUNT(*),
                      ROUND(COUNT(*) * 100.0
                            / SUM(COUNT(*))
                              OVER (PARTITION BY f.branch), 1),
                      COUNT(*) FILTER (WHERE f.outcome
                                       IN ('REFUSED', 'DENIED'))
               FROM teller_cmd_facts f
               WHERE f.cmd_date BETWEEN :WS-WEEK-FROM::date
                                    AND :WS-WEEK-TO::date
               GROUP BY f.branch, f.command
               ORDER BY f.branch, COUNT(*) DESC, f.command
            END-EXEC

            EXEC SQL
               OPEN TP-MIX-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-MIX-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE TP-MIX-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-MIX-ROW.
            EXEC SQL
               FETCH TP-MIX-CUR
               INTO :WS-ROW-BRANCH, :WS-ROW-CMD, :WS-ROW-COUNT,
                    :WS-ROW-SHARE, :WS-ROW-REFUSED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE 0 TO WS-REFUSED-PCT
               IF WS-ROW-COUNT > 0
                  COMPUTE WS-REFUSED-PCT ROUNDED =
                     WS-ROW-REFUSED * 100 / WS-ROW-COUNT
               END-IF
               MOVE WS-ROW-COUNT   TO WS-ED-COUNT
               MOVE WS-ROW-SHARE   TO WS-ED-SHARE
               MOVE WS-REFUSED-PCT TO WS-ED-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROW-BRANCH "  " WS-ROW-CMD " " WS-ED-COUNT
                  " " WS-ED-SHARE "   " WS-ED-REFUSED
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-BUSIEST-HOURS.
      *    As tres horas de maior movimento de cada dia da semana.
            MOVE SPACES TO REPORT-LINE
            MOVE "[4] HORAS DE PICO POR DIA DA SEMANA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "AGENCIA DIA  POS HORA TRANSAC" TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE TP-PEAK-CUR CURSOR FOR
               SELECT x.branch, x.weekday, x.hour, x.cnt, x.rk
               FROM (SELECT f.branch, f.weekday, f.hour,
                            COUNT(*) AS cnt,
                            ROW_NUMBER() OVER
                               (PARTITION BY f.branch, f.weekday
                                ORDER BY COUNT(*) DESC, f.hour)
                               AS rk
                     FROM teller_cmd_facts f
                     WHERE f.cmd_date BETWEEN :WS-WEEK-FROM::date
                                          AND :WS-WEEK-TO::date
                     GROUP BY f.branch, f.weekday, f.hour) x
               WHERE x.rk <= 3
               ORDER BY x.branch, x.weekday, x.rk
            END-EXEC

            EXEC SQL
               OPEN TP-PEAK-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-PEAK-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE TP-PEAK-CUR
               END-EXEC
            END-IF
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         FETCH-PEAK-ROW.
            EXEC SQL
               FETCH TP-PEAK-CUR
               INTO :WS-ROW-BRANCH, :WS-ROW-WEEKDAY, :WS-ROW-HOUR,
                    :WS-ROW-COUNT, :WS-ROW-RANK
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               PERFORM SET-DAY-NAME
               MOVE WS-ROW-HOUR  TO WS-ED-HOUR
               MOVE WS-ROW-RANK  TO WS-ED-RANK
               MOVE WS-ROW-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROW-BRANCH "  " WS-DAY-NAME "   "
                  WS-ED-RANK "  " WS-ED-HOUR "h " WS-ED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-STAFFING.
      *    Media da faixa horaria nas semanas do historico (semana sem
      *    movimento na faixa conta como zero), dividida pela
      *    capacidade de um guiche e arredondada para cima; faixa com
      *    movimento pede ao menos um guiche. O pico semanal sai como
      *    referencia.
            MOVE SPACES TO REPORT-LINE
            MOVE "[5] SUGESTAO DE GUICHES POR FAIXA HORARIA"
               TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE "AGENCIA DIA  FAIXA     MEDIA   PICO  GUICHES"
               TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE TP-STAFF-CUR CURSOR FOR
               SELECT w.branch, w.weekday, w.hour,
                      ROUND(SUM(w.cnt)::numeric
                            / :WS-STAFF-WEEKS::numeric, 1),
                      MAX(w.cnt),
                      GREATEST(1, CEIL(SUM(w.cnt)::numeric
                                       / :WS-STAFF-WEEKS::numeric
                                       / :WS-COUNTER-CAP::numeric))
               FROM (SELECT f.branch, f.weekday, f.hour,
                            DATE_TRUNC('week', f.cmd_date) AS wk,
                            COUNT(*) AS cnt
                     FROM teller_cmd_facts f
                     WHERE f.cmd_date BETWEEN :WS-HIST-FROM::date
                                          AND :WS-WEEK-TO::date
                     GROUP BY f.branch, f.weekday, f.hour,
                              DATE_TRUNC('week', f.cmd_date)) w
               GROUP BY w.branch, w.weekday, w.hour
               ORDER BY w.branch, w.weekday, w.hour
            END-EXEC

            EXEC SQL
               OPEN TP-STAFF-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-STAFF-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE TP-STAFF-CUR
               END-EXEC
            END-IF.

         FETCH-STAFF-ROW.
            EXEC SQL
               FETCH TP-STAFF-CUR
               INTO :WS-ROW-BRANCH, :WS-ROW-WEEKDAY, :WS-ROW-HOUR,
                    :WS-ROW-AVG-LOAD, :WS-ROW-PEAK, :WS-ROW-COUNTERS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               PERFORM SET-DAY-NAME
               MOVE WS-ROW-HOUR     TO WS-ED-HOUR
               MOVE WS-ROW-AVG-LOAD TO WS-ED-LOAD
               MOVE WS-ROW-PEAK     TO WS-ED-PEAK
               MOVE WS-ROW-COUNTERS TO WS-ED-COUNTERS
               MOVE SPACES TO REPORT-LINE
               STRING WS-ROW-BRANCH "  " WS-DAY-NAME "  " WS-ED-HOUR
                  "h-" WS-ED-HOUR "h59 " WS-ED-LOAD " " WS-ED-PEAK
                  "    " WS-ED-COUNTERS
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         SET-DAY-NAME.
            IF WS-ROW-WEEKDAY > 0 AND WS-ROW-WEEKDAY < 8
               MOVE WS-WEEKDAY-NAME(WS-ROW-WEEKDAY) TO WS-DAY-NAME
            ELSE
               MOVE "???" TO WS-DAY-NAME
            END-IF.

         NOTE-CURSOR-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-REPORT-SUMMARY.
            DISPLAY "#Produtividade " WS-WEEK-FROM " a " WS-WEEK-TO
               ": " WS-TOT-COUNT " transacao(oes), "
               WS-TOT-OPERATORS " operador(es), " WS-LOADED
               " comando(s) recarregado(s)"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "semana " WS-WEEK-FROM " a " WS-WEEK-TO
               " transacoes " WS-TOT-COUNT " fatos " WS-LOADED
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

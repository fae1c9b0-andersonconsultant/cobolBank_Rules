      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Nightly segregation-of-duties conflict report - the four-eyes
      *  rules (APPROVE-Q, supervisor override in Enginev3, the lien,
      *  parameter and signer desks) each check two eyes at one
      *  moment; this report checks, over time, that the two eyes
      *  belonged to two people. Flags:
      *    [1] operador que liberou a propria captura na fila
      *    [2] aval de supervisor dado sobre sessao do proprio
      *        supervisor
      *    [3] pares que so aprovam um ao outro (nos dois sentidos,
      *        SOD_PAIR_MIN vezes ou mais em SOD_PAIR_DAYS dias)
      *    [4] parametro ou procurador alterado e movimento postado
      *        pelo mesmo operador no mesmo dia, depois da alteracao
      *    [5] bloqueio judicial liberado por quem o registrou
      *  Period: SOD_DATE (AAAA-MM-DD, default today) back SOD_DAYS
      *  days (default 1 - the nightly run; audit's quarterly pull is
      *  SOD_DAYS=90). Thresholds come from bank_params. Report file
      *  goes to SOD_FILE. Runs as a batch_jobs step in BATCH-ORCH.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SOD-RPT.
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

      *    Periodo do relatorio - data final e primeiro dia.
         01  WS-RPT-DATE             PIC X(10) VALUE SPACES.
         01  WS-RPT-FROM             PIC X(10) VALUE SPACES.
         01  WS-RPT-DAYS             PIC 9(4)  VALUE 1.
         01  WS-PAIR-DAYS            PIC 9(4)  VALUE 90.
         01  WS-PAIR-MIN             PIC 9(4)  VALUE 5.

      *    Linha de ocorrencia em leitura - os cinco cursores devolvem
      *    o mesmo formato: quando, quem, com quem, o que, valor.
         01  WS-SD-WHEN              PIC X(16) VALUE SPACES.
         01  WS-SD-USER-A            PIC X(20) VALUE SPACES.
         01  WS-SD-USER-B            PIC X(20) VALUE SPACES.
         01  WS-SD-WHAT              PIC X(40) VALUE SPACES.
         01  WS-SD-COUNT             PIC 9(6)  VALUE 0.
         01  WS-SD-AMOUNT            PIC S9(12)V99 VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF             PIC X(1)  VALUE "N".

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-DATE-ENV             PIC X(10) VALUE SPACES.
         01  WS-DAYS-ENV             PIC X(4)  VALUE SPACES.

         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    Contagem por secao e total - o total vai para o log e o
      *    operador do lote ve de cara se houve achado.
         01  WS-CNT-SECTION          PIC 9(6)  VALUE 0.
         01  WS-CNT-TOTAL            PIC 9(6)  VALUE 0.

         01  WS-ED-AMOUNT            PIC -(11)9,99.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SODRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "SOD-RPT".
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
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-PERIOD
               PERFORM BUILD-REPORT
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            ACCEPT WS-DATE-ENV FROM ENVIRONMENT "SOD_DATE"
            ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "SOD_DAYS"
            IF WS-DAYS-ENV NOT = SPACES
               MOVE WS-DAYS-ENV TO WS-RPT-DAYS
            END-IF
            IF WS-RPT-DAYS = 0
               MOVE 1 TO WS-RPT-DAYS
            END-IF
            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "SOD_FILE".

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
            END-IF.

         LOAD-PERIOD.
      *    Sem SOD_DATE vale hoje; o primeiro dia sai da mesma conta
      *    no banco, para virada de mes e ano nao dar trabalho aqui.
            IF WS-DATE-ENV NOT = SPACES
               MOVE WS-DATE-ENV TO WS-RPT-DATE
            ELSE
               EXEC SQL
                  SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                  INTO :WS-RPT-DATE
               END-EXEC
            END-IF
            EXEC SQL
               SELECT TO_CHAR(:WS-RPT-DATE::date - :WS-RPT-DAYS + 1,
                              'YYYY-MM-DD')
               INTO :WS-RPT-FROM
            END-EXEC

            MOVE "SOD_PAIR_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-PAIR-DAYS
            END-IF
            MOVE "SOD_PAIR_MIN" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-PAIR-MIN
            END-IF

            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/sod_conflicts_" WS-RPT-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         BUILD-REPORT.
            OPEN OUTPUT REPORT-FILE
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir o relatorio - status "
                  WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CONFLITOS DE SEGREGACAO DE FUNCOES - "
                  WS-RPT-FROM " A " WS-RPT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE

               PERFORM REPORT-SELF-RELEASE
               PERFORM REPORT-SELF-OVERRIDE
               PERFORM REPORT-RECIPROCAL-PAIRS
               PERFORM REPORT-CHANGE-THEN-POST
               PERFORM REPORT-LIEN-SELF-RELEASE
               CLOSE REPORT-FILE

               DISPLAY "#Relatorio gravado em " WS-REPORT-PATH
               DISPLAY "#Ocorrencias: " WS-CNT-TOTAL

               IF WS-CNT-TOTAL > 0
                  MOVE "ALERT" TO WS-LOG-STATUS
               ELSE
                  MOVE "OK" TO WS-LOG-STATUS
               END-IF
               MOVE WS-CNT-TOTAL TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "segregacao " WS-RPT-FROM " a " WS-RPT-DATE
                  ": " WS-CNT-TOTAL " ocorrencia(s)"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         WRITE-SECTION-HEADER.
      *    REPORT-LINE ja traz o titulo da secao.
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "QUANDO           OPERADOR             "
               "CONTRAPARTE          OCORRENCIA"
               "                               QTDE          VALOR"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE 0 TO WS-CNT-SECTION.

         WRITE-SECTION-FOOTER.
            MOVE SPACES TO REPORT-LINE
            STRING "   ocorrencias na secao: " WS-CNT-SECTION
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-SELF-RELEASE.
      *    [1] Mesmo operador dos dois lados da fila, ainda que por
      *    sessoes diferentes.
            MOVE "[1] LIBERACAO DA PROPRIA CAPTURA (APPROVE-Q)"
               TO REPORT-LINE
            PERFORM WRITE-SECTION-HEADER

            EXEC SQL
               DECLARE SD-SELF-CUR CURSOR FOR
               SELECT TO_CHAR(decided_at, 'YYYY-MM-DD HH24:MI'),
                      requested_user, decided_user,
                      'op ' || id || ' ' || op_type, 1, amount
               FROM pending_approvals
               WHERE status = 'APPROVED'
                 AND requested_user = decided_user
                 AND COALESCE(requested_user, '') <> ''
                 AND decided_at::date BETWEEN :WS-RPT-FROM::date
                                          AND :WS-RPT-DATE::date
               ORDER BY decided_at
            END-EXEC

            EXEC SQL
               OPEN SD-SELF-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM REPORT-SQL-ERROR
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-SELF-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SD-SELF-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-FOOTER.

         FETCH-SELF-ROW.
            EXEC SQL
               FETCH SD-SELF-CUR
               INTO :WS-SD-WHEN, :WS-SD-USER-A, :WS-SD-USER-B,
                    :WS-SD-WHAT, :WS-SD-COUNT, :WS-SD-AMOUNT
            END-EXEC
            PERFORM CHECK-FETCH-ROW.

         REPORT-SELF-OVERRIDE.
      *    [2] Aval concedido em que o supervisor e o operador dono
      *    da sessao sao a mesma pessoa.
            MOVE "[2] AVAL DE SUPERVISOR SOBRE A PROPRIA SESSAO"
               TO REPORT-LINE
            PERFORM WRITE-SECTION-HEADER

            EXEC SQL
               DECLARE SD-OVR-CUR CURSOR FOR
               SELECT TO_CHAR(created_at, 'YYYY-MM-DD HH24:MI'),
                      supervisor_user, operator_user,
                      'sessao ' || session_id || ' ' || command,
                      1, amount
               FROM supervisor_overrides
               WHERE status = 'GRANTED'
                 AND supervisor_user = operator_user
                 AND created_at::date BETWEEN :WS-RPT-FROM::date
                                          AND :WS-RPT-DATE::date
               ORDER BY created_at
            END-EXEC

            EXEC SQL
               OPEN SD-OVR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM REPORT-SQL-ERROR
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-OVR-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SD-OVR-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-FOOTER.

         FETCH-OVR-ROW.
            EXEC SQL
               FETCH SD-OVR-CUR
               INTO :WS-SD-WHEN, :WS-SD-USER-A, :WS-SD-USER-B,
                    :WS-SD-WHAT, :WS-SD-COUNT, :WS-SD-AMOUNT
            END-EXEC
            PERFORM CHECK-FETCH-ROW.

         REPORT-RECIPROCAL-PAIRS.
      *    [3] Par de operadores que se aprovam mutuamente - cada um
      *    ja liberou captura do outro e o par soma SOD_PAIR_MIN
      *    liberacoes ou mais na janela de SOD_PAIR_DAYS dias.
            MOVE "[3] PARES QUE SE APROVAM MUTUAMENTE" TO REPORT-LINE
            PERFORM WRITE-SECTION-HEADER

            EXEC SQL
               DECLARE SD-PAIR-CUR CURSOR FOR
               SELECT TO_CHAR(MAX(decided_at), 'YYYY-MM-DD HH24:MI'),
                      LEAST(requested_user, decided_user),
                      GREATEST(requested_user, decided_user),
                      'liberacoes ' ||
                      SUM(CASE WHEN requested_user < decided_user
                               THEN 1 ELSE 0 END) || ' x ' ||
                      SUM(CASE WHEN requested_user > decided_user
                               THEN 1 ELSE 0 END),
                      COUNT(*), SUM(amount)
               FROM pending_approvals
               WHERE status = 'APPROVED'
                 AND COALESCE(requested_user, '') <> ''
                 AND COALESCE(decided_user, '') <> ''
                 AND requested_user <> decided_user
                 AND decided_at::date > :WS-RPT-DATE::date
                                        - :WS-PAIR-DAYS
                 AND decided_at::date <= :WS-RPT-DATE::date
               GROUP BY LEAST(requested_user, decided_user),
                        GREATEST(requested_user, decided_user)
               HAVING SUM(CASE WHEN requested_user < decided_user
                               THEN 1 ELSE 0 END) > 0
                  AND SUM(CASE WHEN requested_user > decided_user
                               THEN 1 ELSE 0 END) > 0
                  AND COUNT(*) >= :WS-PAIR-MIN
               ORDER BY COUNT(*) DESC
            END-EXEC

            EXEC SQL
               OPEN SD-PAIR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM REPORT-SQL-ERROR
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-PAIR-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SD-PAIR-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-FOOTER.

         FETCH-PAIR-ROW.
            EXEC SQL
               FETCH SD-PAIR-CUR
               INTO :WS-SD-WHEN, :WS-SD-USER-A, :WS-SD-USER-B,
                    :WS-SD-WHAT, :WS-SD-COUNT, :WS-SD-AMOUNT
            END-EXEC
            PERFORM CHECK-FETCH-ROW.

         REPORT-CHANGE-THEN-POST.
      *    [4] Quem altera parametro ou procurador e posta no mesmo
      *    dia depois da alteracao - para procurador, so os
      *    movimentos na conta do procurador alterado contam. O
      *    operador do movimento vem do audit_journal.
            MOVE "[4] ALTERACAO SEGUIDA DE POSTAGEM NO MESMO DIA"
               TO REPORT-LINE
            PERFORM WRITE-SECTION-HEADER

            EXEC SQL
               DECLARE SD-CHG-CUR CURSOR FOR
               SELECT TO_CHAR(p.changed_at, 'YYYY-MM-DD HH24:MI'),
                      p.changed_by, '',
                      'parametro ' || p.param_name,
                      COUNT(j.seq), COALESCE(SUM(j.amount), 0)
               FROM bank_params p
               JOIN audit_journal j
                 ON j.operator_user = p.changed_by
                AND j.created_at::date = p.changed_at::date
                AND j.created_at > p.changed_at
               WHERE COALESCE(p.changed_by, '') <> ''
                 AND p.changed_at::date BETWEEN :WS-RPT-FROM::date
                                            AND :WS-RPT-DATE::date
               GROUP BY p.changed_at, p.changed_by, p.param_name
               UNION ALL
               SELECT TO_CHAR(s.chg_at, 'YYYY-MM-DD HH24:MI'),
                      s.chg_by, s.signer_doc,
                      'procurador conta ' || s.account,
                      COUNT(j.seq), COALESCE(SUM(j.amount), 0)
               FROM (SELECT account, signer_doc,
                            registered_by AS chg_by,
                            registered_at AS chg_at
                     FROM account_signers
                     UNION ALL
                     SELECT account, signer_doc,
                            revoked_by, revoked_at
                     FROM account_signers
                     WHERE revoked_at IS NOT NULL) s
               JOIN audit_journal j
                 ON j.operator_user = s.chg_by
                AND (j.debit_account = s.account
                     OR j.credit_account = s.account)
                AND j.created_at::date = s.chg_at::date
                AND j.created_at > s.chg_at
               WHERE COALESCE(s.chg_by, '') <> ''
                 AND s.chg_at::date BETWEEN :WS-RPT-FROM::date
                                        AND :WS-RPT-DATE::date
               GROUP BY s.chg_at, s.chg_by, s.signer_doc, s.account
               ORDER BY 1
            END-EXEC

            EXEC SQL
               OPEN SD-CHG-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM REPORT-SQL-ERROR
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-CHG-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SD-CHG-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-FOOTER.

         FETCH-CHG-ROW.
            EXEC SQL
               FETCH SD-CHG-CUR
               INTO :WS-SD-WHEN, :WS-SD-USER-A, :WS-SD-USER-B,
                    :WS-SD-WHAT, :WS-SD-COUNT, :WS-SD-AMOUNT
            END-EXEC
            PERFORM CHECK-FETCH-ROW.

         REPORT-LIEN-SELF-RELEASE.
      *    [5] Ordem judicial registrada e liberada pelo mesmo
      *    operador no LIEN-MAINT.
            MOVE "[5] BLOQUEIO JUDICIAL LIBERADO POR QUEM REGISTROU"
               TO REPORT-LINE
            PERFORM WRITE-SECTION-HEADER

            EXEC SQL
               DECLARE SD-LIEN-CUR CURSOR FOR
               SELECT TO_CHAR(released_date, 'YYYY-MM-DD'),
                      released_by, registered_by,
                      'conta ' || account || ' proc ' || case_ref,
                      1, amount
               FROM liens
               WHERE status = 'RELEASED'
                 AND released_by = registered_by
                 AND COALESCE(released_by, '') <> ''
                 AND released_date BETWEEN :WS-RPT-FROM::date
                                       AND :WS-RPT-DATE::date
               ORDER BY released_date, id
            END-EXEC

            EXEC SQL
               OPEN SD-LIEN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM REPORT-SQL-ERROR
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-LIEN-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE SD-LIEN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-SECTION-FOOTER.

         FETCH-LIEN-ROW.
            EXEC SQL
               FETCH SD-LIEN-CUR
               INTO :WS-SD-WHEN, :WS-SD-USER-A, :WS-SD-USER-B,
                    :WS-SD-WHAT, :WS-SD-COUNT, :WS-SD-AMOUNT
            END-EXEC
            PERFORM CHECK-FETCH-ROW.

         CHECK-FETCH-ROW.
      *    Tratamento comum do FETCH dos cinco cursores.
            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               PERFORM REPORT-SQL-ERROR
            ELSE
               ADD 1 TO WS-CNT-SECTION
               ADD 1 TO WS-CNT-TOTAL
               MOVE WS-SD-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-SD-WHEN " " WS-SD-USER-A " "
                  WS-SD-USER-B " " WS-SD-WHAT " "
                  WS-SD-COUNT " " WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         REPORT-SQL-ERROR.
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP
            MOVE "   ** secao nao apurada - erro de banco" TO
               REPORT-LINE
            WRITE REPORT-LINE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Anonymization run (LGPD) - once the legal retention period is
      *  over, a closed customer's personal data must not stay with
      *  us. A candidate is a customer (not HELD, MERGED or already
      *  ANONYMIZED) whose accounts are all CLOSED, or who never had
      *  one, and whose last activity - the latest get_transfer()
      *  movement of those accounts, or the registration date - is
      *  older than LGPD_RETENTION_YEARS of bank_params (default 10
      *  years). A candidate under legal hold is kept and reported:
      *  an ACTIVE lien on an account, a dispute not yet resolved
      *  (OPEN/PROVCREDIT/REVERSEPEND), an OPEN estate case on the
      *  document, or a COAF case about the customer that is not
      *  ACKED or was flagged inside the retention period. A name
      *  shared with another live customer is kept as well, since
      *  the account and PIX-key holder is the name and the run
      *  cannot tell the two apart.
      *  The pseudonym follows MASK-EXTRACT: a stable name ("TITULAR
      *  ANONIMIZADO nnnnnnnnn", the customer id) and a synthetic CPF
      *  built from the id with the real mod-11 check digits,
      *  conferred by CHECKDIGIT and never one already registered.
      *  In one transaction per customer it replaces name and CPF in
      *  customers (address, phone, e-mail and occupation erased,
      *  status ANONYMIZED), in the account holder (repoint_account),
      *  in pix_keys (CPF/phone/e-mail keys renamed and revoked), in
      *  payees naming the holder, in account_signers and
      *  customer_ubos where the holder signs or owns, in
      *  customer_managers, and in the archived transcript lines
      *  (transcript_archive) of the sessions that served the
      *  accounts; OPEN ANONYMIZE requests of the CPF at LGPD-DESK
      *  are closed DONE. No before-image goes to the change trail -
      *  it would keep exactly what is being erased; the report names
      *  each customer done by id and pseudonym only. Report in
      *  LGPD_ANON_FILE (default /tmp/lgpd_anon_<date>.txt), ending
      *  with the ANONYMIZE requests still waiting, for the desk to
      *  answer.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LGPD-ANON.
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
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Retencao legal e a data de corte dela decorrente.
         01  WS-AN-RET-YEARS         PIC 9(3)  VALUE 10.
         01  WS-AN-CUTOFF            PIC X(10) VALUE SPACES.

      *    Cliente candidato corrente.
         01  WS-AN-ID                PIC 9(9)  VALUE 0.
         01  WS-AN-DOC               PIC X(14) VALUE SPACES.
         01  WS-AN-NAME              PIC X(60) VALUE SPACES.
         01  WS-AN-LAST              PIC X(10) VALUE SPACES.
         01  WS-AN-ACCOUNTS          PIC 9(5)  VALUE 0.

      *    Pseudonimo do cliente.
         01  WS-AN-PSEUDO            PIC X(60) VALUE SPACES.
         01  WS-AN-SYN-DOC           PIC X(14) VALUE SPACES.
         01  WS-AN-DOC-USED          PIC 9(5)  VALUE 0.

      *    Bloqueios legais e homonimos do candidato.
         01  WS-HOLD-LIENS           PIC 9(5)  VALUE 0.
         01  WS-HOLD-DISPUTES        PIC 9(5)  VALUE 0.
         01  WS-HOLD-ESTATE          PIC 9(5)  VALUE 0.
         01  WS-HOLD-COAF            PIC 9(5)  VALUE 0.
         01  WS-HOLD-HOMONYM         PIC 9(5)  VALUE 0.

         01  WS-AN-ROWS              PIC 9(7)  VALUE 0.

      *    Solicitacao de anonimizacao ainda pendente.
         01  WS-REQ-ID               PIC 9(9)  VALUE 0.
         01  WS-REQ-DOC              PIC X(14) VALUE SPACES.
         01  WS-REQ-DEADLINE         PIC X(10) VALUE SPACES.
         01  WS-REQ-CUST-STATUS      PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-CAND-EOF             PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".
         01  WS-AN-STEP-OK           PIC X(1)  VALUE "S".
         01  WS-HOLD-REASON          PIC X(30) VALUE SPACES.

         01  WS-CAND-COUNT           PIC 9(7)  VALUE 0.
         01  WS-DONE-COUNT           PIC 9(7)  VALUE 0.
         01  WS-HELD-COUNT           PIC 9(7)  VALUE 0.
         01  WS-FAILED-COUNT         PIC 9(7)  VALUE 0.
         01  WS-PENDING-COUNT        PIC 9(7)  VALUE 0.

      *    Prazo de retencao em anos (bank_params).
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    CPF sintetico - corpo deterministico a partir do numero do
      *    cliente e os dois DVs calculados pelo modulo 11 real, como
      *    no MASK-EXTRACT (faixa propria, 900000000 em diante).
         01  WS-CPF-BODY            PIC 9(9) VALUE 0.
         01  WS-CPF-VALUE.
             05  WS-CPF-DIGIT       PIC 9(1) OCCURS 11.
         01  WS-CPF-SUM             PIC 9(6) COMP VALUE 0.
         01  WS-CPF-IX              PIC 9(2) COMP VALUE 0.
         01  WS-CPF-QUOT            PIC 9(6) COMP VALUE 0.
         01  WS-CPF-REM             PIC 9(2) COMP VALUE 0.

      *    Autoconferencia: o CPF gerado passa pelo mesmo CHECKDIGIT
      *    que valida a digitacao de balcao.
         01  WS-CD-TYPE             PIC X(4)  VALUE SPACES.
         01  WS-CD-VALUE            PIC X(14) VALUE SPACES.
         01  WS-CD-RESULT           PIC X(1)  VALUE SPACE.

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-ID                PIC Z(8)9.
         01  WS-ED-COUNT             PIC Z(6)9.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LGPDANON".
             05  WS-LOG-ACTION         PIC X(20) VALUE "LGPD-ANON".
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
               PERFORM LOAD-RETENTION-POLICY
            END-IF
            IF WS-DB-STARTED = "S" AND WS-RUN-HALTED = "N"
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM ANONYMIZE-CANDIDATES
                  PERFORM REPORT-PENDING-REQUESTS
                  PERFORM WRITE-REPORT-TOTALS
                  CLOSE REPORT-FILE
               END-IF
            END-IF
            IF WS-DB-STARTED = "S"
               PERFORM LOG-RUN-SUMMARY
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
      *    Data do movimento oficial (DATESRV) - base da data de corte
      *    e nome do relatorio.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "LGPD_ANON_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/lgpd_anon_" WS-BUS-DATE ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         LOAD-RETENTION-POLICY.
      *    Retencao de 10 anos, a menos que LGPD_RETENTION_YEARS diga
      *    outra; corte = data do movimento menos a retencao.
            MOVE "LGPD_RETENTION_YEARS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-AN-RET-YEARS
            END-IF

            EXEC SQL
               SELECT TO_CHAR(:WS-BUS-DATE::date
                              - :WS-AN-RET-YEARS * INTERVAL '1 year',
                              'YYYY-MM-DD')
               INTO :WS-AN-CUTOFF
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               DISPLAY "#Retencao " WS-AN-RET-YEARS
                  " ano(s) - sem atividade desde antes de "
                  WS-AN-CUTOFF
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "ANONIMIZACAO LGPD - " WS-BUS-DATE
               " - RETENCAO " WS-AN-RET-YEARS " ANO(S), CORTE "
               WS-AN-CUTOFF
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         ANONYMIZE-CANDIDATES.
      *    Encerrado = nenhuma conta fora de CLOSED. A ultima atividade
      *    e o maior tr_data das contas ou, sem movimento, o cadastro.
            EXEC SQL
               DECLARE ANON-CAND-CUR CURSOR FOR
               SELECT c.id, c.doc, c.name,
                      GREATEST(COALESCE(a.last_move, '0000-00-00'),
                               COALESCE(TO_CHAR(c.registered_date,
                                                'YYYY-MM-DD'),
                                        '0000-00-00')),
                      COALESCE(a.n_accounts, 0)
               FROM customers c
               LEFT JOIN LATERAL
                    (SELECT COUNT(DISTINCT h.account_number)
                               AS n_accounts,
                            COUNT(DISTINCT h.account_number)
                               FILTER (WHERE account_status(
                                       h.account_number) <> 'CLOSED')
                               AS n_open,
                            MAX(t.tr_data) AS last_move
                     FROM get_holder_accounts(c.doc) h
                     LEFT JOIN LATERAL
                          get_transfer(h.account_number, '', '') t
                          ON TRUE) a ON TRUE
               WHERE c.status NOT IN ('HELD', 'MERGED', 'ANONYMIZED')
                 AND COALESCE(a.n_open, 0) = 0
                 AND GREATEST(COALESCE(a.last_move, '0000-00-00'),
                              COALESCE(TO_CHAR(c.registered_date,
                                               'YYYY-MM-DD'),
                                       '0000-00-00'))
                     < :WS-AN-CUTOFF
               ORDER BY c.id
            END-EXEC

            EXEC SQL
               OPEN ANON-CAND-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-CAND-EOF
               PERFORM PROCESS-ONE-CANDIDATE UNTIL WS-CAND-EOF = "Y"
               EXEC SQL
                  CLOSE ANON-CAND-CUR
               END-EXEC
            END-IF.

         PROCESS-ONE-CANDIDATE.
            EXEC SQL
               FETCH ANON-CAND-CUR
               INTO :WS-AN-ID, :WS-AN-DOC, :WS-AN-NAME, :WS-AN-LAST,
                    :WS-AN-ACCOUNTS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CAND-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CAND-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-AN-ID TO WS-ED-ID
               PERFORM CHECK-LEGAL-HOLDS
               IF WS-HOLD-REASON = SPACES
                  PERFORM BUILD-PSEUDONYM
               END-IF
               IF WS-HOLD-REASON NOT = SPACES
                  ADD 1 TO WS-HELD-COUNT
                  MOVE SPACES TO REPORT-LINE
                  STRING "RETIDO      " WS-ED-ID " " WS-AN-DOC " "
                     WS-HOLD-REASON " ULT.ATIVIDADE " WS-AN-LAST
                     DELIMITED BY SIZE INTO REPORT-LINE
                  END-STRING
                  WRITE REPORT-LINE
               ELSE
                  PERFORM ANONYMIZE-ONE-CUSTOMER
               END-IF
            END-IF
            END-IF.

         CHECK-LEGAL-HOLDS.
      *    Um motivo basta para reter - vai o primeiro, na ordem:
      *    constricao judicial, contestacao, inventario, COAF e, por
      *    ultimo, homonimo.
            MOVE SPACES TO WS-HOLD-REASON
            EXEC SQL
               SELECT
                 (SELECT COUNT(*) FROM liens l
                  WHERE l.status = 'ACTIVE'
                    AND l.account IN
                        (SELECT h.account_number
                         FROM get_holder_accounts(:WS-AN-DOC) h)),
                 (SELECT COUNT(*) FROM dispute_cases d
                  WHERE d.status IN ('OPEN', 'PROVCREDIT',
                                     'REVERSEPEND')
                    AND d.account IN
                        (SELECT h.account_number
                         FROM get_holder_accounts(:WS-AN-DOC) h)),
                 (SELECT COUNT(*) FROM estate_cases e
                  WHERE e.holder_doc = :WS-AN-DOC
                    AND e.status = 'OPEN'),
                 (SELECT COUNT(*) FROM coaf_cases k
                  WHERE (k.status <> 'ACKED'
                         OR k.flagged_at >= :WS-AN-CUTOFF::date)
                    AND (k.hit_id IN
                         (SELECT s.id FROM screening_hits s
                          WHERE s.subject_doc = TRIM(:WS-AN-DOC)
                             OR s.account IN
                                (SELECT h.account_number
                                 FROM get_holder_accounts(:WS-AN-DOC)
                                      h))
                         OR k.hit_id =
                            (SELECT c.screening_hit_id FROM customers c
                             WHERE c.id = :WS-AN-ID)
                         OR POSITION(TRIM(:WS-AN-DOC)
                                     IN COALESCE(k.detail, '')) > 0)),
                 (SELECT COUNT(*) FROM customers o
                  WHERE o.name = :WS-AN-NAME
                    AND o.id <> :WS-AN-ID
                    AND o.status NOT IN ('MERGED', 'ANONYMIZED'))
               INTO :WS-HOLD-LIENS, :WS-HOLD-DISPUTES,
                    :WS-HOLD-ESTATE, :WS-HOLD-COAF, :WS-HOLD-HOMONYM
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
               MOVE "FALHA NA CONSULTA" TO WS-HOLD-REASON
            ELSE IF WS-HOLD-LIENS > 0
               MOVE "BLOQUEIO JUDICIAL ATIVO" TO WS-HOLD-REASON
            ELSE IF WS-HOLD-DISPUTES > 0
               MOVE "CONTESTACAO EM ABERTO" TO WS-HOLD-REASON
            ELSE IF WS-HOLD-ESTATE > 0
               MOVE "INVENTARIO EM ABERTO" TO WS-HOLD-REASON
            ELSE IF WS-HOLD-COAF > 0
               MOVE "CASO COAF" TO WS-HOLD-REASON
            ELSE IF WS-HOLD-HOMONYM > 0
               MOVE "HOMONIMO DE CLIENTE ATIVO" TO WS-HOLD-REASON
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         BUILD-PSEUDONYM.
      *    Nome pelo numero do cliente e CPF sintetico que nao pode
      *    coincidir com documento ja cadastrado.
            MOVE SPACES TO WS-AN-PSEUDO
            STRING "TITULAR ANONIMIZADO " WS-AN-ID
               DELIMITED BY SIZE INTO WS-AN-PSEUDO
            END-STRING
            PERFORM BUILD-SYNTHETIC-CPF
            MOVE SPACES TO WS-AN-SYN-DOC
            MOVE WS-CPF-VALUE TO WS-AN-SYN-DOC(1:11)

            IF WS-CD-RESULT NOT = "S"
               MOVE "CPF SINTETICO INVALIDO" TO WS-HOLD-REASON
            ELSE
               MOVE 0 TO WS-AN-DOC-USED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-AN-DOC-USED
                  FROM customers
                  WHERE doc = :WS-AN-SYN-DOC
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
                  MOVE "FALHA NA CONSULTA" TO WS-HOLD-REASON
               ELSE IF WS-AN-DOC-USED > 0
                  MOVE "CPF SINTETICO EM USO" TO WS-HOLD-REASON
               END-IF
               END-IF
            END-IF.

         BUILD-SYNTHETIC-CPF.
      *    Corpo deterministico a partir do cliente e os dois DVs pelo
      *    modulo 11 de verdade - o mesmo cliente sempre ganha o mesmo
      *    CPF, e ele passa em qualquer validacao de digitacao.
            COMPUTE WS-CPF-BODY = 900000000 + WS-AN-ID
            MOVE WS-CPF-BODY TO WS-CPF-VALUE(1:9)
            MOVE 0 TO WS-CPF-DIGIT(10)
            MOVE 0 TO WS-CPF-DIGIT(11)

      *    Primeiro DV: pesos 10..2 sobre os digitos 1-9.
            MOVE 0 TO WS-CPF-SUM
            MOVE 1 TO WS-CPF-IX
            PERFORM SUM-SYN-CPF-D1 UNTIL WS-CPF-IX > 9
            COMPUTE WS-CPF-SUM = WS-CPF-SUM * 10
            DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-QUOT
               REMAINDER WS-CPF-REM
            IF WS-CPF-REM = 10
               MOVE 0 TO WS-CPF-REM
            END-IF
            MOVE WS-CPF-REM TO WS-CPF-DIGIT(10)

      *    Segundo DV: pesos 11..2 sobre os digitos 1-10.
            MOVE 0 TO WS-CPF-SUM
            MOVE 1 TO WS-CPF-IX
            PERFORM SUM-SYN-CPF-D2 UNTIL WS-CPF-IX > 10
            COMPUTE WS-CPF-SUM = WS-CPF-SUM * 10
            DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-QUOT
               REMAINDER WS-CPF-REM
            IF WS-CPF-REM = 10
               MOVE 0 TO WS-CPF-REM
            END-IF
            MOVE WS-CPF-REM TO WS-CPF-DIGIT(11)

      *    Autoconferencia pelo CHECKDIGIT do balcao.
            MOVE "CPF " TO WS-CD-TYPE
            MOVE SPACES TO WS-CD-VALUE
            MOVE WS-CPF-VALUE TO WS-CD-VALUE(1:11)
            CALL "CHECKDIGIT" USING WS-CD-TYPE, WS-CD-VALUE,
               WS-CD-RESULT.

         SUM-SYN-CPF-D1.
            COMPUTE WS-CPF-SUM = WS-CPF-SUM +
               WS-CPF-DIGIT(WS-CPF-IX) * (11 - WS-CPF-IX)
            ADD 1 TO WS-CPF-IX.

         SUM-SYN-CPF-D2.
            COMPUTE WS-CPF-SUM = WS-CPF-SUM +
               WS-CPF-DIGIT(WS-CPF-IX) * (12 - WS-CPF-IX)
            ADD 1 TO WS-CPF-IX.

         ANONYMIZE-ONE-CUSTOMER.
      *    Tudo ou nada por cliente. As tabelas que acham as contas
      *    pelo documento/nome antigos vem antes do repoint_account e
      *    do cadastro, que trocam a chave de busca.
            MOVE "S" TO WS-AN-STEP-OK
            PERFORM ANON-TRANSCRIPTS
            IF WS-AN-STEP-OK = "S"
               PERFORM ANON-PAYEES
            END-IF
            IF WS-AN-STEP-OK = "S"
               PERFORM ANON-PIX-KEYS
            END-IF
            IF WS-AN-STEP-OK = "S"
               PERFORM ANON-SIGNERS
            END-IF
            IF WS-AN-STEP-OK = "S"
               PERFORM ANON-ACCOUNTS
            END-IF
            IF WS-AN-STEP-OK = "S"
               PERFORM ANON-CUSTOMER-ROW
            END-IF
            IF WS-AN-STEP-OK = "S"
               PERFORM CLOSE-ANON-REQUESTS
            END-IF

            IF WS-AN-STEP-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "FALHA       " WS-ED-ID " " WS-AN-DOC
                  " - nada gravado, refazer"
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-DONE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ANONIMIZADO " WS-ED-ID " " WS-AN-SYN-DOC " "
                  WS-AN-PSEUDO(1:40)
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF.

         NOTE-STEP-RESULT.
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE "N" TO WS-AN-STEP-OK
               PERFORM NOTE-SQL-FAILURE
            END-IF.

         ANON-TRANSCRIPTS.
      *    Linhas arquivadas das sessoes que atenderam as contas, onde
      *    aparecem o CPF ou o nome.
            EXEC SQL
               UPDATE transcript_archive t
               SET line_text =
                   REPLACE(REPLACE(t.line_text, TRIM(:WS-AN-DOC),
                                   TRIM(:WS-AN-SYN-DOC)),
                           TRIM(:WS-AN-NAME), TRIM(:WS-AN-PSEUDO))
               WHERE t.session_id IN
                     (SELECT r.session_id FROM receipt_archive r
                      WHERE r.account IN
                            (SELECT h.account_number
                             FROM get_holder_accounts(:WS-AN-DOC) h))
                 AND (POSITION(TRIM(:WS-AN-DOC) IN t.line_text) > 0
                      OR POSITION(TRIM(:WS-AN-NAME) IN t.line_text)
                         > 0)
            END-EXEC
            PERFORM NOTE-STEP-RESULT.

         ANON-PAYEES.
      *    Agendas de terceiros que guardam o titular como favorecido.
            EXEC SQL
               UPDATE payees p
               SET holder_name = :WS-AN-PSEUDO,
                   dest_pix_key = CASE
                      WHEN p.dest_pix_key = TRIM(:WS-AN-DOC)
                        OR p.dest_pix_key IN
                           (SELECT k.pix_key FROM pix_keys k
                            WHERE k.holder = :WS-AN-NAME
                              AND k.key_type <> 'RANDOM')
                      THEN '' ELSE p.dest_pix_key END
               WHERE p.dest_account IN
                     (SELECT h.account_number
                      FROM get_holder_accounts(:WS-AN-DOC) h)
                  OR p.dest_pix_key = TRIM(:WS-AN-DOC)
                  OR p.dest_pix_key IN
                     (SELECT k.pix_key FROM pix_keys k
                      WHERE k.holder = :WS-AN-NAME)
            END-EXEC
            PERFORM NOTE-STEP-RESULT.

         ANON-PIX-KEYS.
      *    Chave CPF, telefone e e-mail sao o proprio dado pessoal -
      *    viram ANON-<cliente>-<n> e ficam revogadas; chave aleatoria
      *    so troca o titular.
            EXEC SQL
               UPDATE pix_keys k
               SET holder = :WS-AN-PSEUDO,
                   pix_key = CASE WHEN k.key_type = 'RANDOM'
                                  THEN k.pix_key
                                  ELSE 'ANON-' || :WS-AN-ID || '-'
                                       || r.n END,
                   status = CASE WHEN k.status = 'ACTIVE'
                                 THEN 'REVOKED' ELSE k.status END,
                   revoked_at = COALESCE(k.revoked_at, now())
               FROM (SELECT pix_key,
                            ROW_NUMBER() OVER (ORDER BY registered_at,
                                                        pix_key) AS n
                     FROM pix_keys
                     WHERE holder = :WS-AN-NAME
                        OR (key_type = 'CPF'
                            AND pix_key = TRIM(:WS-AN-DOC))) r
               WHERE k.pix_key = r.pix_key
            END-EXEC
            PERFORM NOTE-STEP-RESULT.

         ANON-SIGNERS.
      *    Onde o titular assina por outra conta, e socio/beneficiario
      *    de pessoa juridica ou consta na carteira de um gerente.
            EXEC SQL
               UPDATE account_signers
               SET signer_doc = :WS-AN-SYN-DOC,
                   signer_name = :WS-AN-PSEUDO
               WHERE signer_doc = :WS-AN-DOC
            END-EXEC
            PERFORM NOTE-STEP-RESULT
            IF WS-AN-STEP-OK = "S"
               EXEC SQL
                  UPDATE customer_ubos
                  SET ubo_doc = :WS-AN-SYN-DOC,
                      ubo_name = :WS-AN-PSEUDO
                  WHERE ubo_doc = :WS-AN-DOC
               END-EXEC
               PERFORM NOTE-STEP-RESULT
            END-IF
            IF WS-AN-STEP-OK = "S"
               EXEC SQL
                  UPDATE customer_managers
                  SET customer_doc = :WS-AN-SYN-DOC
                  WHERE customer_doc = :WS-AN-DOC
               END-EXEC
               PERFORM NOTE-STEP-RESULT
            END-IF.

         ANON-ACCOUNTS.
      *    Titular das contas pela funcao do banco, como a fusao de
      *    cadastro faz (CUST-MERGE).
            MOVE 0 TO WS-AN-ROWS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-AN-ROWS
               FROM (SELECT repoint_account(h.account_number,
                                            :WS-AN-PSEUDO)
                     FROM get_holder_accounts(:WS-AN-DOC) h) x
            END-EXEC
            PERFORM NOTE-STEP-RESULT
            IF WS-AN-STEP-OK = "S" AND WS-AN-ROWS NOT = WS-AN-ACCOUNTS
               MOVE "N" TO WS-AN-STEP-OK
               DISPLAY "#Cliente " WS-ED-ID ": " WS-AN-ROWS
                  " de " WS-AN-ACCOUNTS " conta(s) repontada(s)"
            END-IF.

         ANON-CUSTOMER-ROW.
            EXEC SQL
               UPDATE customers
               SET name = :WS-AN-PSEUDO, doc = :WS-AN-SYN-DOC,
                   address = NULL, phone = NULL, email = NULL,
                   occupation = NULL, monthly_income = 0,
                   status = 'ANONYMIZED'
               WHERE id = :WS-AN-ID
                 AND status NOT IN ('HELD', 'MERGED', 'ANONYMIZED')
            END-EXEC
            PERFORM NOTE-STEP-RESULT
            IF WS-AN-STEP-OK = "S" AND SQLERRD(3) NOT = 1
               MOVE "N" TO WS-AN-STEP-OK
               DISPLAY "#Cliente " WS-ED-ID
                  " mudou de situacao durante a rodada"
            END-IF.

         CLOSE-ANON-REQUESTS.
      *    A solicitacao guarda o CPF original - e a prova de que o
      *    pedido foi atendido.
            EXEC SQL
               UPDATE lgpd_requests
               SET status = 'DONE', closed_by = 'LGPD-ANON',
                   closed_at = now(),
                   close_reason = 'ANONIMIZADO EM ' || :WS-BUS-DATE
               WHERE doc = :WS-AN-DOC
                 AND kind = 'ANONYMIZE'
                 AND status IN ('OPEN', 'REPORTED')
            END-EXEC
            PERFORM NOTE-STEP-RESULT.

         REPORT-PENDING-REQUESTS.
      *    Pedidos de anonimizacao que a rodada nao atendeu - conta
      *    aberta, retencao em curso ou bloqueio; a mesa responde com
      *    o fundamento (REJECT) ou espera a proxima rodada.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "SOLICITACOES DE ANONIMIZACAO PENDENTES" TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               DECLARE ANON-REQ-CUR CURSOR FOR
               SELECT r.id, r.doc, TO_CHAR(r.deadline, 'YYYY-MM-DD'),
                      COALESCE((SELECT MIN(c.status) FROM customers c
                                WHERE c.doc = r.doc), 'SEM CADASTRO')
               FROM lgpd_requests r
               WHERE r.kind = 'ANONYMIZE'
                 AND r.status IN ('OPEN', 'REPORTED')
               ORDER BY r.deadline, r.id
            END-EXEC

            EXEC SQL
               OPEN ANON-REQ-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-PENDING-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE ANON-REQ-CUR
               END-EXEC
            END-IF
            IF WS-PENDING-COUNT = 0
               MOVE "    (nenhuma)" TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.

         FETCH-PENDING-ROW.
            EXEC SQL
               FETCH ANON-REQ-CUR
               INTO :WS-REQ-ID, :WS-REQ-DOC, :WS-REQ-DEADLINE,
                    :WS-REQ-CUST-STATUS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-SQL-FAILURE
            ELSE
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-REQ-ID TO WS-ED-ID
               MOVE SPACES TO REPORT-LINE
               STRING "    " WS-ED-ID " " WS-REQ-DOC " PRAZO "
                  WS-REQ-DEADLINE " CLIENTE " WS-REQ-CUST-STATUS
                  DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
            END-IF
            END-IF.

         WRITE-REPORT-TOTALS.
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE WS-CAND-COUNT TO WS-ED-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "CANDIDATOS  " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-DONE-COUNT TO WS-ED-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "ANONIMIZADOS" WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-HELD-COUNT TO WS-ED-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "RETIDOS     " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE WS-FAILED-COUNT TO WS-ED-COUNT
            MOVE SPACES TO REPORT-LINE
            STRING "FALHAS      " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         NOTE-SQL-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-RUN-SUMMARY.
            DISPLAY "#Anonimizacao: " WS-CAND-COUNT " candidato(s), "
               WS-DONE-COUNT " anonimizado(s), " WS-HELD-COUNT
               " retido(s), " WS-FAILED-COUNT " falha(s)"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-DONE-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "corte " WS-AN-CUTOFF " anonimizados "
               WS-DONE-COUNT " retidos " WS-HELD-COUNT " falhas "
               WS-FAILED-COUNT
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

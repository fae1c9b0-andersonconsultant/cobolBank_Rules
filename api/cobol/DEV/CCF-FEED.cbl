      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Bad-cheque registry (CCF - Cadastro de Emitentes de Cheques
      *  sem Fundos) feed. CHQ-CLEAR opens a PENDING record in
      *  ccf_records when a cheque drawn on us is returned for lack of
      *  funds the second time (motive 12); CHQBOOK-MAINT moves a
      *  record to REMOVAL when the customer proves the cheque was
      *  paid (a PENDING one never sent is simply CANCELLED there).
      *  Each run ships both to the registry in one file:
      *  - REMOVAL records become exclusion records (REMOVED, with
      *    the removal date and file sequence);
      *  - PENDING records become inclusion records (LISTED, with the
      *    listing date and file sequence).
      *  Each record commits with its file sequence, so a complaint is
      *  answered with the exact day of the inclusion or exclusion. The
      *  file is registered (FILEREG) as PRODUCED; sending is marked at
      *  IFACE-MAINT. Nothing in ccf_records is ever deleted.
      *
      *  ccf_records: id, account, holder_doc, cheque_number, amount,
      *  motive, return_id (cheque_returns), status (PENDING/LISTED/
      *  REMOVAL/REMOVED/CANCELLED), created_on, listed_date,
      *  include_seq, removal_requested_on, removal_proof, removed_by,
      *  removed_date, remove_seq.
      *
      *  File layout:
      *    header  : '0' + business date X(10)
      *    detail  : '1' + seq 9(6) + operation X(1)
      *              (I=inclusao E=exclusao) + holder document X(14)
      *              + holder name X(40) + account 9(10)
      *              + cheque number 9(6) + amount 9(10)V99
      *              + motive X(2) + return date X(10)
      *    trailer : '9' + record count 9(6) + amount total 9(13)V99
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CCF-FEED.
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
            SELECT CCF-OUT-FILE ASSIGN TO WS-CCF-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCF-OUT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  CCF-OUT-FILE.
         01  CCF-OUT-LINE            PIC X(120).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Registro do CCF indo para o arquivo.
         01  WS-CF-ID                PIC 9(9)  VALUE 0.
         01  WS-CF-OPER              PIC X(1)  VALUE SPACE.
         01  WS-CF-DOC               PIC X(14) VALUE SPACES.
         01  WS-CF-NAME              PIC X(40) VALUE SPACES.
         01  WS-CF-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-CF-CHEQUE            PIC 9(6)  VALUE 0.
         01  WS-CF-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-CF-MOTIVE            PIC X(2)  VALUE SPACES.
         01  WS-CF-RETURNED          PIC X(10) VALUE SPACES.
         01  WS-CF-SEQ               PIC 9(6)  VALUE 0.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-CF-EOF               PIC X(1)  VALUE "N".

         01  WS-INCLUDE-COUNT        PIC 9(7)  VALUE 0.
         01  WS-REMOVE-COUNT         PIC 9(7)  VALUE 0.
         01  WS-FILE-TOTAL           PIC 9(13)V99 VALUE 0.

         01  WS-CCF-OUT-PATH         PIC X(100) VALUE SPACES.
         01  WS-CCF-OUT-STATUS       PIC X(2)  VALUE SPACES.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Registros no layout fixo.
         01  WS-CCF-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  CD-SEQ              PIC 9(6).
             05  CD-OPER             PIC X(1).
             05  CD-DOC              PIC X(14).
             05  CD-NAME             PIC X(40).
             05  CD-ACCOUNT          PIC 9(10).
             05  CD-CHEQUE           PIC 9(6).
             05  CD-AMOUNT           PIC 9(10)V99.
             05  CD-MOTIVE           PIC X(2).
             05  CD-RETURNED         PIC X(10).
             05  FILLER              PIC X(18) VALUE SPACES.
         01  WS-CCF-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  CT-COUNT            PIC 9(6).
             05  CT-TOTAL            PIC 9(13)V99.
             05  FILLER              PIC X(98) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CCF-FEED".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CCF".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CCFFEED".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CCF-FEED".
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
               PERFORM WRITE-CCF-FILE
               PERFORM LOG-FEED-SUMMARY
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-RUN-HALTED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-CCF-OUT-PATH FROM ENVIRONMENT "CCF_OUT_FILE"
            IF WS-CCF-OUT-PATH = SPACES
               MOVE "/tmp/ccf_feed.dat" TO WS-CCF-OUT-PATH
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
      *    Data do movimento oficial (DATESRV) - data do header e das
      *    inclusoes e exclusoes gravadas no registro.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         WRITE-CCF-FILE.
            OPEN OUTPUT CCF-OUT-FILE
            IF WS-CCF-OUT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo do CCF - status "
                  WS-CCF-OUT-STATUS
               MOVE "S" TO WS-RUN-HALTED
            ELSE
               MOVE SPACES TO CCF-OUT-LINE
               STRING "0" WS-BUS-DATE DELIMITED BY SIZE
                  INTO CCF-OUT-LINE
               END-STRING
               WRITE CCF-OUT-LINE

      *    Exclusoes primeiro (o cliente ja provou o pagamento), depois
      *    as inclusoes da segunda devolucao.
               EXEC SQL
                  DECLARE CCF-FILE-CUR CURSOR FOR
                  SELECT c.id,
                         CASE WHEN c.status = 'REMOVAL'
                              THEN 'E' ELSE 'I' END,
                         COALESCE(c.holder_doc, ' '),
                         COALESCE(SUBSTR(get_usr(c.account), 1, 40),
                                  ' '),
                         c.account, c.cheque_number, c.amount,
                         c.motive,
                         COALESCE(TO_CHAR(r.presented_on,
                                          'YYYY-MM-DD'), ' ')
                  FROM ccf_records c
                  LEFT JOIN cheque_returns r ON r.id = c.return_id
                  WHERE c.status IN ('REMOVAL', 'PENDING')
                  ORDER BY 2, c.id
               END-EXEC

               EXEC SQL
                  OPEN CCF-FILE-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-CF-EOF
                  PERFORM SHIP-ONE-RECORD UNTIL WS-CF-EOF = "Y"
                  EXEC SQL
                     CLOSE CCF-FILE-CUR
                  END-EXEC
               END-IF

               MOVE WS-CF-SEQ TO CT-COUNT
               MOVE WS-FILE-TOTAL TO CT-TOTAL
               WRITE CCF-OUT-LINE FROM WS-CCF-TRAILER
               CLOSE CCF-OUT-FILE
               IF WS-RUN-HALTED = "N"
                  MOVE WS-CCF-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-BUS-DATE TO WS-FREG-HEADER-SEQ
                  MOVE WS-CF-SEQ TO WS-FREG-RECORDS
                  MOVE WS-FILE-TOTAL TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE
               END-IF

               DISPLAY "#Inclusoes: " WS-INCLUDE-COUNT
                  " exclusoes: " WS-REMOVE-COUNT
            END-IF.

         SHIP-ONE-RECORD.
            EXEC SQL
               FETCH CCF-FILE-CUR
               INTO :WS-CF-ID, :WS-CF-OPER, :WS-CF-DOC, :WS-CF-NAME,
                    :WS-CF-ACCOUNT, :WS-CF-CHEQUE, :WS-CF-AMOUNT,
                    :WS-CF-MOTIVE, :WS-CF-RETURNED
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CF-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CF-EOF
               MOVE "S" TO WS-RUN-HALTED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-CF-SEQ
               MOVE WS-CF-SEQ            TO CD-SEQ
               MOVE WS-CF-OPER           TO CD-OPER
               MOVE WS-CF-DOC            TO CD-DOC
               MOVE WS-CF-NAME           TO CD-NAME
               MOVE WS-CF-ACCOUNT        TO CD-ACCOUNT
               MOVE WS-CF-CHEQUE         TO CD-CHEQUE
               MOVE WS-CF-AMOUNT         TO CD-AMOUNT
               MOVE WS-CF-MOTIVE         TO CD-MOTIVE
               MOVE WS-CF-RETURNED       TO CD-RETURNED
               WRITE CCF-OUT-LINE FROM WS-CCF-DETAIL
               ADD WS-CF-AMOUNT TO WS-FILE-TOTAL

               IF WS-CF-OPER = "E"
                  EXEC SQL
                     UPDATE ccf_records
                     SET status = 'REMOVED',
                         removed_date = :WS-BUS-DATE::date,
                         remove_seq = :WS-CF-SEQ
                     WHERE id = :WS-CF-ID
                  END-EXEC
               ELSE
                  EXEC SQL
                     UPDATE ccf_records
                     SET status = 'LISTED',
                         listed_date = :WS-BUS-DATE::date,
                         include_seq = :WS-CF-SEQ
                     WHERE id = :WS-CF-ID
                  END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  MOVE "Y" TO WS-CF-EOF
                  MOVE "S" TO WS-RUN-HALTED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  IF WS-CF-OPER = "E"
                     ADD 1 TO WS-REMOVE-COUNT
                  ELSE
                     ADD 1 TO WS-INCLUDE-COUNT
                  END-IF
               END-IF
            END-IF
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
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

         LOG-FEED-SUMMARY.
            MOVE "OK" TO WS-LOG-STATUS
            IF WS-RUN-HALTED = "S"
               MOVE "FAILED" TO WS-LOG-STATUS
            END-IF
            COMPUTE WS-LOG-VALUE = WS-INCLUDE-COUNT + WS-REMOVE-COUNT
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "ccf " WS-BUS-DATE ": " WS-INCLUDE-COUNT
               " inclusao(oes), " WS-REMOVE-COUNT " exclusao(oes)"
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

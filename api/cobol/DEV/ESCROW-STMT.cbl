      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly escrow statement (extrato de conta vinculada) - both
      *  parties of an escrow contract opened at ESCROW-MAINT get the
      *  same statement of its movements: one file for the depositor
      *  and one for the beneficiary under STATEMENT_DIR (STMT-RUN
      *  naming discipline, vinculada_<contract>_<AAAAMM>_<account>
      *  .txt). The month comes from ESCROW_STMT_MONTH (AAAA-MM),
      *  default the month before the business date. A contract gets
      *  a statement when it was still OPEN at the end of the month
      *  or had movements in it, so the month a contract was released
      *  to the end or expired is always sent. Each statement carries
      *  the contract reference, parties, conditions and expiry, the
      *  opening balance, every DEPOSIT/RELEASE/RETURN in the month
      *  from escrow_movements, and the closing balance.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 ESCROW-STMT.
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
      *    Um arquivo por contrato e parte - o nome e montado em
      *    WS-ESC-PATH antes de cada OPEN, como STMT-RUN ja faz.
            SELECT ESC-STMT-FILE ASSIGN TO WS-ESC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-FILE-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  ESC-STMT-FILE.
         01  ESC-STMT-LINE           PIC X(250).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-STMT-MONTH           PIC X(7)  VALUE SPACES.
         01  WS-MONTH-START          PIC X(10) VALUE SPACES.
         01  WS-MONTH-END            PIC X(10) VALUE SPACES.

      *    Contrato corrente.
         01  WS-ESC-ID               PIC 9(9)  VALUE 0.
         01  WS-ESC-REF              PIC X(30) VALUE SPACES.
         01  WS-ESC-DEPOSITOR        PIC 9(10) VALUE 0.
         01  WS-ESC-BENEF            PIC 9(10) VALUE 0.
         01  WS-ESC-CONDITIONS       PIC X(200) VALUE SPACES.
         01  WS-ESC-EXPIRY           PIC X(10) VALUE SPACES.
         01  WS-ESC-STATUS           PIC X(10) VALUE SPACES.
         01  WS-ESC-OPENING          PIC 9(10)V99 VALUE 0.
         01  WS-ESC-CLOSING          PIC 9(10)V99 VALUE 0.

      *    Movimento do mes.
         01  WS-MOV-DATE             PIC X(10) VALUE SPACES.
         01  WS-MOV-TYPE             PIC X(10) VALUE SPACES.
         01  WS-MOV-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-MOV-BAL-AFTER        PIC 9(10)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-ESC-EOF             PIC X(1)  VALUE "N".
         01  WS-MOV-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-MONTH-ENV           PIC X(7)  VALUE SPACES.
         01  WS-STMT-COUNT          PIC 9(9)  VALUE 0.
         01  WS-ERROR-COUNT         PIC 9(6)  VALUE 0.

      *    Parte destinataria do arquivo corrente.
         01  WS-PARTY-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-PARTY-ROLE          PIC X(12) VALUE SPACES.
         01  WS-MOV-LABEL           PIC X(22) VALUE SPACES.

         01  WS-ESC-DIR             PIC X(80) VALUE SPACES.
         01  WS-ESC-PATH            PIC X(100) VALUE SPACES.
         01  WS-ESC-FILE-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-ESC-ID-DISPLAY      PIC 9(9)  VALUE 0.
         01  WS-MONTH-DIGITS        PIC X(6)  VALUE SPACES.

         01  WS-FMT-AMOUNT-IN       PIC S9(13)V99 VALUE 0.
         01  WS-FMT-AMOUNT-EDIT     PIC -(12)9,99.
         01  WS-FMT-AMOUNT-OUT      PIC X(17) VALUE SPACES.
         01  WS-FMT-MOVE-OUT        PIC X(17) VALUE SPACES.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "ESCSTMT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "ESCROW-STMT".
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
               PERFORM RESOLVE-STMT-MONTH
               PERFORM RUN-ALL-CONTRACTS
               PERFORM REPORT-RUN
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "ESCROW_STMT_MONTH"
            IF WS-MONTH-ENV(1:4) IS NUMERIC
               AND WS-MONTH-ENV(5:1) = "-"
               AND WS-MONTH-ENV(6:2) IS NUMERIC
               MOVE WS-MONTH-ENV TO WS-STMT-MONTH
            END-IF

            MOVE "/tmp" TO WS-ESC-DIR
            ACCEPT WS-ESC-DIR FROM ENVIRONMENT "STATEMENT_DIR"
            IF WS-ESC-DIR = SPACES
               MOVE "/tmp" TO WS-ESC-DIR
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
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - o mes padrao do
      *    extrato e o anterior a ela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         RESOLVE-STMT-MONTH.
            IF WS-STMT-MONTH = SPACES
               EXEC SQL
                  SELECT TO_CHAR(date_trunc('month',
                         CAST(:WS-DS-OUT AS date))
                         - INTERVAL '1 month', 'YYYY-MM')
                  INTO :WS-STMT-MONTH
               END-EXEC
            END-IF
            MOVE SPACES TO WS-MONTH-START
            STRING WS-STMT-MONTH "-01" DELIMITED BY SIZE
               INTO WS-MONTH-START
            END-STRING
            EXEC SQL
               SELECT TO_CHAR(CAST(:WS-MONTH-START AS date)
                      + INTERVAL '1 month' - INTERVAL '1 day',
                      'YYYY-MM-DD')
               INTO :WS-MONTH-END
            END-EXEC
            MOVE SPACES TO WS-MONTH-DIGITS
            STRING WS-STMT-MONTH(1:4) WS-STMT-MONTH(6:2)
               DELIMITED BY SIZE INTO WS-MONTH-DIGITS
            END-STRING
            DISPLAY "#Extrato de contas vinculadas de " WS-STMT-MONTH.

         RUN-ALL-CONTRACTS.
      *    Saldo de abertura e o saldo depois do ultimo movimento
      *    anterior ao mes; o de fechamento, depois do ultimo do mes.
            EXEC SQL
               DECLARE ESC-STMT-CUR CURSOR FOR
               SELECT c.id, c.contract_ref, c.depositor_account,
                      c.beneficiary_account, c.conditions,
                      TO_CHAR(c.expiry_date, 'YYYY-MM-DD'), c.status,
                      COALESCE((SELECT m.balance_after
                                FROM escrow_movements m
                                WHERE m.contract_id = c.id
                                  AND m.business_date <
                                      CAST(:WS-MONTH-START AS date)
                                ORDER BY m.id DESC LIMIT 1), 0),
                      COALESCE((SELECT m.balance_after
                                FROM escrow_movements m
                                WHERE m.contract_id = c.id
                                  AND m.business_date <=
                                      CAST(:WS-MONTH-END AS date)
                                ORDER BY m.id DESC LIMIT 1), 0)
               FROM escrow_contracts c
               WHERE c.opened_at::date <= CAST(:WS-MONTH-END AS date)
                 AND (c.status = 'OPEN'
                      OR c.closed_at::date >=
                         CAST(:WS-MONTH-START AS date)
                      OR EXISTS
                         (SELECT 1 FROM escrow_movements m
                          WHERE m.contract_id = c.id
                            AND m.business_date BETWEEN
                                CAST(:WS-MONTH-START AS date)
                                AND CAST(:WS-MONTH-END AS date)))
               ORDER BY c.id
            END-EXEC

            EXEC SQL
               OPEN ESC-STMT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-ESC-EOF
               PERFORM RUN-ONE-CONTRACT UNTIL WS-ESC-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-STMT-CUR
               END-EXEC
            END-IF.

         RUN-ONE-CONTRACT.
            EXEC SQL
               FETCH ESC-STMT-CUR
               INTO :WS-ESC-ID, :WS-ESC-REF, :WS-ESC-DEPOSITOR,
                    :WS-ESC-BENEF, :WS-ESC-CONDITIONS,
                    :WS-ESC-EXPIRY, :WS-ESC-STATUS,
                    :WS-ESC-OPENING, :WS-ESC-CLOSING
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-ESC-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ESC-EOF
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *        O mesmo extrato para as duas partes do contrato.
               MOVE WS-ESC-DEPOSITOR TO WS-PARTY-ACCOUNT
               MOVE "DEPOSITANTE" TO WS-PARTY-ROLE
               PERFORM WRITE-PARTY-STMT
               MOVE WS-ESC-BENEF TO WS-PARTY-ACCOUNT
               MOVE "BENEFICIARIO" TO WS-PARTY-ROLE
               PERFORM WRITE-PARTY-STMT
            END-IF
            END-IF.

         WRITE-PARTY-STMT.
            MOVE WS-ESC-ID TO WS-ESC-ID-DISPLAY
            MOVE SPACES TO WS-ESC-PATH
            STRING WS-ESC-DIR DELIMITED BY SPACE
                   "/vinculada_" DELIMITED BY SIZE
                   WS-ESC-ID-DISPLAY DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-MONTH-DIGITS DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-PARTY-ACCOUNT DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-ESC-PATH
            END-STRING

            OPEN OUTPUT ESC-STMT-FILE
            IF WS-ESC-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "#Falha ao abrir extrato do contrato "
                  WS-ESC-ID " conta " WS-PARTY-ACCOUNT " - status "
                  WS-ESC-FILE-STATUS
            ELSE
               PERFORM WRITE-STMT-HEADER
               PERFORM WRITE-STMT-MOVEMENTS
               MOVE WS-ESC-CLOSING TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               MOVE SPACES TO ESC-STMT-LINE
               STRING "SALDO FINAL EM " WS-MONTH-END ": "
                  WS-FMT-AMOUNT-OUT
                  DELIMITED BY SIZE INTO ESC-STMT-LINE
               END-STRING
               WRITE ESC-STMT-LINE
               CLOSE ESC-STMT-FILE
               ADD 1 TO WS-STMT-COUNT
            END-IF.

         WRITE-STMT-HEADER.
            MOVE SPACES TO ESC-STMT-LINE
            STRING "EXTRATO DE CONTA VINCULADA " WS-STMT-MONTH
               " - CONTRATO " WS-ESC-ID-DISPLAY " " WS-ESC-REF
               DELIMITED BY SIZE INTO ESC-STMT-LINE
            END-STRING
            WRITE ESC-STMT-LINE
            MOVE SPACES TO ESC-STMT-LINE
            STRING "DESTINATARIO: " WS-PARTY-ROLE " CONTA "
               WS-PARTY-ACCOUNT
               DELIMITED BY SIZE INTO ESC-STMT-LINE
            END-STRING
            WRITE ESC-STMT-LINE
            MOVE SPACES TO ESC-STMT-LINE
            STRING "DEPOSITANTE " WS-ESC-DEPOSITOR
               "  BENEFICIARIO " WS-ESC-BENEF
               "  VENCIMENTO " WS-ESC-EXPIRY
               "  SITUACAO " WS-ESC-STATUS
               DELIMITED BY SIZE INTO ESC-STMT-LINE
            END-STRING
            WRITE ESC-STMT-LINE
            MOVE SPACES TO ESC-STMT-LINE
            STRING "CONDICOES: " WS-ESC-CONDITIONS
               DELIMITED BY SIZE INTO ESC-STMT-LINE
            END-STRING
            WRITE ESC-STMT-LINE
            MOVE WS-ESC-OPENING TO WS-FMT-AMOUNT-IN
            PERFORM FORMAT-AMOUNT
            MOVE SPACES TO ESC-STMT-LINE
            STRING "SALDO ANTERIOR: " WS-FMT-AMOUNT-OUT
               DELIMITED BY SIZE INTO ESC-STMT-LINE
            END-STRING
            WRITE ESC-STMT-LINE
            MOVE "DATA       MOVIMENTO                         VALOR"
               & "             SALDO" TO ESC-STMT-LINE
            WRITE ESC-STMT-LINE.

         WRITE-STMT-MOVEMENTS.
            EXEC SQL
               DECLARE ESC-MOV-CUR CURSOR FOR
               SELECT TO_CHAR(business_date, 'YYYY-MM-DD'), mov_type,
                      amount, balance_after
               FROM escrow_movements
               WHERE contract_id = :WS-ESC-ID
                 AND business_date BETWEEN
                     CAST(:WS-MONTH-START AS date)
                     AND CAST(:WS-MONTH-END AS date)
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN ESC-MOV-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-MOV-EOF
               PERFORM WRITE-ONE-MOVEMENT UNTIL WS-MOV-EOF = "Y"
               EXEC SQL
                  CLOSE ESC-MOV-CUR
               END-EXEC
            END-IF.

         WRITE-ONE-MOVEMENT.
            EXEC SQL
               FETCH ESC-MOV-CUR
               INTO :WS-MOV-DATE, :WS-MOV-TYPE, :WS-MOV-AMOUNT,
                    :WS-MOV-BAL-AFTER
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-MOV-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-MOV-EOF
               ADD 1 TO WS-ERROR-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *        Deposito entra, liberacao e devolucao saem.
               EVALUATE WS-MOV-TYPE
                  WHEN "DEPOSIT"
                     MOVE "DEPOSITO" TO WS-MOV-LABEL
                     MOVE WS-MOV-AMOUNT TO WS-FMT-AMOUNT-IN
                  WHEN "RELEASE"
                     MOVE "LIBERACAO BENEFICIARIO" TO WS-MOV-LABEL
                     COMPUTE WS-FMT-AMOUNT-IN = 0 - WS-MOV-AMOUNT
                  WHEN "RETURN"
                     MOVE "DEVOLUCAO DEPOSITANTE" TO WS-MOV-LABEL
                     COMPUTE WS-FMT-AMOUNT-IN = 0 - WS-MOV-AMOUNT
                  WHEN OTHER
                     MOVE WS-MOV-TYPE TO WS-MOV-LABEL
                     MOVE WS-MOV-AMOUNT TO WS-FMT-AMOUNT-IN
               END-EVALUATE
               PERFORM FORMAT-AMOUNT
               MOVE WS-FMT-AMOUNT-OUT TO WS-FMT-MOVE-OUT
               MOVE WS-MOV-BAL-AFTER TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               MOVE SPACES TO ESC-STMT-LINE
               STRING WS-MOV-DATE " " WS-MOV-LABEL " "
                  WS-FMT-MOVE-OUT " " WS-FMT-AMOUNT-OUT
                  DELIMITED BY SIZE INTO ESC-STMT-LINE
               END-STRING
               WRITE ESC-STMT-LINE
            END-IF
            END-IF.

         FORMAT-AMOUNT.
            MOVE WS-FMT-AMOUNT-IN TO WS-FMT-AMOUNT-EDIT
            MOVE WS-FMT-AMOUNT-EDIT TO WS-FMT-AMOUNT-OUT.

         REPORT-RUN.
            DISPLAY "#Extratos de contas vinculadas gerados: "
               WS-STMT-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            IF WS-ERROR-COUNT > 0
               MOVE "FAILED" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            END-IF
            MOVE WS-STMT-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "extratos de contas vinculadas " WS-STMT-MONTH
               ": " WS-STMT-COUNT " arquivo(s), " WS-ERROR-COUNT
               " erro(s)"
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

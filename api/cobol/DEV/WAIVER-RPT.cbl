      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly waived-revenue report of the fee waiver desk, read
      *  from fee_waivers (see WAIVER-MAINT). Only refunds actually
      *  credited in the month count (status REFUNDED, by refunded_on):
      *  section [1] the waived revenue by the manager who asked for
      *  it, section [2] by the branch the request came from, section
      *  [3] by reason code, each with count and amount and the same
      *  grand total; section [4] the requests still PENDING approval
      *  and the ones REJECTED in the month. Month comes from
      *  WAIVER_RPT_MONTH (AAAA-MM, default the month before the
      *  business date, the report being run at the turn of the
      *  month); the report goes to WAIVER_RPT_FILE (default
      *  /tmp/fee_waiver_<month>.txt). Read only.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 WAIVER-RPT.
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

         01  WS-RPT-MONTH            PIC X(7)  VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Linha corrente dos cursores - chave do grupo e seus totais.
         01  WS-GR-KEY               PIC X(20) VALUE SPACES.
         01  WS-GR-COUNT             PIC 9(7)  VALUE 0.
         01  WS-GR-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-PEND-COUNT           PIC 9(7)  VALUE 0.
         01  WS-PEND-AMOUNT          PIC 9(13)V99 VALUE 0.
         01  WS-REJ-COUNT            PIC 9(7)  VALUE 0.
         01  WS-REJ-AMOUNT           PIC 9(13)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Codigos de motivo do estorno - os mesmos da mesa de
      *    estornos (WAIVER-MAINT).
         01  WS-REASON-LIST.
             05  FILLER              PIC X(26)
                 VALUE "01CORTESIA COMERCIAL".
             05  FILLER              PIC X(26)
                 VALUE "02ERRO OPERACIONAL".
             05  FILLER              PIC X(26)
                 VALUE "03COBRANCA INDEVIDA".
             05  FILLER              PIC X(26)
                 VALUE "04RETENCAO DE CLIENTE".
             05  FILLER              PIC X(26)
                 VALUE "05RECLAMACAO/OUVIDORIA".
             05  FILLER              PIC X(26)
                 VALUE "06FALHA DE SISTEMA".
         01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
             05  WS-REASON-ENTRY     OCCURS 6 TIMES.
                 10  WS-RS-CODE      PIC X(2).
                 10  WS-RS-NAME      PIC X(24).
         01  WS-REASON-COUNT         PIC 9(2)  VALUE 6.
         01  WS-RX                   PIC 9(2)  VALUE 0.
         01  WS-REASON-NAME          PIC X(24) VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-ROW-EOF              PIC X(1)  VALUE "N".
         01  WS-GROUP-LABEL          PIC X(46) VALUE SPACES.

      *    Totais do mes (somados no primeiro corte, por gestor).
         01  WS-TOT-COUNT            PIC 9(7)  VALUE 0.
         01  WS-TOT-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-SUM-PASS             PIC X(1)  VALUE "N".

         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-MONTH-ENV            PIC X(7)  VALUE SPACES.

      *    Valores editados para a linha impressa.
         01  WS-ED-COUNT             PIC Z(6)9.
         01  WS-ED-AMOUNT            PIC Z(12)9,99.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC              PIC X(8)  VALUE SPACES.
         01  WS-DS-IN                PIC X(10) VALUE SPACES.
         01  WS-DS-OUT               PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DS-DISP              PIC X(1)  VALUE SPACE.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "WAIVRPT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "WAIVER-RPT".
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
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                  DISPLAY "#Relatorio nao aberto (" WS-REPORT-STATUS
                     ")"
                  MOVE "S" TO WS-RUN-HALTED
               ELSE
                  PERFORM WRITE-REPORT-HEADER
                  PERFORM REPORT-BY-MANAGER
                  PERFORM REPORT-BY-BRANCH
                  PERFORM REPORT-BY-REASON
                  PERFORM REPORT-OPEN-REQUESTS
                  CLOSE REPORT-FILE
               END-IF
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
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Mes anterior ao movimento oficial (DATESRV), a menos que
      *    WAIVER_RPT_MONTH peca outro.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE

            ACCEPT WS-MONTH-ENV FROM ENVIRONMENT "WAIVER_RPT_MONTH"
            IF WS-MONTH-ENV = SPACES
               EXEC SQL
                  SELECT TO_CHAR(TO_DATE(:WS-BUS-DATE, 'YYYY-MM-DD')
                                 - INTERVAL '1 month', 'YYYY-MM')
                  INTO :WS-RPT-MONTH
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-CURSOR-FAILURE
                  MOVE WS-DS-OUT(1:7) TO WS-RPT-MONTH
               END-IF
            ELSE
               MOVE WS-MONTH-ENV TO WS-RPT-MONTH
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "WAIVER_RPT_FILE"
            IF WS-REPORT-PATH = SPACES
               STRING "/tmp/fee_waiver_" WS-RPT-MONTH ".txt"
                  DELIMITED BY SIZE INTO WS-REPORT-PATH
               END-STRING
            END-IF.

         WRITE-REPORT-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING "ESTORNOS DE TARIFA - RECEITA RENUNCIADA - MES "
               WS-RPT-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         WRITE-GROUP-HEADER.
            MOVE SPACES TO REPORT-LINE
            STRING WS-GROUP-LABEL "     QTDE            VALOR"
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         REPORT-BY-MANAGER.
            MOVE SPACES TO REPORT-LINE
            MOVE "[1] POR GESTOR (QUEM PEDIU O ESTORNO)" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "GESTOR" TO WS-GROUP-LABEL
            PERFORM WRITE-GROUP-HEADER

            EXEC SQL
               DECLARE WV-MGR-CUR CURSOR FOR
               SELECT requested_by, COUNT(*), SUM(amount)
               FROM fee_waivers
               WHERE status = 'REFUNDED'
                 AND TO_CHAR(refunded_on, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY requested_by
               ORDER BY SUM(amount) DESC, requested_by
            END-EXEC

            EXEC SQL
               OPEN WV-MGR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
      *        O total do mes sai deste primeiro corte; os outros dois
      *        repartem o mesmo valor.
               MOVE "S" TO WS-SUM-PASS
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-MANAGER-ROW UNTIL WS-ROW-EOF = "Y"
               MOVE "N" TO WS-SUM-PASS
               EXEC SQL
                  CLOSE WV-MGR-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-TOTAL-LINE.

         FETCH-MANAGER-ROW.
            EXEC SQL
               FETCH WV-MGR-CUR
               INTO :WS-GR-KEY, :WS-GR-COUNT, :WS-GR-AMOUNT
            END-EXEC
            PERFORM TAKE-GROUP-ROW.

         REPORT-BY-BRANCH.
            MOVE SPACES TO REPORT-LINE
            MOVE "[2] POR AGENCIA" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "AGENCIA" TO WS-GROUP-LABEL
            PERFORM WRITE-GROUP-HEADER

            EXEC SQL
               DECLARE WV-BRN-CUR CURSOR FOR
               SELECT COALESCE(requested_branch, 'HQ'), COUNT(*),
                      SUM(amount)
               FROM fee_waivers
               WHERE status = 'REFUNDED'
                 AND TO_CHAR(refunded_on, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY COALESCE(requested_branch, 'HQ')
               ORDER BY 1
            END-EXEC

            EXEC SQL
               OPEN WV-BRN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-BRANCH-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE WV-BRN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-TOTAL-LINE.

         FETCH-BRANCH-ROW.
            EXEC SQL
               FETCH WV-BRN-CUR
               INTO :WS-GR-KEY, :WS-GR-COUNT, :WS-GR-AMOUNT
            END-EXEC
            PERFORM TAKE-GROUP-ROW.

         REPORT-BY-REASON.
            MOVE SPACES TO REPORT-LINE
            MOVE "[3] POR MOTIVO" TO REPORT-LINE
            WRITE REPORT-LINE
            MOVE "MOTIVO" TO WS-GROUP-LABEL
            PERFORM WRITE-GROUP-HEADER

            EXEC SQL
               DECLARE WV-RSN-CUR CURSOR FOR
               SELECT reason_code, COUNT(*), SUM(amount)
               FROM fee_waivers
               WHERE status = 'REFUNDED'
                 AND TO_CHAR(refunded_on, 'YYYY-MM') = :WS-RPT-MONTH
               GROUP BY reason_code
               ORDER BY reason_code
            END-EXEC

            EXEC SQL
               OPEN WV-RSN-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               MOVE "N" TO WS-ROW-EOF
               PERFORM FETCH-REASON-ROW UNTIL WS-ROW-EOF = "Y"
               EXEC SQL
                  CLOSE WV-RSN-CUR
               END-EXEC
            END-IF
            PERFORM WRITE-TOTAL-LINE.

         FETCH-REASON-ROW.
      *    Codigo seguido da descricao - codigo fora da tabela sai so
      *    com o codigo, para nao sumir do relatorio.
            EXEC SQL
               FETCH WV-RSN-CUR
               INTO :WS-GR-KEY, :WS-GR-COUNT, :WS-GR-AMOUNT
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SPACES TO WS-REASON-NAME
               MOVE 0 TO WS-RX
               PERFORM MATCH-ONE-REASON
                  UNTIL WS-RX NOT < WS-REASON-COUNT
                  OR WS-REASON-NAME NOT = SPACES
               IF WS-REASON-NAME NOT = SPACES
                  MOVE WS-REASON-NAME TO WS-GR-KEY(4:)
               END-IF
            END-IF
            PERFORM TAKE-GROUP-ROW.

         MATCH-ONE-REASON.
            ADD 1 TO WS-RX
            IF WS-RS-CODE(WS-RX) = WS-GR-KEY(1:2)
               MOVE WS-RS-NAME(WS-RX) TO WS-REASON-NAME
            END-IF.

         TAKE-GROUP-ROW.
      *    Tratamento comum da linha recem lida por um dos cortes.
            IF SQLCODE = 100
               MOVE "Y" TO WS-ROW-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-ROW-EOF
               PERFORM NOTE-CURSOR-FAILURE
            ELSE
               IF WS-SUM-PASS = "S"
                  ADD WS-GR-COUNT  TO WS-TOT-COUNT
                  ADD WS-GR-AMOUNT TO WS-TOT-AMOUNT
               END-IF
               PERFORM WRITE-GROUP-LINE
            END-IF
            END-IF.

         WRITE-GROUP-LINE.
            MOVE WS-GR-COUNT  TO WS-ED-COUNT
            MOVE WS-GR-AMOUNT TO WS-ED-AMOUNT
            MOVE SPACES TO REPORT-LINE
            STRING WS-GR-KEY "                          "
               WS-ED-COUNT "  " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
            END-STRING
            WRITE REPORT-LINE.

         WRITE-TOTAL-LINE.
            MOVE "TOTAL" TO WS-GR-KEY
            MOVE WS-TOT-COUNT TO WS-GR-COUNT
            MOVE WS-TOT-AMOUNT TO WS-GR-AMOUNT
            PERFORM WRITE-GROUP-LINE
            MOVE SPACES TO REPORT-LINE
            WRITE REPORT-LINE.

         REPORT-OPEN-REQUESTS.
      *    Pedidos acima da alcada ainda sem decisao (em aberto hoje,
      *    de qualquer mes) e os recusados no mes.
            MOVE SPACES TO REPORT-LINE
            MOVE "[4] PENDENTES E RECUSADOS" TO REPORT-LINE
            WRITE REPORT-LINE

            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
               INTO :WS-PEND-COUNT, :WS-PEND-AMOUNT
               FROM fee_waivers
               WHERE status = 'PENDING'
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            END-IF

            EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(amount), 0)
               INTO :WS-REJ-COUNT, :WS-REJ-AMOUNT
               FROM fee_waivers
               WHERE status = 'REJECTED'
                 AND TO_CHAR(approved_at, 'YYYY-MM') = :WS-RPT-MONTH
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-CURSOR-FAILURE
            END-IF

            MOVE "PENDENTES (HOJE)" TO WS-GR-KEY
            MOVE WS-PEND-COUNT TO WS-GR-COUNT
            MOVE WS-PEND-AMOUNT TO WS-GR-AMOUNT
            PERFORM WRITE-GROUP-LINE
            MOVE "RECUSADOS NO MES" TO WS-GR-KEY
            MOVE WS-REJ-COUNT TO WS-GR-COUNT
            MOVE WS-REJ-AMOUNT TO WS-GR-AMOUNT
            PERFORM WRITE-GROUP-LINE.

         NOTE-CURSOR-FAILURE.
            MOVE "S" TO WS-RUN-HALTED
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP.

         LOG-REPORT-SUMMARY.
            MOVE WS-TOT-AMOUNT TO WS-ED-AMOUNT
            DISPLAY "#Estornos de tarifa do mes " WS-RPT-MONTH ": "
               WS-TOT-COUNT " estorno(s), " WS-ED-AMOUNT
               " renunciado(s), " WS-PEND-COUNT " pendente(s)"
            IF WS-RUN-HALTED = "N"
               MOVE "OK" TO WS-LOG-STATUS
            ELSE
               MOVE "HALTED" TO WS-LOG-STATUS
            END-IF
            MOVE WS-TOT-AMOUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "mes " WS-RPT-MONTH " estornos " WS-TOT-COUNT
               " pendentes " WS-PEND-COUNT " recusados " WS-REJ-COUNT
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

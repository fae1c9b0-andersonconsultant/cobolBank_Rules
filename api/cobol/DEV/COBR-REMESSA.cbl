      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Registered collection (cobranca registrada) - remessa ingest.
      *  A corporate customer with a collection agreement
      *  (cobr_agreements - agreement code, the company account that
      *  receives the money, our tariff per title settled) sends a
      *  CNAB-style remessa with the boletos it wants issued under our
      *  bank code for its own buyers. The trailer is proved against
      *  the details BEFORE anything is registered and the file goes
      *  through the interface registry (FILEREG, interface
      *  COBR-REMESSA, partner = agreement code) - a file already
      *  processed is refused, whatever its name. Each detail is an
      *  instruction:
      *    01 - register: a boletos row for the company account with
      *         the payer, due date, amount and the fine/interest
      *         rules, barcode line built the same way BOLETO-MAINT
      *         does; from there it is paid like any boleto of ours
      *         (BOLETO-RET, PAYABLES) and COBRSETTLE nets our tariff
      *    02 - write-off (baixa): the open title is withdrawn
      *  Every outcome - registered, written off or rejected with its
      *  motive code - is a cobr_occurrences row, and COBR-RETORNO
      *  reports them back to the company the next morning. Motives:
      *    C01 instrucao invalida
      *    C02 seu numero em branco
      *    C03 seu numero ja registrado no convenio
      *    C04 CPF/CNPJ do pagador invalido
      *    C05 nome do pagador em branco
      *    C06 valor invalido ou zerado
      *    C07 vencimento invalido ou anterior ao movimento
      *    C08 multa ou juros invalidos ou acima do teto
      *        (COBR_MAX_FINE_PCT, padrao 2%; COBR_MAX_INTEREST_PCT,
      *        padrao 1% ao mes)
      *    C09 titulo nao esta em aberto para baixa
      *    C10 registro recusado pelo banco
      *    C11 titulo descontado (DISC-MAINT) - baixa so depois de
      *        liquidado ou devolvido a empresa
      *
      *  Remessa layout (positions are 1-based):
      *    header  : '0' + agreement code X(10) + file sequence 9(6)
      *              + file date X(10)
      *    detail  : '1' + instruction X(2) + their number X(15)
      *              + payer CPF/CNPJ X(14) + payer name X(40)
      *              + amount 9(12) (two implied decimals)
      *              + due date 9(8) (AAAAMMDD)
      *              + fine percent 9(4) (two implied decimals)
      *              + monthly interest percent 9(4) (two implied
      *              decimals)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 COBR-REMESSA.
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
            SELECT REMESSA-FILE ASSIGN TO WS-REMESSA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REMESSA-FILE.
         01  REMESSA-LINE            PIC X(100).

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

      *    Convenio de cobranca do header.
         01  WS-AGR-CODE             PIC X(10) VALUE SPACES.
         01  WS-AGR-ID               PIC 9(9)  VALUE 0.
         01  WS-AGR-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.

      *    Titulo do detalhe corrente.
         01  WS-BOL-ID               PIC 9(9)  VALUE 0.
         01  WS-BOL-THEIR-NUMBER     PIC X(15) VALUE SPACES.
         01  WS-BOL-PAYER-DOC        PIC X(14) VALUE SPACES.
         01  WS-BOL-PAYER            PIC X(60) VALUE SPACES.
         01  WS-BOL-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-BOL-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-BOL-FINE-PCT         PIC 9(2)V99 VALUE 0.
         01  WS-BOL-INTEREST-PCT     PIC 9(2)V99 VALUE 0.
         01  WS-BOL-BARCODE          PIC X(33) VALUE SPACES.
         01  WS-BOL-FOUND            PIC 9(5)  VALUE 0.
         01  WS-BOL-DISCOUNTED       PIC X(1)  VALUE SPACE.
         01  WS-OCC-TYPE             PIC X(12) VALUE SPACES.
         01  WS-OCC-MOTIVE           PIC X(3)  VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento e validacao do vencimento (DATESRV).
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Documento do pagador pelo CHECKDIGIT - 11 digitos e CPF,
      *    14 digitos e CNPJ.
         01  WS-CHKD-TYPE           PIC X(4)  VALUE SPACES.
         01  WS-CHKD-VALUE          PIC X(14) VALUE SPACES.
         01  WS-CHKD-RESULT         PIC X(1)  VALUE SPACE.

      *    Tetos de multa e juros - catalogo central.
         01  WS-MAX-FINE-PCT        PIC 9(2)V99 VALUE 2.
         01  WS-MAX-INTEREST-PCT    PIC 9(2)V99 VALUE 1.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Codigo do nosso banco na linha digitavel.
         01  WS-BANK-CODE           PIC X(3)  VALUE "999".
         01  WS-BANK-CODE-ENV       PIC X(3)  VALUE SPACES.

      *    Corpo da linha digitavel e calculo do digito mod-11: banco
      *    (3) + numero (9) + vencimento (8) + valor (12) = 32 digitos.
         01  WS-BAR-BODY.
             05  WS-BAR-BANK         PIC X(3).
             05  WS-BAR-ID           PIC 9(9).
             05  WS-BAR-DUE          PIC 9(8).
             05  WS-BAR-AMOUNT       PIC 9(10)V99.
         01  WS-BAR-BODY-X REDEFINES WS-BAR-BODY.
             05  WS-BAR-DIGIT        PIC 9(1) OCCURS 32.
         01  WS-BAR-DV              PIC 9(1)  VALUE 0.
         01  WS-BAR-IX              PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-WEIGHT          PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-SUM             PIC 9(6)  COMP VALUE 0.
         01  WS-BAR-REM             PIC 9(2)  COMP VALUE 0.
         01  WS-BAR-DV-CALC         PIC 9(2)  COMP VALUE 0.

      *    Visoes do registro lido.
         01  WS-REM-RECORD           PIC X(100) VALUE SPACES.
         01  WS-REM-HEADER REDEFINES WS-REM-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-AGR-CODE     PIC X(10).
             05  WS-HDR-SEQ          PIC X(6).
             05  WS-HDR-DATE         PIC X(10).
             05  FILLER              PIC X(73).
         01  WS-REM-DETAIL REDEFINES WS-REM-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-INSTRUCTION  PIC X(2).
             05  WS-DET-THEIR-NUMBER PIC X(15).
             05  WS-DET-PAYER-DOC    PIC X(14).
             05  WS-DET-PAYER-NAME   PIC X(40).
             05  WS-DET-AMOUNT-X     PIC X(12).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(10)V99.
             05  WS-DET-DUE-X        PIC X(8).
             05  WS-DET-DUE-N REDEFINES WS-DET-DUE-X PIC 9(8).
             05  WS-DET-FINE-X       PIC X(4).
             05  WS-DET-FINE-N REDEFINES WS-DET-FINE-X PIC 9(2)V99.
             05  WS-DET-INT-X        PIC X(4).
             05  WS-DET-INT-N REDEFINES WS-DET-INT-X PIC 9(2)V99.
         01  WS-REM-TRAILER REDEFINES WS-REM-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-TOTAL        PIC 9(13)V99.
             05  FILLER              PIC X(78).

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

         01  WS-REMESSA-PATH         PIC X(100) VALUE SPACES.
         01  WS-REMESSA-STATUS       PIC X(2)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-REM-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-AGR-FOUND            PIC X(1)  VALUE "N".
         01  WS-DUE-OK               PIC X(1)  VALUE "N".
         01  WS-REGISTERED-COUNT     PIC 9(6)  VALUE 0.
         01  WS-REGISTERED-TOTAL     PIC 9(13)V99 VALUE 0.
         01  WS-WRITEOFF-COUNT       PIC 9(6)  VALUE 0.
         01  WS-REJECTED-COUNT       PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "COBR-REMESSA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COBRREMESS".
             05  WS-LOG-ACTION         PIC X(20) VALUE "COBR-REMESSA".
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
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               MOVE WS-REMESSA-PATH TO WS-FREG-PATH
               MOVE WS-AGR-CODE TO WS-FREG-PARTNER
               IF WS-FILE-OK = "S"
                  PERFORM FIND-AGREEMENT
                  IF WS-AGR-FOUND = "S"
                     PERFORM RECEIVE-INTERFACE-FILE
                     IF WS-FREG-DISP = "S"
                        MOVE WS-FREG-FILE-ID TO WS-FILE-ID
                        PERFORM REGISTER-ALL-TITLES
                        MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                        MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                        PERFORM FINISH-INTERFACE-FILE
                     END-IF
                  ELSE
                     MOVE "convenio de cobranca desconhecido ou inativo"
                        TO WS-FREG-REASON
                     PERFORM REJECT-INTERFACE-FILE
                  END-IF
               ELSE IF WS-REMESSA-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-POLICY.
            ACCEPT WS-REMESSA-PATH FROM ENVIRONMENT "COBR_REMESSA_FILE"
            IF WS-REMESSA-PATH = SPACES
               MOVE "/tmp/cobr_remessa.dat" TO WS-REMESSA-PATH
            END-IF

            ACCEPT WS-BANK-CODE-ENV FROM ENVIRONMENT "BOLETO_BANK_CODE"
            IF WS-BANK-CODE-ENV NOT = SPACES
               MOVE WS-BANK-CODE-ENV TO WS-BANK-CODE
            END-IF.

         LOAD-DB-POLICY.
            MOVE "COBR_MAX_FINE_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-FINE-PCT
            END-IF

            MOVE "COBR_MAX_INTEREST_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-INTEREST-PCT
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e registrado enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT REMESSA-FILE
            IF WS-REMESSA-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de remessa - status "
                  WS-REMESSA-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-REM-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-REM-EOF = "Y"
               CLOSE REMESSA-FILE

               IF WS-HEADER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro header - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-TRAILER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro trailer - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-COUNT NOT = WS-TRL-COUNT
                  DISPLAY "#Contagem do trailer (" WS-TRL-COUNT
                     ") difere dos detalhes (" WS-CALC-COUNT
                     ") - arquivo recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-TOTAL NOT = WS-TRL-TOTAL
                  DISPLAY "#Total do trailer (" WS-TRL-TOTAL
                     ") difere dos detalhes (" WS-CALC-TOTAL
                     ") - arquivo recusado"
                  MOVE "N" TO WS-FILE-OK
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         TALLY-ONE-RECORD.
            READ REMESSA-FILE
               AT END
                  MOVE "Y" TO WS-REM-EOF
               NOT AT END
                  MOVE REMESSA-LINE TO WS-REM-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-HDR-AGR-CODE TO WS-AGR-CODE
                        MOVE SPACES TO WS-FREG-HEADER-SEQ
                        STRING WS-HDR-AGR-CODE WS-HDR-SEQ
                           DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
                        END-STRING
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
                           ADD WS-DET-AMOUNT-N TO WS-CALC-TOTAL
                        END-IF
                     WHEN "9"
                        MOVE "S" TO WS-TRAILER-SEEN
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         FIND-AGREEMENT.
      *    O header nomeia o convenio; so convenio ATIVO registra.
            MOVE "N" TO WS-AGR-FOUND
            EXEC SQL
               SELECT id, account
               INTO :WS-AGR-ID, :WS-AGR-ACCOUNT
               FROM cobr_agreements
               WHERE agreement_code = :WS-AGR-CODE
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE = ZERO
               MOVE "S" TO WS-AGR-FOUND
            ELSE IF SQLCODE = 100
               DISPLAY "#Convenio de cobranca " WS-AGR-CODE
                  " desconhecido ou inativo - remessa recusada"
            ELSE
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            END-IF.

         REGISTER-ALL-TITLES.
            OPEN INPUT REMESSA-FILE
            MOVE "N" TO WS-REM-EOF
            PERFORM PROCESS-ONE-RECORD UNTIL WS-REM-EOF = "Y"
            CLOSE REMESSA-FILE

            DISPLAY "#Convenio " WS-AGR-CODE ": registrados "
               WS-REGISTERED-COUNT " baixados " WS-WRITEOFF-COUNT
               " rejeitados " WS-REJECTED-COUNT

            MOVE "COBR-REMESSA" TO WS-LOG-ACTION
            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-REGISTERED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "remessa convenio " WS-AGR-CODE ": "
               WS-REGISTERED-COUNT " registrado(s), "
               WS-WRITEOFF-COUNT " baixa(s), "
               WS-REJECTED-COUNT " rejeitado(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         PROCESS-ONE-RECORD.
            READ REMESSA-FILE
               AT END
                  MOVE "Y" TO WS-REM-EOF
               NOT AT END
                  MOVE REMESSA-LINE TO WS-REM-RECORD
                  IF WS-DET-TYPE = "1"
                     PERFORM PROCESS-ONE-DETAIL
                  END-IF
            END-READ.

         PROCESS-ONE-DETAIL.
            MOVE SPACES TO WS-OCC-MOTIVE
            MOVE 0 TO WS-BOL-ID
            MOVE WS-DET-THEIR-NUMBER TO WS-BOL-THEIR-NUMBER
            MOVE 0 TO WS-BOL-AMOUNT
            IF WS-DET-AMOUNT-X IS NUMERIC
               MOVE WS-DET-AMOUNT-N TO WS-BOL-AMOUNT
            END-IF

            EVALUATE WS-DET-INSTRUCTION
               WHEN "01"
                  PERFORM VALIDATE-REGISTRATION
                  IF WS-OCC-MOTIVE = SPACES
                     PERFORM REGISTER-TITLE
                  END-IF
               WHEN "02"
                  PERFORM WRITE-OFF-TITLE
               WHEN OTHER
                  MOVE "C01" TO WS-OCC-MOTIVE
            END-EVALUATE

            IF WS-OCC-MOTIVE NOT = SPACES
               PERFORM RECORD-REJECTION
            END-IF.

         VALIDATE-REGISTRATION.
      *    Campos conferidos antes do banco ver o titulo - o primeiro
      *    motivo encontrado vai no retorno.
            PERFORM CHECK-PAYER-DOC
            PERFORM CHECK-DUE-DATE
            IF WS-BOL-THEIR-NUMBER = SPACES
               MOVE "C02" TO WS-OCC-MOTIVE
            ELSE IF WS-CHKD-RESULT NOT = "S"
               MOVE "C04" TO WS-OCC-MOTIVE
            ELSE IF WS-DET-PAYER-NAME = SPACES
               MOVE "C05" TO WS-OCC-MOTIVE
            ELSE IF WS-BOL-AMOUNT = 0
               MOVE "C06" TO WS-OCC-MOTIVE
            ELSE IF WS-DUE-OK NOT = "S"
               MOVE "C07" TO WS-OCC-MOTIVE
            ELSE IF WS-DET-FINE-X IS NOT NUMERIC
                 OR WS-DET-INT-X IS NOT NUMERIC
               MOVE "C08" TO WS-OCC-MOTIVE
            ELSE IF WS-DET-FINE-N > WS-MAX-FINE-PCT
                 OR WS-DET-INT-N > WS-MAX-INTEREST-PCT
               MOVE "C08" TO WS-OCC-MOTIVE
            ELSE
               PERFORM CHECK-THEIR-NUMBER
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         CHECK-PAYER-DOC.
            MOVE "N" TO WS-CHKD-RESULT
            IF WS-DET-PAYER-DOC(1:11) IS NUMERIC AND
               WS-DET-PAYER-DOC(12:3) = SPACES
               MOVE "CPF " TO WS-CHKD-TYPE
               MOVE WS-DET-PAYER-DOC TO WS-CHKD-VALUE
               CALL "CHECKDIGIT" USING WS-CHKD-TYPE, WS-CHKD-VALUE,
                  WS-CHKD-RESULT
            ELSE
               IF WS-DET-PAYER-DOC(1:14) IS NUMERIC
                  MOVE "CNPJ" TO WS-CHKD-TYPE
                  MOVE WS-DET-PAYER-DOC TO WS-CHKD-VALUE
                  CALL "CHECKDIGIT" USING WS-CHKD-TYPE,
                     WS-CHKD-VALUE, WS-CHKD-RESULT
               END-IF
            END-IF.

         CHECK-DUE-DATE.
      *    Data real e nao anterior ao movimento.
            MOVE "N" TO WS-DUE-OK
            MOVE SPACES TO WS-BOL-DUE-DATE
            IF WS-DET-DUE-X IS NUMERIC
               STRING WS-DET-DUE-X(1:4) "-" WS-DET-DUE-X(5:2) "-"
                  WS-DET-DUE-X(7:2) DELIMITED BY SIZE
                  INTO WS-BOL-DUE-DATE
               END-STRING
               MOVE "VALIDATE" TO WS-DS-FUNC
               MOVE WS-BOL-DUE-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP = "S"
                  AND WS-BOL-DUE-DATE NOT < WS-BUS-DATE
                  MOVE "S" TO WS-DUE-OK
               END-IF
            END-IF.

         CHECK-THEIR-NUMBER.
      *    O seu numero identifica o titulo para a empresa - nunca
      *    dois no mesmo convenio, qualquer que seja a situacao.
            EXEC SQL
               SELECT COUNT(*) INTO :WS-BOL-FOUND
               FROM boletos
               WHERE agreement_id = :WS-AGR-ID
                 AND their_number = :WS-BOL-THEIR-NUMBER
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "C10" TO WS-OCC-MOTIVE
            ELSE IF WS-BOL-FOUND > 0
               MOVE "C03" TO WS-OCC-MOTIVE
            END-IF
            END-IF.

         REGISTER-TITLE.
      *    Boleto da conta da empresa, linha digitavel com o nosso
      *    numero e a ocorrencia REGISTERED - uma transacao por titulo.
            MOVE WS-DET-PAYER-NAME TO WS-BOL-PAYER
            MOVE WS-DET-PAYER-DOC TO WS-BOL-PAYER-DOC
            MOVE WS-DET-FINE-N TO WS-BOL-FINE-PCT
            MOVE WS-DET-INT-N TO WS-BOL-INTEREST-PCT

            EXEC SQL
               INSERT INTO boletos
                  (account, payer, amount, due_date, status,
                   agreement_id, their_number, payer_doc, fine_pct,
                   interest_pct, remessa_file_id)
               VALUES (:WS-AGR-ACCOUNT, :WS-BOL-PAYER,
                       :WS-BOL-AMOUNT, :WS-BOL-DUE-DATE::date, 'OPEN',
                       :WS-AGR-ID, :WS-BOL-THEIR-NUMBER,
                       :WS-BOL-PAYER-DOC, :WS-BOL-FINE-PCT,
                       :WS-BOL-INTEREST-PCT, :WS-FILE-ID)
               RETURNING id INTO :WS-BOL-ID
            END-EXEC

            IF SQLCODE = ZERO
               PERFORM BUILD-BARCODE-LINE
               EXEC SQL
                  UPDATE boletos
                  SET barcode = :WS-BOL-BARCODE
                  WHERE id = :WS-BOL-ID
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               MOVE "REGISTERED" TO WS-OCC-TYPE
               PERFORM INSERT-OCCURRENCE
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-BOL-ID
               MOVE "C10" TO WS-OCC-MOTIVE
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-REGISTERED-COUNT
               ADD WS-BOL-AMOUNT TO WS-REGISTERED-TOTAL
            END-IF.

         WRITE-OFF-TITLE.
      *    Baixa a pedido da empresa - so titulo ainda em aberto. O
      *    titulo descontado pertence ao banco ate liquidar ou voltar
      *    a empresa no regresso (DISC-RECOURSE).
            IF WS-BOL-THEIR-NUMBER = SPACES
               MOVE "C02" TO WS-OCC-MOTIVE
            ELSE
               EXEC SQL
                  SELECT b.id, b.amount,
                         CASE WHEN EXISTS
                            (SELECT 1 FROM discount_titles d
                             WHERE d.boleto_id = b.id
                               AND d.status = 'OPEN')
                         THEN 'S' ELSE 'N' END
                  INTO :WS-BOL-ID, :WS-BOL-AMOUNT,
                       :WS-BOL-DISCOUNTED
                  FROM boletos b
                  WHERE b.agreement_id = :WS-AGR-ID
                    AND b.their_number = :WS-BOL-THEIR-NUMBER
                    AND b.status = 'OPEN'
               END-EXEC

               IF SQLCODE = 100
                  MOVE 0 TO WS-BOL-ID
                  MOVE "C09" TO WS-OCC-MOTIVE
               ELSE IF SQLCODE = ZERO AND WS-BOL-DISCOUNTED = "S"
                  MOVE 0 TO WS-BOL-ID
                  MOVE "C11" TO WS-OCC-MOTIVE
               ELSE
                  IF SQLCODE = ZERO
                     EXEC SQL
                        UPDATE boletos
                        SET status = 'WRITTEN-OFF'
                        WHERE id = :WS-BOL-ID
                     END-EXEC
                  END-IF
                  IF SQLCODE = ZERO
                     MOVE "WRITTEN-OFF" TO WS-OCC-TYPE
                     MOVE "B01" TO WS-OCC-MOTIVE
                     PERFORM INSERT-OCCURRENCE
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
                        ROLLBACK
                     END-EXEC
                     MOVE SQLCODE TO SQLCODE-PASS
                     MOVE SQLSTATE TO SQLSTATE-PASS
                     MOVE SQLERRMC TO SQLERRMC-PASS
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                     MOVE 0 TO WS-BOL-ID
                     MOVE "C10" TO WS-OCC-MOTIVE
                  ELSE
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     MOVE SPACES TO WS-OCC-MOTIVE
                     ADD 1 TO WS-WRITEOFF-COUNT
                  END-IF
               END-IF
               END-IF
            END-IF.

         RECORD-REJECTION.
      *    Detalhe recusado - a ocorrencia com o motivo volta a
      *    empresa no retorno para corrigir e reenviar.
            MOVE "REJECTED" TO WS-OCC-TYPE
            MOVE 0 TO WS-BOL-ID
            PERFORM INSERT-OCCURRENCE
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF
            ADD 1 TO WS-REJECTED-COUNT
            DISPLAY "#Titulo " WS-BOL-THEIR-NUMBER " rejeitado - "
               "motivo " WS-OCC-MOTIVE.

         INSERT-OCCURRENCE.
      *    Ocorrencia para o retorno; titulo rejeitado fica sem boleto.
            EXEC SQL
               INSERT INTO cobr_occurrences
                  (agreement_id, boleto_id, their_number, occurrence,
                   motive, amount, tariff, source, business_date,
                   file_id, created_at)
               VALUES (:WS-AGR-ID, NULLIF(:WS-BOL-ID, 0),
                  :WS-BOL-THEIR-NUMBER, :WS-OCC-TYPE,
                  NULLIF(:WS-OCC-MOTIVE, ' '), :WS-BOL-AMOUNT, 0,
                  'REMESSA', :WS-BUS-DATE::date, :WS-FILE-ID, now())
            END-EXEC.

         BUILD-BARCODE-LINE.
      *    Linha digitavel: banco + numero + vencimento + valor, com o
      *    digito verificador mod-11 (pesos 2..9 do menos ao mais
      *    significativo; resto 0, 10 ou 11 vira digito 1).
            MOVE WS-BANK-CODE TO WS-BAR-BANK
            MOVE WS-BOL-ID    TO WS-BAR-ID
            MOVE WS-DET-DUE-N TO WS-BAR-DUE
            MOVE WS-BOL-AMOUNT TO WS-BAR-AMOUNT

            MOVE 0 TO WS-BAR-SUM
            MOVE 2 TO WS-BAR-WEIGHT
            MOVE 32 TO WS-BAR-IX
            PERFORM SUM-ONE-BARCODE-DIGIT UNTIL WS-BAR-IX = 0

            DIVIDE WS-BAR-SUM BY 11 GIVING WS-BAR-SUM
               REMAINDER WS-BAR-REM
            COMPUTE WS-BAR-DV-CALC = 11 - WS-BAR-REM
            IF WS-BAR-DV-CALC = 0 OR WS-BAR-DV-CALC > 9
               MOVE 1 TO WS-BAR-DV
            ELSE
               MOVE WS-BAR-DV-CALC TO WS-BAR-DV
            END-IF

            MOVE SPACES TO WS-BOL-BARCODE
            STRING WS-BAR-BODY WS-BAR-DV DELIMITED BY SIZE
               INTO WS-BOL-BARCODE
            END-STRING.

         SUM-ONE-BARCODE-DIGIT.
            COMPUTE WS-BAR-SUM = WS-BAR-SUM +
               WS-BAR-DIGIT (WS-BAR-IX) * WS-BAR-WEIGHT
            ADD 1 TO WS-BAR-WEIGHT
            IF WS-BAR-WEIGHT > 9
               MOVE 2 TO WS-BAR-WEIGHT
            END-IF
            SUBTRACT 1 FROM WS-BAR-IX.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    registro de titulo - arquivo que esta interface ja processou
      *    e recusado aqui, mesmo reenviado com outro nome.
            MOVE "RECEIVE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo nao processado: " WS-FREG-PATH
            END-IF.

         FINISH-INTERFACE-FILE.
      *    Arquivo processado - contagem e total provados pelo programa
      *    ficam no registro.
            MOVE "PROCESS" TO WS-FREG-FUNC
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Registro do arquivo " WS-FREG-FILE-ID
                  " nao encerrado - conferir na IFACE-MAINT"
            END-IF.

         REJECT-INTERFACE-FILE.
      *    Arquivo recusado pelas checagens do proprio programa - fica
      *    REJECTED com o motivo; sem registro aberto, o FILEREG
      *    registra o arquivo ja recusado.
            MOVE "REJECT" TO WS-FREG-FUNC
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

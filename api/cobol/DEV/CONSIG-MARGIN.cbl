      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Payroll loan margin file ingest - the employer under a
      *  consignado agreement (CONSIG-MAINT) sends, every payroll, the
      *  available margin of each employee: the part of the pay that
      *  can still be committed to payroll deductions. The file
      *  replaces the employee's margin for the agreement; LOAN-APPLY
      *  takes a consignado application only against the margin of the
      *  latest file, less what was granted since. An employee left
      *  out of the latest file (dismissed, on leave) has no margin.
      *  Fixed header/detail/trailer layout in the BULK-CREDIT mold,
      *  trailer control totals proved BEFORE anything loads; the file
      *  is registered in the interface registry (FILEREG) first - a
      *  margin file already processed is refused, and so is one
      *  older than the latest loaded for the agreement.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + employer document X(14)
      *              + reference date X(10) AAAA-MM-DD
      *    detail  : '1' + employee document X(14)
      *              + employee registration (matricula) X(12)
      *              + available margin 9(12) (two implied decimals)
      *              + employee name X(40)
      *    trailer : '9' + detail count 9(6) + total margin 9(15)
      *              (two implied decimals)
      *
      *  Reject reason codes:
      *    M01 employee document missing
      *    M02 available margin invalid
      *    M03 margin not recorded by the bank
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSIG-MARGIN.
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
            SELECT MARGIN-FILE ASSIGN TO WS-MARGIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGIN-STATUS.

            SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  MARGIN-FILE.
         01  MARGIN-LINE             PIC X(100).

         FD  REJECT-FILE.
         01  REJECT-LINE             PIC X(110).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Convenio do empregador do header e a margem em carga.
         01  WS-CSG-ID               PIC 9(9)  VALUE 0.
         01  WS-CSG-EMPLOYER         PIC X(14) VALUE SPACES.
         01  WS-CSG-FOUND            PIC 9(5)  VALUE 0.
         01  WS-CSG-LAST-REF         PIC X(10) VALUE SPACES.
         01  WS-MRG-REF-DATE         PIC X(10) VALUE SPACES.
         01  WS-MRG-EMPLOYEE         PIC X(14) VALUE SPACES.
         01  WS-MRG-REGISTRATION     PIC X(12) VALUE SPACES.
         01  WS-MRG-NAME             PIC X(40) VALUE SPACES.
         01  WS-MRG-AMOUNT           PIC 9(10)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte, como no BULK-CREDIT.
         01  WS-MRG-RECORD           PIC X(100) VALUE SPACES.
         01  WS-MRG-HEADER REDEFINES WS-MRG-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-EMPLOYER     PIC X(14).
             05  WS-HDR-REF-DATE     PIC X(10).
             05  FILLER              PIC X(75).
         01  WS-MRG-DETAIL REDEFINES WS-MRG-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-EMPLOYEE     PIC X(14).
             05  WS-DET-REGISTRATION PIC X(12).
             05  WS-DET-MARGIN-X     PIC X(12).
             05  WS-DET-MARGIN-N REDEFINES WS-DET-MARGIN-X
                                     PIC 9(10)V99.
             05  WS-DET-NAME         PIC X(40).
             05  FILLER              PIC X(21).
         01  WS-MRG-TRAILER REDEFINES WS-MRG-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-TOTAL        PIC 9(13)V99.
             05  FILLER              PIC X(78).

      *    Header guardado na primeira passada (o registro corrente
      *    muda a cada leitura).
         01  WS-SAVED-EMPLOYER       PIC X(14) VALUE SPACES.
         01  WS-SAVED-REF-DATE       PIC X(10) VALUE SPACES.

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

         01  WS-MARGIN-PATH          PIC X(100) VALUE SPACES.
         01  WS-MARGIN-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REJECT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REJECT-REASON        PIC X(3)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-MRG-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-LOADED-COUNT         PIC 9(6)  VALUE 0.
         01  WS-REJECT-COUNT         PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CONSIG-MARGIN".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSIGMRG".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CONSIG-MARGIN".
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
            PERFORM LOAD-FILE-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-MARGIN-PATH TO WS-FREG-PATH
               MOVE WS-SAVED-EMPLOYER TO WS-FREG-PARTNER
               IF WS-FILE-OK = "S"
                  PERFORM CHECK-AGREEMENT-HEADER
               END-IF
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM LOAD-ALL-MARGINS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-MARGIN-STATUS = "00"
                  IF WS-FREG-REASON = SPACES
                     MOVE "controle do trailer nao confere"
                        TO WS-FREG-REASON
                  END-IF
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATHS.
            ACCEPT WS-MARGIN-PATH FROM ENVIRONMENT "CONSIG_MARGIN_FILE"
            IF WS-MARGIN-PATH = SPACES
               MOVE "/tmp/consig_margin.txt" TO WS-MARGIN-PATH
            END-IF

            ACCEPT WS-REJECT-PATH FROM ENVIRONMENT
               "CONSIG_MARGIN_REJECT_FILE"
            IF WS-REJECT-PATH = SPACES
               MOVE "/tmp/consig_margin_rejects.txt" TO WS-REJECT-PATH
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e carregado enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT MARGIN-FILE
            IF WS-MARGIN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de margem consignavel"
                  " - status " WS-MARGIN-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-MRG-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-MRG-EOF = "Y"
               CLOSE MARGIN-FILE

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
            READ MARGIN-FILE
               AT END
                  MOVE "Y" TO WS-MRG-EOF
               NOT AT END
                  MOVE MARGIN-LINE TO WS-MRG-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-HDR-EMPLOYER TO WS-SAVED-EMPLOYER
                        MOVE WS-HDR-REF-DATE TO WS-SAVED-REF-DATE
                        MOVE WS-HDR-REF-DATE TO WS-FREG-HEADER-SEQ
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-MARGIN-X IS NUMERIC
                           ADD WS-DET-MARGIN-N TO WS-CALC-TOTAL
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
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         CHECK-AGREEMENT-HEADER.
      *    O header diz de quem e o arquivo: empregador sem convenio,
      *    data de referencia invalida ou anterior a ultima carregada
      *    recusam o arquivo inteiro.
            MOVE WS-SAVED-EMPLOYER TO WS-CSG-EMPLOYER
            MOVE 0 TO WS-CSG-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-CSG-FOUND
               FROM consig_agreements
               WHERE employer_doc = :WS-CSG-EMPLOYER
            END-EXEC
            IF SQLCODE = ZERO AND WS-CSG-FOUND > 0
               EXEC SQL
                  SELECT id INTO :WS-CSG-ID
                  FROM consig_agreements
                  WHERE employer_doc = :WS-CSG-EMPLOYER
               END-EXEC
            END-IF

            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-SAVED-REF-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-MRG-REF-DATE

            IF WS-CSG-FOUND = 0
               DISPLAY "#Empregador " WS-CSG-EMPLOYER
                  " sem convenio de consignado - arquivo recusado"
               MOVE "empregador sem convenio de consignado"
                  TO WS-FREG-REASON
               MOVE "N" TO WS-FILE-OK
            ELSE IF WS-DS-DISP NOT = "S"
               DISPLAY "#Data de referencia invalida no header: "
                  WS-SAVED-REF-DATE " - arquivo recusado"
               MOVE "data de referencia invalida no header"
                  TO WS-FREG-REASON
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE SPACES TO WS-CSG-LAST-REF
               EXEC SQL
                  SELECT COALESCE(TO_CHAR(MAX(reference_date),
                                          'YYYY-MM-DD'), ' ')
                  INTO :WS-CSG-LAST-REF
                  FROM consig_margins
                  WHERE agreement_id = :WS-CSG-ID
               END-EXEC
               IF WS-CSG-LAST-REF NOT = SPACES AND
                  WS-MRG-REF-DATE < WS-CSG-LAST-REF
                  DISPLAY "#Referencia " WS-MRG-REF-DATE
                     " anterior a ultima carregada " WS-CSG-LAST-REF
                     " - arquivo recusado"
                  MOVE "arquivo de margem anterior ao ultimo carregado"
                     TO WS-FREG-REASON
                  MOVE "N" TO WS-FILE-OK
               END-IF
            END-IF
            END-IF.

         LOAD-ALL-MARGINS.
      *    Segunda passada - totais provados, cada detalhe substitui a
      *    margem do funcionario no convenio.
            OPEN INPUT MARGIN-FILE
            OPEN OUTPUT REJECT-FILE
            MOVE "N" TO WS-MRG-EOF
            PERFORM LOAD-ONE-RECORD UNTIL WS-MRG-EOF = "Y"
            CLOSE MARGIN-FILE
            CLOSE REJECT-FILE

            DISPLAY "#Margens carregadas: " WS-LOADED-COUNT
            DISPLAY "#Detalhes rejeitados: " WS-REJECT-COUNT

            IF WS-REJECT-COUNT > 0
               MOVE "WARN" TO WS-LOG-STATUS
            ELSE
               MOVE "OK" TO WS-LOG-STATUS
            END-IF
            MOVE WS-CALC-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "convenio " WS-CSG-ID " empregador "
               WS-CSG-EMPLOYER " ref " WS-MRG-REF-DATE ": "
               WS-LOADED-COUNT " margens, " WS-REJECT-COUNT
               " rejeitadas"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         LOAD-ONE-RECORD.
            READ MARGIN-FILE
               AT END
                  MOVE "Y" TO WS-MRG-EOF
               NOT AT END
                  MOVE MARGIN-LINE TO WS-MRG-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "1"
                        PERFORM LOAD-ONE-MARGIN
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         LOAD-ONE-MARGIN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE WS-DET-EMPLOYEE TO WS-MRG-EMPLOYEE
            MOVE WS-DET-REGISTRATION TO WS-MRG-REGISTRATION
            MOVE WS-DET-NAME TO WS-MRG-NAME

            IF WS-MRG-EMPLOYEE = SPACES
               MOVE "M01" TO WS-REJECT-REASON
            ELSE IF WS-DET-MARGIN-X IS NOT NUMERIC
               MOVE "M02" TO WS-REJECT-REASON
            ELSE
               MOVE WS-DET-MARGIN-N TO WS-MRG-AMOUNT
               PERFORM UPSERT-MARGIN
            END-IF
            END-IF

            IF WS-REJECT-REASON NOT = SPACES
               EXEC SQL
                  ROLLBACK
               END-EXEC
               PERFORM WRITE-REJECT-RECORD
            END-IF.

         UPSERT-MARGIN.
      *    Uma margem por funcionario e convenio - a do arquivo novo
      *    toma o lugar da anterior.
            EXEC SQL
               UPDATE consig_margins
               SET registration = :WS-MRG-REGISTRATION,
                   employee_name = :WS-MRG-NAME,
                   available_margin = :WS-MRG-AMOUNT,
                   reference_date = :WS-MRG-REF-DATE::date,
                   loaded_date = :WS-BUS-DATE::date
               WHERE agreement_id = :WS-CSG-ID
                 AND employee_doc = :WS-MRG-EMPLOYEE
            END-EXEC

            IF SQLCODE = ZERO AND SQLERRD(3) = 0
               EXEC SQL
                  INSERT INTO consig_margins
                     (agreement_id, employee_doc, registration,
                      employee_name, available_margin, reference_date,
                      loaded_date)
                  VALUES (:WS-CSG-ID, :WS-MRG-EMPLOYEE,
                          :WS-MRG-REGISTRATION, :WS-MRG-NAME,
                          :WS-MRG-AMOUNT, :WS-MRG-REF-DATE::date,
                          :WS-BUS-DATE::date)
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "M03" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-LOADED-COUNT
            END-IF.

         WRITE-REJECT-RECORD.
      *    Registro original precedido do codigo de motivo, para o
      *    empregador reenviar so o que falhou.
            MOVE SPACES TO REJECT-LINE
            STRING WS-REJECT-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MRG-RECORD DELIMITED BY SIZE
                   INTO REJECT-LINE
            END-STRING
            WRITE REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    carga - arquivo que esta interface ja processou e recusado
      *    aqui, mesmo reenviado com outro nome.
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
      *    Arquivo processado - contagem e total provados ficam no
      *    registro.
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
      *    REJECTED com o motivo.
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

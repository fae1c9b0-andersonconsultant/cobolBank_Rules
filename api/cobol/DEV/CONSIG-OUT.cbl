      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Monthly payroll deduction file to the employers - one file per
      *  consignado agreement (CONSIG-MAINT) with every OPEN
      *  installment of its ACTIVE consignado contracts due in the
      *  month (CONSIG_MONTH, AAAA-MM, default the business date's
      *  month), for the employer to deduct from the payroll. Each
      *  installment sent gets a consig_deductions row (SENT) in the
      *  same transaction that registers the file (FILEREG PRODUCE);
      *  while it is SENT LOAN-DUE leaves the installment alone. If
      *  the file cannot be registered nothing is SENT and the next
      *  run writes the same installments again; an installment
      *  already sent once is never sent again. An agreement whose
      *  payroll cutoff day has passed for the month gets no file -
      *  those installments fall back to the account debit at
      *  LOAN-DUE. The employer's answer comes back through CONSIG-RET.
      *  Agreements SUSPENDED for new loans still get their file.
      *
      *  File name: CONSIG_OUT_DIR (default /tmp) +
      *             /consig_<employer document>_<AAAAMM>.txt
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + employer document X(14) + agreement id 9(9)
      *              + month X(7) AAAA-MM + business date X(10)
      *    detail  : '1' + deduction id 9(9) + employee document X(14)
      *              + employee registration X(12) + contract id 9(9)
      *              + installment seq 9(3) + due date X(10)
      *              + amount 9(12) (two implied decimals)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSIG-OUT.
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
            SELECT CSG-OUT-FILE ASSIGN TO WS-CSG-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSG-OUT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  CSG-OUT-FILE.
         01  CSG-OUT-LINE            PIC X(100).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-PERIOD               PIC X(7)  VALUE SPACES.
         01  WS-PENDING-COUNT        PIC 9(9)  VALUE 0.

      *    Convenio corrente (linha do cursor de convenios).
         01  WS-CSG-ID               PIC 9(9)  VALUE 0.
         01  WS-CSG-EMPLOYER         PIC X(14) VALUE SPACES.
         01  WS-CSG-CUTOFF           PIC 9(2)  VALUE 0.

      *    Parcela corrente do convenio em remessa.
         01  WS-DED-ID               PIC 9(9)  VALUE 0.
         01  WS-DED-INST-ID          PIC 9(9)  VALUE 0.
         01  WS-DED-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-DED-SEQ              PIC 9(3)  VALUE 0.
         01  WS-DED-DUE-DATE         PIC X(10) VALUE SPACES.
         01  WS-DED-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-DED-EMPLOYEE         PIC X(14) VALUE SPACES.
         01  WS-DED-REGISTRATION     PIC X(12) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Convenios da remessa, carregados antes de abrir as parcelas
      *    - cada convenio comita o seu arquivo por conta propria.
         01  WS-AGR-TABLE.
             05  WS-AGR-ENTRY OCCURS 500 TIMES.
                 10  WS-AGR-ID           PIC 9(9).
                 10  WS-AGR-EMPLOYER     PIC X(14).
                 10  WS-AGR-CUTOFF       PIC 9(2).
         01  WS-AGR-COUNT            PIC 9(4)  VALUE 0.
         01  WS-AGR-IX               PIC 9(4)  VALUE 0.

      *    Visoes dos registros gravados no arquivo do empregador.
         01  WS-OUT-HEADER.
             05  FILLER              PIC X(1) VALUE "0".
             05  WS-OUT-HDR-EMPLOYER PIC X(14).
             05  WS-OUT-HDR-AGREEMENT
                                     PIC 9(9).
             05  WS-OUT-HDR-PERIOD   PIC X(7).
             05  WS-OUT-HDR-DATE     PIC X(10).
         01  WS-OUT-DETAIL.
             05  FILLER              PIC X(1) VALUE "1".
             05  WS-OUT-DET-ID       PIC 9(9).
             05  WS-OUT-DET-EMPLOYEE PIC X(14).
             05  WS-OUT-DET-REGISTRATION
                                     PIC X(12).
             05  WS-OUT-DET-CONTRACT PIC 9(9).
             05  WS-OUT-DET-SEQ      PIC 9(3).
             05  WS-OUT-DET-DUE-DATE PIC X(10).
             05  WS-OUT-DET-AMOUNT   PIC 9(10)V99.
         01  WS-OUT-TRAILER.
             05  FILLER              PIC X(1) VALUE "9".
             05  WS-OUT-TRL-COUNT    PIC 9(6).
             05  WS-OUT-TRL-TOTAL    PIC 9(13)V99.

         01  WS-CSG-OUT-PATH         PIC X(100) VALUE SPACES.
         01  WS-CSG-OUT-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-CSG-OUT-DIR          PIC X(60) VALUE SPACES.
         01  WS-PERIOD-COMPACT       PIC X(6)  VALUE SPACES.
         01  WS-BUS-DAY              PIC 9(2)  VALUE 0.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-AGR-EOF              PIC X(1)  VALUE "N".
         01  WS-DED-EOF              PIC X(1)  VALUE "N".
         01  WS-DED-FAILED           PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
         01  WS-DETAIL-TOTAL         PIC 9(13)V99 VALUE 0.
         01  WS-FILES-COUNT          PIC 9(4)  VALUE 0.
         01  WS-CUTOFF-COUNT         PIC 9(4)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CONSIG-OUT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSIGOUT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CONSIG-OUT".
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
            PERFORM LOAD-RUN-OPTIONS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM RESOLVE-PERIOD
               PERFORM LOAD-AGREEMENTS
               PERFORM EXTRACT-ONE-AGREEMENT
                  VARYING WS-AGR-IX FROM 1 BY 1
                  UNTIL WS-AGR-IX > WS-AGR-COUNT
               DISPLAY "#Arquivos de desconto gerados: " WS-FILES-COUNT
               DISPLAY "#Convenios com corte vencido: " WS-CUTOFF-COUNT
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-RUN-OPTIONS.
            ACCEPT WS-PERIOD FROM ENVIRONMENT "CONSIG_MONTH"

            ACCEPT WS-CSG-OUT-DIR FROM ENVIRONMENT "CONSIG_OUT_DIR"
            IF WS-CSG-OUT-DIR = SPACES
               MOVE "/tmp" TO WS-CSG-OUT-DIR
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

         RESOLVE-PERIOD.
      *    Mes da remessa - o informado ou o da data do movimento.
            IF WS-PERIOD = SPACES
               MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
            END-IF
            MOVE SPACES TO WS-PERIOD-COMPACT
            STRING WS-PERIOD(1:4) WS-PERIOD(6:2)
               DELIMITED BY SIZE INTO WS-PERIOD-COMPACT
            END-STRING
            MOVE WS-BUS-DATE(9:2) TO WS-BUS-DAY
            DISPLAY "#Remessa de desconto em folha - mes " WS-PERIOD.

         LOAD-AGREEMENTS.
            EXEC SQL
               DECLARE CSG-AGR-CUR CURSOR FOR
               SELECT id, employer_doc, cutoff_day
               FROM consig_agreements
               WHERE status IN ('ACTIVE', 'SUSPENDED')
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN CSG-AGR-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE "N" TO WS-AGR-EOF
               PERFORM FETCH-ONE-AGREEMENT UNTIL WS-AGR-EOF = "Y"
               EXEC SQL
                  CLOSE CSG-AGR-CUR
               END-EXEC
            END-IF.

         FETCH-ONE-AGREEMENT.
            EXEC SQL
               FETCH CSG-AGR-CUR
               INTO :WS-CSG-ID, :WS-CSG-EMPLOYER, :WS-CSG-CUTOFF
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-AGR-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-AGR-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE IF WS-AGR-COUNT >= 500
               MOVE "Y" TO WS-AGR-EOF
               DISPLAY "#Mais de 500 convenios - restante na proxima "
                  "execucao"
               MOVE 1 TO RETURN-CODE
            ELSE
               ADD 1 TO WS-AGR-COUNT
               MOVE WS-CSG-ID       TO WS-AGR-ID(WS-AGR-COUNT)
               MOVE WS-CSG-EMPLOYER TO WS-AGR-EMPLOYER(WS-AGR-COUNT)
               MOVE WS-CSG-CUTOFF   TO WS-AGR-CUTOFF(WS-AGR-COUNT)
            END-IF
            END-IF
            END-IF.

         EXTRACT-ONE-AGREEMENT.
            MOVE WS-AGR-ID(WS-AGR-IX)       TO WS-CSG-ID
            MOVE WS-AGR-EMPLOYER(WS-AGR-IX) TO WS-CSG-EMPLOYER
            MOVE WS-AGR-CUTOFF(WS-AGR-IX)   TO WS-CSG-CUTOFF

      *    Corte da folha vencido no mes (ou mes ja passado) - o
      *    empregador nao desconta mais; as parcelas ficam com o
      *    debito em conta do LOAN-DUE.
            IF WS-PERIOD < WS-BUS-DATE(1:7) OR
               (WS-PERIOD = WS-BUS-DATE(1:7) AND
                WS-BUS-DAY > WS-CSG-CUTOFF)
               ADD 1 TO WS-CUTOFF-COUNT
               DISPLAY "#Convenio " WS-CSG-ID " corte dia "
                  WS-CSG-CUTOFF " vencido - parcelas no debito em "
                  "conta"
            ELSE
               PERFORM EXTRACT-AGREEMENT-INSTALLMENTS
            END-IF.

         EXTRACT-AGREEMENT-INSTALLMENTS.
      *    Sem parcela a descontar nao ha arquivo - o empregador nao
      *    recebe remessa vazia.
            MOVE 0 TO WS-PENDING-COUNT
            EXEC SQL
               SELECT COUNT(*) INTO :WS-PENDING-COUNT
               FROM loan_installments i
               JOIN loan_contracts c ON c.id = i.contract_id
               WHERE c.agreement_id = :WS-CSG-ID
                 AND c.product = 'CONSIG'
                 AND c.status = 'ACTIVE'
                 AND i.status = 'OPEN'
                 AND TO_CHAR(i.due_date, 'YYYY-MM') = :WS-PERIOD
                 AND NOT EXISTS
                     (SELECT 1 FROM consig_deductions d
                      WHERE d.installment_id = i.id)
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE IF WS-PENDING-COUNT = 0
               DISPLAY "#Convenio " WS-CSG-ID
                  " sem parcela a descontar no mes"
            ELSE
               EXEC SQL
                  DECLARE CSG-DED-CUR CURSOR FOR
                  SELECT i.id, i.contract_id, i.seq,
                         TO_CHAR(i.due_date, 'YYYY-MM-DD'),
                         i.principal_amount + i.interest_amount,
                         COALESCE(account_holder_doc(c.account), ' '),
                         COALESCE(
                            (SELECT m.registration
                             FROM consig_margins m
                             WHERE m.agreement_id = c.agreement_id
                               AND m.employee_doc =
                                   account_holder_doc(c.account)),
                            ' ')
                  FROM loan_installments i
                  JOIN loan_contracts c ON c.id = i.contract_id
                  WHERE c.agreement_id = :WS-CSG-ID
                    AND c.product = 'CONSIG'
                    AND c.status = 'ACTIVE'
                    AND i.status = 'OPEN'
                    AND TO_CHAR(i.due_date, 'YYYY-MM') = :WS-PERIOD
                    AND NOT EXISTS
                        (SELECT 1 FROM consig_deductions d
                         WHERE d.installment_id = i.id)
                  ORDER BY i.contract_id, i.seq
               END-EXEC

               EXEC SQL
                  OPEN CSG-DED-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE 1 TO RETURN-CODE
               ELSE
                  PERFORM BUILD-OUTBOUND-PATH
                  OPEN OUTPUT CSG-OUT-FILE
                  MOVE WS-CSG-EMPLOYER TO WS-OUT-HDR-EMPLOYER
                  MOVE WS-CSG-ID TO WS-OUT-HDR-AGREEMENT
                  MOVE WS-PERIOD TO WS-OUT-HDR-PERIOD
                  MOVE WS-BUS-DATE TO WS-OUT-HDR-DATE
                  MOVE WS-OUT-HEADER TO CSG-OUT-LINE
                  WRITE CSG-OUT-LINE

                  MOVE 0 TO WS-DETAIL-COUNT
                  MOVE 0 TO WS-DETAIL-TOTAL
                  MOVE "N" TO WS-DED-FAILED
                  MOVE "N" TO WS-DED-EOF
                  PERFORM WRITE-ONE-DEDUCTION UNTIL WS-DED-EOF = "Y"
                  EXEC SQL
                     CLOSE CSG-DED-CUR
                  END-EXEC

                  MOVE WS-DETAIL-COUNT TO WS-OUT-TRL-COUNT
                  MOVE WS-DETAIL-TOTAL TO WS-OUT-TRL-TOTAL
                  MOVE WS-OUT-TRAILER TO CSG-OUT-LINE
                  WRITE CSG-OUT-LINE
                  CLOSE CSG-OUT-FILE
                  PERFORM CLOSE-OUTBOUND-RUN
               END-IF
            END-IF
            END-IF.

         BUILD-OUTBOUND-PATH.
            MOVE SPACES TO WS-CSG-OUT-PATH
            STRING WS-CSG-OUT-DIR DELIMITED BY SPACE
                   "/consig_" DELIMITED BY SIZE
                   WS-CSG-EMPLOYER DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PERIOD-COMPACT DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-CSG-OUT-PATH
            END-STRING.

         WRITE-ONE-DEDUCTION.
            EXEC SQL
               FETCH CSG-DED-CUR
               INTO :WS-DED-INST-ID, :WS-DED-CONTRACT, :WS-DED-SEQ,
                    :WS-DED-DUE-DATE, :WS-DED-AMOUNT,
                    :WS-DED-EMPLOYEE, :WS-DED-REGISTRATION
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-DED-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-DED-EOF
               MOVE "S" TO WS-DED-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Desconto enviado na mesma transacao do registro do arquivo
      *    - so fica SENT se o arquivo for registrado.
               EXEC SQL
                  INSERT INTO consig_deductions
                     (agreement_id, installment_id, contract_id,
                      employee_doc, due_date, amount, period, status,
                      sent_date)
                  VALUES (:WS-CSG-ID, :WS-DED-INST-ID,
                          :WS-DED-CONTRACT, :WS-DED-EMPLOYEE,
                          :WS-DED-DUE-DATE::date, :WS-DED-AMOUNT,
                          :WS-PERIOD, 'SENT', :WS-BUS-DATE::date)
                  RETURNING id INTO :WS-DED-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE "Y" TO WS-DED-EOF
                  MOVE "S" TO WS-DED-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE WS-DED-ID           TO WS-OUT-DET-ID
                  MOVE WS-DED-EMPLOYEE     TO WS-OUT-DET-EMPLOYEE
                  MOVE WS-DED-REGISTRATION TO WS-OUT-DET-REGISTRATION
                  MOVE WS-DED-CONTRACT     TO WS-OUT-DET-CONTRACT
                  MOVE WS-DED-SEQ          TO WS-OUT-DET-SEQ
                  MOVE WS-DED-DUE-DATE     TO WS-OUT-DET-DUE-DATE
                  MOVE WS-DED-AMOUNT       TO WS-OUT-DET-AMOUNT
                  MOVE WS-OUT-DETAIL TO CSG-OUT-LINE
                  WRITE CSG-OUT-LINE
                  ADD 1 TO WS-DETAIL-COUNT
                  ADD WS-DED-AMOUNT TO WS-DETAIL-TOTAL
               END-IF
            END-IF
            END-IF.

         CLOSE-OUTBOUND-RUN.
      *    Arquivo incompleto nao segue para o empregador - nada fica
      *    SENT e a proxima execucao remete tudo de novo.
            IF WS-DED-FAILED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo do convenio " WS-CSG-ID
                  " incompleto - nao enviar"
               MOVE "ERROR" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-CSG-OUT-PATH TO WS-FREG-PATH
               MOVE WS-CSG-EMPLOYER TO WS-FREG-PARTNER
               MOVE SPACES TO WS-FREG-HEADER-SEQ
               STRING WS-CSG-ID " " WS-PERIOD
                  DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
               END-STRING
               MOVE WS-DETAIL-COUNT TO WS-FREG-RECORDS
               MOVE WS-DETAIL-TOTAL TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
               IF WS-FREG-DISP = "S"
                  ADD 1 TO WS-FILES-COUNT
                  DISPLAY "#Convenio " WS-CSG-ID ": "
                     WS-DETAIL-COUNT " descontos, valor "
                     WS-DETAIL-TOTAL
                  MOVE "OK" TO WS-LOG-STATUS
               ELSE
                  MOVE "ERROR" TO WS-LOG-STATUS
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF

            MOVE WS-DETAIL-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "remessa de consignado convenio " WS-CSG-ID
               " mes " WS-PERIOD " com " WS-DETAIL-COUNT " parcelas"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    O COMMIT aqui tambem grava os descontos como SENT; sem
      *    registro, o ROLLBACK os desfaz.
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
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "nao enviar; parcelas seguem sem desconto"
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

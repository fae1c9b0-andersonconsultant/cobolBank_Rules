      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Payroll deduction return ingest - the employer's answer to the
      *  deduction file CONSIG-OUT sent: for each deduction, whether it
      *  came off the payroll. Fixed header/detail/trailer layout in
      *  the BULK-CREDIT mold, trailer control totals proved BEFORE
      *  anything posts; the file is registered in the interface
      *  registry (FILEREG) first - a return already processed is
      *  refused.
      *    00 deducted     - the deducted amount is collected from the
      *                      employer's account of the agreement into
      *                      the LOAN_FUNDING_ACCOUNT (post_transfer),
      *                      the installment is PAID on the business
      *                      date and the deduction DEDUCTED. A
      *                      transfer the bank refuses (employer account
      *                      without balance) leaves the deduction SENT
      *                      and the line in the reject file, for the
      *                      employer to be chased - the employee
      *                      already paid and is not debited again.
      *    other codes     - not deducted (dismissal, leave, margin
      *                      gone...): the deduction turns NOT_DEDUCTED
      *                      with the employer's code and the
      *                      installment, still OPEN, falls back to the
      *                      account debit at LOAN-DUE.
      *  Once the file is applied, every deduction of the agreement and
      *  month the employer left out of the return also turns
      *  NOT_DEDUCTED (code SR, sem retorno) and falls back to LOAN-DUE.
      *  Each deduction commits on its own.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + employer document X(14) + agreement id 9(9)
      *              + month X(7) AAAA-MM + processing date X(10)
      *    detail  : '1' + deduction id 9(9) + result code X(2)
      *              + amount deducted 9(12) (two implied decimals)
      *    trailer : '9' + detail count 9(6) + total deducted 9(15)
      *              (two implied decimals)
      *
      *  Reject reason codes:
      *    D01 deduction unknown, of another agreement or not awaiting
      *        a return (SENT)
      *    D02 amount deducted differs from the installment sent
      *    D03 collection from the employer account refused
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CONSIG-RET.
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
            SELECT RET-FILE ASSIGN TO WS-RET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

            SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  RET-FILE.
         01  RET-LINE                PIC X(100).

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
         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.

      *    Convenio do header.
         01  WS-CSG-ID               PIC 9(9)  VALUE 0.
         01  WS-CSG-EMPLOYER         PIC X(14) VALUE SPACES.
         01  WS-CSG-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-CSG-FOUND            PIC 9(5)  VALUE 0.
         01  WS-PERIOD               PIC X(7)  VALUE SPACES.

      *    Desconto em tratamento.
         01  WS-DED-ID               PIC 9(9)  VALUE 0.
         01  WS-DED-INST-ID          PIC 9(9)  VALUE 0.
         01  WS-DED-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-DED-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-DED-RESULT           PIC X(2)  VALUE SPACES.
         01  WS-POST-RESULT          PIC X(20) VALUE SPACES.
         01  WS-MISSING-COUNT        PIC 9(9)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte, como no BULK-CREDIT.
         01  WS-RET-RECORD           PIC X(100) VALUE SPACES.
         01  WS-RET-HEADER REDEFINES WS-RET-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-EMPLOYER     PIC X(14).
             05  WS-HDR-AGREEMENT-X  PIC X(9).
             05  WS-HDR-AGREEMENT-N REDEFINES WS-HDR-AGREEMENT-X
                                     PIC 9(9).
             05  WS-HDR-PERIOD       PIC X(7).
             05  WS-HDR-DATE         PIC X(10).
             05  FILLER              PIC X(59).
         01  WS-RET-DETAIL REDEFINES WS-RET-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-DED-ID-X     PIC X(9).
             05  WS-DET-DED-ID-N REDEFINES WS-DET-DED-ID-X
                                     PIC 9(9).
             05  WS-DET-RESULT       PIC X(2).
             05  WS-DET-AMOUNT-X     PIC X(12).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(10)V99.
             05  FILLER              PIC X(76).
         01  WS-RET-TRAILER REDEFINES WS-RET-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-TOTAL        PIC 9(13)V99.
             05  FILLER              PIC X(78).

      *    Header guardado na primeira passada.
         01  WS-SAVED-EMPLOYER       PIC X(14) VALUE SPACES.
         01  WS-SAVED-AGREEMENT-X    PIC X(9)  VALUE SPACES.
         01  WS-SAVED-AGREEMENT-N REDEFINES WS-SAVED-AGREEMENT-X
                                     PIC 9(9).
         01  WS-SAVED-PERIOD         PIC X(7)  VALUE SPACES.

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

         01  WS-RET-PATH             PIC X(100) VALUE SPACES.
         01  WS-RET-STATUS           PIC X(2)  VALUE SPACES.
         01  WS-REJECT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REJECT-REASON        PIC X(3)  VALUE SPACES.
         01  WS-FUNDING-ENV          PIC X(10) VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RET-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-DEDUCTED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-DEDUCTED-TOTAL       PIC 9(13)V99 VALUE 0.
         01  WS-NOT-DEDUCTED-COUNT   PIC 9(6)  VALUE 0.
         01  WS-REJECT-COUNT         PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CONSIG-RET".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CONSIGRET".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CONSIG-RET".
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
               MOVE WS-RET-PATH TO WS-FREG-PATH
               MOVE WS-SAVED-EMPLOYER TO WS-FREG-PARTNER
               IF WS-FILE-OK = "S"
                  PERFORM CHECK-AGREEMENT-HEADER
               END-IF
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM APPLY-ALL-RETURNS
                     PERFORM CLOSE-MISSING-RETURNS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-RET-STATUS = "00"
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
            ACCEPT WS-RET-PATH FROM ENVIRONMENT "CONSIG_RETURN_FILE"
            IF WS-RET-PATH = SPACES
               MOVE "/tmp/consig_return.txt" TO WS-RET-PATH
            END-IF

            ACCEPT WS-REJECT-PATH FROM ENVIRONMENT
               "CONSIG_RETURN_REJECT_FILE"
            IF WS-REJECT-PATH = SPACES
               MOVE "/tmp/consig_return_rejects.txt" TO WS-REJECT-PATH
            END-IF

      *    Mesma conta de funding dos emprestimos (LOAN-MAINT/LOAN-DUE)
      *    - e para ela que volta a parcela descontada em folha.
            ACCEPT WS-FUNDING-ENV FROM ENVIRONMENT
               "LOAN_FUNDING_ACCOUNT"
            IF WS-FUNDING-ENV IS NUMERIC AND WS-FUNDING-ENV NOT = SPACES
               MOVE WS-FUNDING-ENV TO WS-FUNDING-ACCOUNT
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e postado enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT RET-FILE
            IF WS-RET-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de retorno do "
                  "consignado - status " WS-RET-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-RET-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-RET-EOF = "Y"
               CLOSE RET-FILE

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
            READ RET-FILE
               AT END
                  MOVE "Y" TO WS-RET-EOF
               NOT AT END
                  MOVE RET-LINE TO WS-RET-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-HDR-EMPLOYER TO WS-SAVED-EMPLOYER
                        MOVE WS-HDR-AGREEMENT-X
                           TO WS-SAVED-AGREEMENT-X
                        MOVE WS-HDR-PERIOD TO WS-SAVED-PERIOD
                        MOVE WS-RET-RECORD(16:16)
                           TO WS-FREG-HEADER-SEQ
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
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         CHECK-AGREEMENT-HEADER.
      *    O header tem de casar empregador e convenio da remessa; sem
      *    conta de funding nada e cobrado e o arquivo nem entra.
            MOVE WS-SAVED-EMPLOYER TO WS-CSG-EMPLOYER
            MOVE WS-SAVED-PERIOD TO WS-PERIOD
            MOVE 0 TO WS-CSG-ID
            IF WS-SAVED-AGREEMENT-X IS NUMERIC
               MOVE WS-SAVED-AGREEMENT-N TO WS-CSG-ID
            END-IF
            MOVE 0 TO WS-CSG-FOUND
            EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(company_account), 0)
               INTO :WS-CSG-FOUND, :WS-CSG-ACCOUNT
               FROM consig_agreements
               WHERE id = :WS-CSG-ID
                 AND employer_doc = :WS-CSG-EMPLOYER
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-CSG-FOUND
            END-IF

            IF WS-FUNDING-ACCOUNT = 0
               DISPLAY "#LOAN_FUNDING_ACCOUNT nao configurada - "
                  "retorno nao processado"
               MOVE "LOAN_FUNDING_ACCOUNT nao configurada"
                  TO WS-FREG-REASON
               MOVE "N" TO WS-FILE-OK
            ELSE IF WS-CSG-FOUND = 0
               DISPLAY "#Convenio " WS-SAVED-AGREEMENT-X
                  " nao e do empregador " WS-CSG-EMPLOYER
                  " - arquivo recusado"
               MOVE "convenio do header nao confere"
                  TO WS-FREG-REASON
               MOVE "N" TO WS-FILE-OK
            END-IF
            END-IF.

         APPLY-ALL-RETURNS.
      *    Segunda passada - totais provados, cada retorno encontra o
      *    desconto enviado e quita ou devolve a parcela.
            OPEN INPUT RET-FILE
            OPEN OUTPUT REJECT-FILE
            MOVE "N" TO WS-RET-EOF
            PERFORM APPLY-ONE-RECORD UNTIL WS-RET-EOF = "Y"
            CLOSE RET-FILE
            CLOSE REJECT-FILE

            DISPLAY "#Parcelas descontadas: " WS-DEDUCTED-COUNT
               " valor " WS-DEDUCTED-TOTAL
            DISPLAY "#Parcelas nao descontadas: "
               WS-NOT-DEDUCTED-COUNT
            DISPLAY "#Detalhes rejeitados: " WS-REJECT-COUNT

            IF WS-REJECT-COUNT > 0
               MOVE "WARN" TO WS-LOG-STATUS
            ELSE
               MOVE "OK" TO WS-LOG-STATUS
            END-IF
            MOVE WS-DEDUCTED-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "retorno consignado convenio " WS-CSG-ID " mes "
               WS-PERIOD ": " WS-DEDUCTED-COUNT " descontadas, "
               WS-NOT-DEDUCTED-COUNT " nao descontadas, "
               WS-REJECT-COUNT " rejeitadas"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         APPLY-ONE-RECORD.
            READ RET-FILE
               AT END
                  MOVE "Y" TO WS-RET-EOF
               NOT AT END
                  MOVE RET-LINE TO WS-RET-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "1"
                        PERFORM APPLY-ONE-RETURN
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         APPLY-ONE-RETURN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE 0 TO WS-DED-ID
            IF WS-DET-DED-ID-X IS NUMERIC
               MOVE WS-DET-DED-ID-N TO WS-DED-ID
            END-IF
            MOVE WS-DET-RESULT TO WS-DED-RESULT

      *    So desconto enviado deste convenio e ainda sem retorno casa
      *    - retorno repetido ou de outro convenio volta rejeitado.
            EXEC SQL
               SELECT installment_id, contract_id, amount
               INTO :WS-DED-INST-ID, :WS-DED-CONTRACT, :WS-DED-AMOUNT
               FROM consig_deductions
               WHERE id = :WS-DED-ID
                 AND agreement_id = :WS-CSG-ID
                 AND status = 'SENT'
            END-EXEC

            IF SQLCODE = 100
               MOVE "D01" TO WS-REJECT-REASON
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "D01" TO WS-REJECT-REASON
            ELSE IF WS-DED-RESULT NOT = "00"
               PERFORM APPLY-NOT-DEDUCTED
            ELSE IF WS-DET-AMOUNT-X IS NOT NUMERIC
               MOVE "D02" TO WS-REJECT-REASON
            ELSE IF WS-DET-AMOUNT-N NOT = WS-DED-AMOUNT
               MOVE "D02" TO WS-REJECT-REASON
            ELSE
               PERFORM APPLY-DEDUCTED
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

            IF WS-REJECT-REASON NOT = SPACES
               EXEC SQL
                  ROLLBACK
               END-EXEC
               PERFORM WRITE-REJECT-RECORD
            END-IF.

         APPLY-DEDUCTED.
      *    Descontado em folha - o empregador repassa a parcela da
      *    conta do convenio para a conta de funding e a parcela fica
      *    PAID na data do movimento.
            EXEC SQL
               SELECT post_transfer(:WS-CSG-ACCOUNT,
                      :WS-FUNDING-ACCOUNT, :WS-DED-AMOUNT)
               INTO :WS-POST-RESULT
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE loan_installments
                  SET status = 'PAID',
                      paid_date = :WS-BUS-DATE::date
                  WHERE id = :WS-DED-INST-ID
                    AND status = 'OPEN'
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE consig_deductions
                  SET status = 'DEDUCTED',
                      result_code = :WS-DED-RESULT,
                      result_date = :WS-BUS-DATE::date
                  WHERE id = :WS-DED-ID
                    AND status = 'SENT'
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "D03" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-DEDUCTED-COUNT
               ADD WS-DED-AMOUNT TO WS-DEDUCTED-TOTAL
               MOVE "CONSIG-DEDUCTED" TO WS-LOG-ACTION
               MOVE WS-DED-AMOUNT TO WS-LOG-VALUE
               PERFORM LOG-ONE-RETURN
            END-IF.

         APPLY-NOT-DEDUCTED.
      *    Nao descontado - a parcela segue OPEN e o LOAN-DUE passa a
      *    cobra-la no debito em conta.
            EXEC SQL
               UPDATE consig_deductions
               SET status = 'NOT_DEDUCTED',
                   result_code = :WS-DED-RESULT,
                   result_date = :WS-BUS-DATE::date
               WHERE id = :WS-DED-ID
                 AND status = 'SENT'
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "D01" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-NOT-DEDUCTED-COUNT
               MOVE "CONSIG-NOT-DEDUCTED" TO WS-LOG-ACTION
               MOVE WS-DED-AMOUNT TO WS-LOG-VALUE
               PERFORM LOG-ONE-RETURN
            END-IF.

         CLOSE-MISSING-RETURNS.
      *    Desconto do convenio e mes que o empregador deixou fora do
      *    retorno nao foi descontado - volta para o debito em conta.
            MOVE 0 TO WS-MISSING-COUNT
            EXEC SQL
               UPDATE consig_deductions
               SET status = 'NOT_DEDUCTED',
                   result_code = 'SR',
                   result_date = :WS-BUS-DATE::date
               WHERE agreement_id = :WS-CSG-ID
                 AND period = :WS-PERIOD
                 AND status = 'SENT'
            END-EXEC

            IF SQLCODE = ZERO OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-MISSING-COUNT
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-MISSING-COUNT > 0
                  DISPLAY "#Descontos sem retorno do empregador: "
                     WS-MISSING-COUNT " - ficam no debito em conta"
                  MOVE "CONSIG-NO-RETURN" TO WS-LOG-ACTION
                  MOVE "WARN" TO WS-LOG-STATUS
                  MOVE 0 TO WS-LOG-VALUE
                  MOVE SPACES TO WS-LOG-MESSAGE
                  STRING "convenio " WS-CSG-ID " mes " WS-PERIOD ": "
                     WS-MISSING-COUNT " descontos sem retorno"
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  MOVE "CONSIG-RET" TO WS-LOG-ACTION
               END-IF
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         LOG-ONE-RETURN.
      *    Uma linha de log por desconto, com acao propria.
            MOVE "OK" TO WS-LOG-STATUS
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "desconto " WS-DED-ID " contrato " WS-DED-CONTRACT
               " parcela " WS-DED-INST-ID " retorno " WS-DED-RESULT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            MOVE "CONSIG-RET" TO WS-LOG-ACTION.

         WRITE-REJECT-RECORD.
      *    Registro original precedido do codigo de motivo, para o
      *    empregador reenviar (ou ser cobrado) so do que falhou.
            MOVE SPACES TO REJECT-LINE
            STRING WS-REJECT-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RET-RECORD DELIMITED BY SIZE
                   INTO REJECT-LINE
            END-STRING
            WRITE REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    lancamento - arquivo que esta interface ja processou e
      *    recusado aqui, mesmo reenviado com outro nome.
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

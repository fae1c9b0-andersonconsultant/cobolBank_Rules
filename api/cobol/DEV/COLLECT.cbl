      *  contract into the same notify file Enginev3's
      *  WRITE-NOTIFICATION feeds; PROMISE records a promise-to-pay
      *  with its follow-up date (validated by DATESRV); FOLLOWUP lists
      *  the promises due; RENEG restructures an overdue contract into
      *  a new one - the overdue installments, the charges agreed with
      *  the customer and the principal still to fall due become the
      *  new balance, scheduled with the LOAN-MAINT installment
      *  arithmetic under a contract linked to the original
      *  (renegotiated_from/renegotiated_to), the original closed
      *  RENEGOTIATED, the restructuring journaled through JRNLWRITE
      *  and the new schedule printed to the permanent statements
      *  file. DUNNING marks restructured contracts, LOAN-PROV keeps
      *  them at least at the original's last rating and SCR-REPORT
      *  flags them.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
      *    Extratos permanentes da Enginev3 - o cronograma renegociado
      *    sai impresso ali, como o certificado de saldo.
            SELECT STATEMENT-FILE ASSIGN TO WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

      ******************************************************************
         DATA                        DIVISION.
         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

         FD  STATEMENT-FILE.
         01  STATEMENT-LINE          PIC X(150).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  WS-AGE-BUCKET           PIC X(6)  VALUE SPACES.
         01  WS-AGE-COUNT            PIC 9(4)  VALUE 0.
         01  WS-AGE-TOTAL            PIC S9(12)V99 VALUE 0.
         01  WS-AGE-RENEG            PIC X(1)  VALUE SPACE.

      *    Promessa de pagamento em manutencao.
         01  WS-PRM-ID               PIC 9(9)  VALUE 0.
         01  WS-PRM-DATE             PIC X(10) VALUE SPACES.
         01  WS-PRM-STATUS           PIC X(10) VALUE SPACES.

      *    Renegociacao - contrato original, vencidas, encargos e
      *    principal a vencer que compoem o saldo do contrato novo.
         01  WS-RNG-CONTRACT         PIC 9(9)  VALUE 0.
         01  WS-RNG-NEW-CONTRACT     PIC 9(9)  VALUE 0.
         01  WS-RNG-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-RNG-STATUS           PIC X(12) VALUE SPACES.
         01  WS-RNG-OVERDUE-COUNT    PIC 9(4)  VALUE 0.
         01  WS-RNG-OVERDUE          PIC 9(10)V99 VALUE 0.
         01  WS-RNG-FUTURE           PIC 9(10)V99 VALUE 0.
         01  WS-RNG-DAYS             PIC 9(5)  VALUE 0.
         01  WS-RNG-CHARGES          PIC 9(10)V99 VALUE 0.
         01  WS-RNG-OPEN-TOTAL       PIC 9(10)V99 VALUE 0.
         01  WS-RNG-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-RNG-TERMS            PIC 9(3)  VALUE 0.
         01  WS-RNG-CLOSED           PIC 9(4)  VALUE 0.

      *    Impressao do cronograma renegociado.
         01  WS-PRT-HOLDER           PIC X(60) VALUE SPACES.
         01  WS-PRT-DATE             PIC X(10) VALUE SPACES.
         01  WS-PRT-DUE-DATE         PIC X(10) VALUE SPACES.

      *    Parcela corrente da construcao do novo cronograma - o mesmo
      *    principal igual + juros sobre o saldo devedor do LOAN-MAINT.
         01  WS-INST-SEQ             PIC 9(3)  VALUE 0.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-BUILD-OK            PIC X(1)  VALUE "S".
         01  WS-NOTICE-COUNT        PIC 9(6)  VALUE 0.
         01  WS-RNG-ANSWER          PIC X(1)  VALUE SPACE.

         01  WS-STATEMENT-PATH      PIC X(100) VALUE SPACES.
         01  WS-STMT-FILE-STATUS    PIC X(2)  VALUE SPACES.
         01  WS-PRT-INST-TOTAL      PIC 9(10)V99 VALUE 0.
         01  WS-PRT-AMOUNT-EDIT     PIC Z(9)9,99.
         01  WS-PRT-INTEREST-EDIT   PIC Z(9)9,99.
         01  WS-PRT-TOTAL-EDIT      PIC Z(9)9,99.

      *    Escrita no spool de notificacao, no mesmo layout "|" da
      *    Enginev3 (WRITE-NOTIFICATION).
            DISPLAY "DUNNING : Envelhece o atraso e spool de avisos"
            DISPLAY "PROMISE : Registra promessa de pagamento"
            DISPLAY "FOLLOWUP: Lista promessas com retorno vencido"
            DISPLAY "RENEG   : Renegocia contrato em atraso num novo"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "========================"
         RUN-DUNNING.
      *    Mesmo recorte por faixa do relatorio de atraso do LOAN-DUE,
      *    so que agora cada contrato em atraso vira um aviso no spool
      *    de notificacao que o mailer/SMS ja consome. Contrato que
      *    ja nasceu de renegociacao sai marcado - acordo quebrado.
            MOVE 0 TO WS-NOTICE-COUNT
            EXEC SQL
               DECLARE COL-AGE-CUR CURSOR FOR
                         ELSE '90+'
                      END,
                      COUNT(*),
                      SUM(i.principal_amount + i.interest_amount),
                      CASE WHEN c.renegotiated_from IS NULL
                           THEN 'N' ELSE 'S' END
               FROM loan_installments i
               JOIN loan_contracts c ON c.id = i.contract_id
               WHERE i.status = 'OPEN'
                 AND i.due_date < CURRENT_DATE
               GROUP BY i.contract_id, c.account, 3, 6
               ORDER BY 3 DESC, c.account
            END-EXEC

            EXEC SQL
               FETCH COL-AGE-CUR
               INTO :WS-AGE-CONTRACT, :WS-AGE-ACCOUNT,
                    :WS-AGE-BUCKET, :WS-AGE-COUNT, :WS-AGE-TOTAL,
                    :WS-AGE-RENEG
            END-EXEC

            IF SQLCODE = 100
            ELSE
               DISPLAY "atraso\" WS-AGE-BUCKET "\" WS-AGE-CONTRACT
                  "\" WS-AGE-ACCOUNT "\" WS-AGE-COUNT "\"
                  WS-AGE-TOTAL "\" WS-AGE-RENEG
               MOVE SPACES TO WS-NOTIFY-DETAIL
               IF WS-AGE-RENEG = "S"
                  STRING "CONTRATO " WS-AGE-CONTRACT " FAIXA "
                     WS-AGE-BUCKET " RENEG" DELIMITED BY SIZE
                     INTO WS-NOTIFY-DETAIL
                  END-STRING
               ELSE
                  STRING "CONTRATO " WS-AGE-CONTRACT " FAIXA "
                     WS-AGE-BUCKET DELIMITED BY SIZE
                     INTO WS-NOTIFY-DETAIL
                  END-STRING
               END-IF
               PERFORM SPOOL-DUNNING-NOTICE
            END-IF.

            END-IF.

         RENEGOTIATE.
      *    Renegociacao de contrato em atraso num contrato novo: as
      *    parcelas vencidas (principal + juros), os encargos acordados
      *    com o cliente e o principal ainda a vencer viram o saldo do
      *    contrato novo, ligado ao original (renegotiated_from /
      *    renegotiated_to); o original fecha RENEGOTIATED, as parcelas
      *    abertas dele RENEG e as promessas abertas tambem - tudo na
      *    mesma transacao, com a reestruturacao no diario de
      *    auditoria e o cronograma novo impresso para o cliente.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do contrato: " NO ADVANCING
               ACCEPT WS-RNG-CONTRACT
            ELSE
               MOVE WS-CMD-ARGS TO WS-RNG-CONTRACT
            END-IF

            MOVE SPACES TO WS-RNG-STATUS
            EXEC SQL
               SELECT account, status
               INTO :WS-RNG-ACCOUNT, :WS-RNG-STATUS
               FROM loan_contracts
               WHERE id = :WS-RNG-CONTRACT
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\RENEG"
               DISPLAY "#Contrato nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-RNG-STATUS NOT = "ACTIVE"
               DISPLAY "0\RENEG"
               DISPLAY "#Contrato nao esta ativo (" WS-RNG-STATUS ")"
            ELSE
               PERFORM QUOTE-RENEG
               IF WS-RNG-OVERDUE-COUNT = 0
                  DISPLAY "0\RENEG"
                  DISPLAY "#Contrato sem parcela vencida - nada a "
                     "renegociar"
               ELSE
                  PERFORM ASK-RENEG-TERMS
               END-IF
            END-IF
            END-IF
            END-IF.

         QUOTE-RENEG.
      *    Vencidas pelo valor da parcela (principal + juros ja
      *    devidos); a vencer so pelo principal - o juro futuro e
      *    refeito pela taxa nova.
            MOVE 0 TO WS-RNG-OVERDUE-COUNT
            MOVE 0 TO WS-RNG-OVERDUE
            MOVE 0 TO WS-RNG-FUTURE
            MOVE 0 TO WS-RNG-DAYS
            EXEC SQL
               SELECT COUNT(*) FILTER (WHERE due_date < CURRENT_DATE),
                      COALESCE(SUM(principal_amount + interest_amount)
                         FILTER (WHERE due_date < CURRENT_DATE), 0),
                      COALESCE(SUM(principal_amount)
                         FILTER (WHERE due_date >= CURRENT_DATE), 0),
                      COALESCE(MAX(CURRENT_DATE - due_date)
                         FILTER (WHERE due_date < CURRENT_DATE), 0)
               INTO :WS-RNG-OVERDUE-COUNT, :WS-RNG-OVERDUE,
                    :WS-RNG-FUTURE, :WS-RNG-DAYS
               FROM loan_installments
               WHERE contract_id = :WS-RNG-CONTRACT
                 AND status = 'OPEN'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-RNG-OVERDUE-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\RENEG-QUOTE\" WS-RNG-CONTRACT
               DISPLAY "#Parcelas vencidas: " WS-RNG-OVERDUE-COUNT
                  " (" WS-RNG-DAYS " dia(s) de atraso) - "
                  WS-RNG-OVERDUE
               DISPLAY "#Principal a vencer: " WS-RNG-FUTURE
            END-IF.

         ASK-RENEG-TERMS.
            DISPLAY "#Encargos acordados (multa/mora): " NO ADVANCING
            ACCEPT WS-RNG-CHARGES
            DISPLAY "#Nova taxa mensal (ex 0,0150): " NO ADVANCING
            ACCEPT WS-RNG-RATE
            DISPLAY "#Novo numero de parcelas: " NO ADVANCING
            ACCEPT WS-RNG-TERMS

            COMPUTE WS-RNG-OPEN-TOTAL =
               WS-RNG-OVERDUE + WS-RNG-CHARGES + WS-RNG-FUTURE

            IF WS-RNG-TERMS = 0
               DISPLAY "0\RENEG"
               DISPLAY "#Numero de parcelas e obrigatorio"
            ELSE
               DISPLAY "#Saldo renegociado: " WS-RNG-OPEN-TOTAL
                  " em " WS-RNG-TERMS " parcela(s) a " WS-RNG-RATE
               DISPLAY "#Confirma a renegociacao? (S/N): "
                  NO ADVANCING
               ACCEPT WS-RNG-ANSWER
               IF WS-RNG-ANSWER = "S" OR WS-RNG-ANSWER = "s"
                  PERFORM OPEN-RENEG-CONTRACT
                  IF WS-BUILD-OK = "S"
                     PERFORM CLOSE-OLD-SCHEDULE
                  END-IF
                  IF WS-BUILD-OK = "S"
                     PERFORM BUILD-NEW-SCHEDULE
                  END-IF
                  IF WS-BUILD-OK = "S"
                     PERFORM COMMIT-RENEG
                  END-IF
               ELSE
                  DISPLAY "0\RENEG"
                  DISPLAY "#Renegociacao nao confirmada - nada gravado"
               END-IF
            END-IF.

         OPEN-RENEG-CONTRACT.
            MOVE "S" TO WS-BUILD-OK
            EXEC SQL
               INSERT INTO loan_contracts
                  (account, principal, monthly_rate, installments,
                   status, start_date, renegotiated_from)
               VALUES (:WS-RNG-ACCOUNT, :WS-RNG-OPEN-TOTAL,
                       :WS-RNG-RATE, :WS-RNG-TERMS,
                       'ACTIVE', CURRENT_DATE, :WS-RNG-CONTRACT)
               RETURNING id INTO :WS-RNG-NEW-CONTRACT
            END-EXEC

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "N" TO WS-BUILD-OK
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         CLOSE-OLD-SCHEDULE.
      *    Parcelas abertas do original saem RENEG com a data da
      *    renegociacao em paid_date - a LOAN-PROV refaz um fim de mes
      *    anterior ainda com elas na carteira.
            EXEC SQL
               UPDATE loan_installments
               SET status = 'RENEG', paid_date = CURRENT_DATE
               WHERE contract_id = :WS-RNG-CONTRACT
                 AND status = 'OPEN'
            END-EXEC

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RNG-CLOSED
               EXEC SQL
                  UPDATE loan_contracts
                  SET status = 'RENEGOTIATED',
                      renegotiated_to = :WS-RNG-NEW-CONTRACT
                  WHERE id = :WS-RNG-CONTRACT
               END-EXEC
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE collect_promises
                  SET status = 'RENEG'
                  WHERE contract_id = :WS-RNG-CONTRACT
                    AND status = 'OPEN'
               END-EXEC
               IF SQLCODE = 100
                  MOVE 0 TO SQLCODE
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         BUILD-NEW-SCHEDULE.
               INSERT INTO loan_installments
                  (contract_id, seq, due_date, principal_amount,
                   interest_amount, status)
               VALUES (:WS-RNG-NEW-CONTRACT, :WS-INST-SEQ,
                       CURRENT_DATE +
                          (:WS-INST-DUE-MONTHS || ' months')::interval,
                       :WS-INST-PRINCIPAL, :WS-INST-INTEREST, 'OPEN')
            MOVE 9999999999         TO WS-JR-CREDIT-ACCT
            MOVE WS-RNG-OPEN-TOTAL  TO WS-JR-AMOUNT
            MOVE SPACES             TO WS-JR-REF
            STRING "RENEG " WS-RNG-CONTRACT ">" WS-RNG-NEW-CONTRACT
               DELIMITED BY SIZE INTO WS-JR-REF
            END-STRING
            CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP

               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\RENEG\" WS-RNG-NEW-CONTRACT
               DISPLAY "#Contrato " WS-RNG-CONTRACT " renegociado no "
                  "contrato " WS-RNG-NEW-CONTRACT ": " WS-RNG-CLOSED
                  " parcela(s) fechada(s), " WS-RNG-TERMS
                  " nova(s) sobre " WS-RNG-OPEN-TOTAL
               PERFORM PRINT-RENEG-SCHEDULE

               MOVE "LOAN-RENEG"      TO WS-LOG-ACTION
               MOVE "OK"              TO WS-LOG-STATUS
               MOVE WS-RNG-OPEN-TOTAL TO WS-LOG-VALUE
               MOVE SPACES            TO WS-LOG-MESSAGE
               STRING "contrato " WS-RNG-CONTRACT " renegociado no "
                  WS-RNG-NEW-CONTRACT " em " WS-RNG-TERMS
                  " parcela(s), encargos " WS-RNG-CHARGES
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         PRINT-RENEG-SCHEDULE.
      *    Cronograma novo para o cliente no arquivo de extratos
      *    permanentes, na mesma convencao do certificado de saldo da
      *    Enginev3 - a agencia encontra e reimprime dali.
            MOVE "/tmp/enginev3_statements.txt" TO WS-STATEMENT-PATH
            ACCEPT WS-STATEMENT-PATH FROM ENVIRONMENT "STATEMENT_FILE"
            IF WS-STATEMENT-PATH = SPACES
               MOVE "/tmp/enginev3_statements.txt" TO WS-STATEMENT-PATH
            END-IF

            MOVE SPACES TO WS-PRT-HOLDER
            EXEC SQL
               SELECT get_usr(:WS-RNG-ACCOUNT),
                      TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
               INTO :WS-PRT-HOLDER, :WS-PRT-DATE
            END-EXEC

            OPEN EXTEND STATEMENT-FILE
            IF WS-STMT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
            END-IF
            IF WS-STMT-FILE-STATUS NOT = "00"
               DISPLAY "#Falha ao imprimir o cronograma - status "
                  WS-STMT-FILE-STATUS
            ELSE
               MOVE SPACES TO STATEMENT-LINE
               STRING "CRONOGRAMA DE RENEGOCIACAO - CONTRATO "
                  WS-RNG-NEW-CONTRACT " (ORIGINAL " WS-RNG-CONTRACT
                  ") - DATA " WS-PRT-DATE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE SPACES TO STATEMENT-LINE
               STRING "TITULAR: " WS-PRT-HOLDER "  CONTA "
                  WS-RNG-ACCOUNT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-RNG-OVERDUE TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  PARCELAS VENCIDAS....: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-RNG-CHARGES TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  ENCARGOS ACORDADOS...: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-RNG-FUTURE TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  PRINCIPAL A VENCER...: " WS-PRT-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               MOVE WS-RNG-OPEN-TOTAL TO WS-PRT-AMOUNT-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  SALDO RENEGOCIADO....: " WS-PRT-AMOUNT-EDIT
                  "  TAXA MENSAL " WS-RNG-RATE "  PARCELAS "
                  WS-RNG-TERMS
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE

               EXEC SQL
                  DECLARE COL-RNG-CUR CURSOR FOR
                  SELECT seq, TO_CHAR(due_date, 'YYYY-MM-DD'),
                         principal_amount, interest_amount
                  FROM loan_installments
                  WHERE contract_id = :WS-RNG-NEW-CONTRACT
                  ORDER BY seq
               END-EXEC

               EXEC SQL
                  OPEN COL-RNG-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM PRINT-RENEG-INSTALLMENT
                     UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE COL-RNG-CUR
                  END-EXEC
               END-IF

               MOVE SPACES TO STATEMENT-LINE
               STRING "CONTRATO ORIGINAL " WS-RNG-CONTRACT
                  " ENCERRADO POR RENEGOCIACAO"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
               CLOSE STATEMENT-FILE
               DISPLAY "1\RENEG-PRINT\" WS-RNG-NEW-CONTRACT
            END-IF.

         PRINT-RENEG-INSTALLMENT.
            EXEC SQL
               FETCH COL-RNG-CUR
               INTO :WS-INST-SEQ, :WS-PRT-DUE-DATE,
                    :WS-INST-PRINCIPAL, :WS-INST-INTEREST
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               COMPUTE WS-PRT-INST-TOTAL =
                  WS-INST-PRINCIPAL + WS-INST-INTEREST
               MOVE WS-INST-PRINCIPAL TO WS-PRT-AMOUNT-EDIT
               MOVE WS-INST-INTEREST TO WS-PRT-INTEREST-EDIT
               MOVE WS-PRT-INST-TOTAL TO WS-PRT-TOTAL-EDIT
               MOVE SPACES TO STATEMENT-LINE
               STRING "  PARC " WS-INST-SEQ "  VENC " WS-PRT-DUE-DATE
                  "  PRINCIPAL " WS-PRT-AMOUNT-EDIT
                  "  JUROS " WS-PRT-INTEREST-EDIT
                  "  TOTAL " WS-PRT-TOTAL-EDIT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
               END-STRING
               WRITE STATEMENT-LINE
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

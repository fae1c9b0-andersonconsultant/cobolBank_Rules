      *
      *  SCR monthly credit-operations report - above the reporting
      *  threshold the central bank expects every credit operation by
      *  customer, with its risk rating and provision. The batch reads
      *  the month-end book already rated AA to H by LOAN-PROV in
      *  loan_provisions (loans, overdraft lines in use and
      *  receivables discount operations), for the
      *  latest provisioned period or the one in SCR_MONTH, aggregates
      *  per customer document resolved DB-side by
      *  account_holder_doc() and rating, writes the fixed-layout
      *  submission file with control totals, and stores the month's
      *  figures in scr_snapshots - next month's file carries the
      *  required month-over-month movement against this snapshot.
      *  Operations restructured at COLLECT's RENEG are flagged.
      *
      *  File layout:
      *    header  : '0' + period YYYY-MM
      *    detail  : '1' + document X(14) + rating X(2)
      *              + restructured S/N X(1)
      *              + balance 9(13)V99 + provision 9(13)V99
      *              + movement sign X(1) + movement 9(13)V99
      *    trailer : '9' + detail count 9(6) + grand total 9(15)V99
      *
      *  The file produced is registered in the interface registry
      *  (FILEREG) as PRODUCED; sending and the partner's
      *  acknowledgement are marked at IFACE-MAINT.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-SCR-PERIOD           PIC X(7)  VALUE SPACES.
         01  WS-PREV-PERIOD          PIC X(7)  VALUE SPACES.

      *    Agregado corrente por documento do cliente e classificacao.
         01  WS-SCR-DOC              PIC X(14) VALUE SPACES.
         01  WS-SCR-RATING           PIC X(2)  VALUE SPACES.
         01  WS-SCR-RESTRUCT         PIC X(1)  VALUE SPACE.
         01  WS-SCR-TOTAL            PIC 9(13)V99 VALUE 0.
         01  WS-SCR-PROVISION        PIC 9(13)V99 VALUE 0.
         01  WS-PREV-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-MOVEMENT             PIC S9(13)V99 VALUE 0.

         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-RUN-HALTED           PIC X(1)  VALUE "N".
         01  WS-CUST-COUNT           PIC 9(6)  VALUE 0.
         01  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
         01  WS-LAST-DOC             PIC X(14) VALUE SPACES.
         01  WS-PERIOD-ENV           PIC X(7)  VALUE SPACES.
         01  WS-GRAND-TOTAL          PIC 9(15)V99 VALUE 0.

         01  WS-SCR-OUT-PATH         PIC X(100) VALUE SPACES.
         01  WS-SCR-DETAIL.
             05  FILLER              PIC X(1)  VALUE "1".
             05  SD-DOC              PIC X(14).
             05  SD-RATING           PIC X(2).
             05  SD-RESTRUCT         PIC X(1).
             05  SD-BALANCE          PIC 9(13)V99.
             05  SD-PROVISION        PIC 9(13)V99.
             05  SD-MOV-SIGN         PIC X(1).
             05  SD-MOVEMENT         PIC 9(13)V99.
             05  FILLER              PIC X(56) VALUE SPACES.
         01  WS-SCR-TRAILER.
             05  FILLER              PIC X(1)  VALUE "9".
             05  ST-COUNT            PIC 9(6).
             05  ST-TOTAL            PIC 9(15)V99.
             05  FILLER              PIC X(96) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "SCR-REPORT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BACEN-SCR".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SCRREPORT".
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM RESOLVE-PERIODS
               IF WS-SCR-PERIOD NOT = SPACES
                  PERFORM CLEAR-PERIOD-SNAPSHOT
                  PERFORM WRITE-SCR-FILE
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.
            ACCEPT WS-SCR-OUT-PATH FROM ENVIRONMENT "SCR_OUT_FILE"
            IF WS-SCR-OUT-PATH = SPACES
               MOVE "/tmp/scr_report.dat" TO WS-SCR-OUT-PATH
            END-IF
            ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT "SCR_MONTH"
            IF WS-PERIOD-ENV NOT = SPACES
               MOVE WS-PERIOD-ENV TO WS-SCR-PERIOD
            END-IF.

         START-SQL.
            END-IF.

         RESOLVE-PERIODS.
      *    O periodo reportado e o ultimo mes classificado pela
      *    LOAN-PROV (ou o de SCR_MONTH) - a posicao de fim de mes; o
      *    movimento compara com a foto do mes anterior.
            IF WS-SCR-PERIOD = SPACES
               EXEC SQL
                  SELECT COALESCE(MAX(period), ' ')
                  INTO :WS-SCR-PERIOD
                  FROM loan_provisions
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-SCR-PERIOD
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF

            IF WS-SCR-PERIOD = SPACES
               DISPLAY "#Nenhum periodo classificado pela LOAN-PROV - "
                  "SCR nao gerado"
            ELSE
               EXEC SQL
                  SELECT TO_CHAR(TO_DATE(:WS-SCR-PERIOD, 'YYYY-MM')
                            - interval '1 month', 'YYYY-MM')
                  INTO :WS-PREV-PERIOD
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SPACES TO WS-SCR-PERIOD
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
            END-IF.

         CLEAR-PERIOD-SNAPSHOT.
               END-STRING
               WRITE SCR-OUT-LINE

      *    Um agregado por documento e classificacao - a carteira de
      *    fim de mes como a LOAN-PROV classificou (emprestimos,
      *    cheque especial em uso e operacoes de desconto - DISC); o
      *    documento sai do resolvedor do banco, como get_usr()
      *    resolve o nome.
               EXEC SQL
                  DECLARE SCR-DOC-CUR CURSOR FOR
                  SELECT account_holder_doc(p.account), p.rating,
                         COALESCE(SUM(p.balance), 0),
                         COALESCE(SUM(p.provision), 0),
                         MAX(p.restructured)
                  FROM loan_provisions p
                  WHERE p.period = :WS-SCR-PERIOD
                  GROUP BY account_holder_doc(p.account), p.rating,
                           p.rating_rank
                  ORDER BY 1, p.rating_rank
               END-EXEC

               EXEC SQL
                  END-EXEC
               END-IF

               MOVE WS-DETAIL-COUNT TO ST-COUNT
               MOVE WS-GRAND-TOTAL TO ST-TOTAL
               WRITE SCR-OUT-LINE FROM WS-SCR-TRAILER
               CLOSE SCR-OUT-FILE
               IF WS-RUN-HALTED = "N"
                  MOVE WS-SCR-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-DETAIL-COUNT TO WS-FREG-RECORDS
                  MOVE WS-GRAND-TOTAL TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE
               END-IF

               DISPLAY "#Clientes reportados ao SCR: " WS-CUST-COUNT
               DISPLAY "#Carteira total: " WS-GRAND-TOTAL
         REPORT-ONE-DOC.
            EXEC SQL
               FETCH SCR-DOC-CUR
               INTO :WS-SCR-DOC, :WS-SCR-RATING, :WS-SCR-TOTAL,
                    :WS-SCR-PROVISION, :WS-SCR-RESTRUCT
            END-EXEC

            IF SQLCODE = 100
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Movimento do mes: posicao de agora contra a foto do mes
      *    anterior na mesma classificacao - cliente novo no SCR, ou
      *    que mudou de classificacao, compara contra zero.
               MOVE 0 TO WS-PREV-TOTAL
               EXEC SQL
                  SELECT COALESCE(SUM(total_amount), 0)
                  FROM scr_snapshots
                  WHERE period = :WS-PREV-PERIOD
                    AND doc = :WS-SCR-DOC
                    AND rating = :WS-SCR-RATING
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-PREV-TOTAL
               END-IF
               COMPUTE WS-MOVEMENT = WS-SCR-TOTAL - WS-PREV-TOTAL

               IF WS-SCR-DOC NOT = WS-LAST-DOC
                  ADD 1 TO WS-CUST-COUNT
                  MOVE WS-SCR-DOC TO WS-LAST-DOC
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-SCR-TOTAL TO WS-GRAND-TOTAL

               MOVE WS-SCR-DOC       TO SD-DOC
               MOVE WS-SCR-RATING    TO SD-RATING
               MOVE WS-SCR-RESTRUCT  TO SD-RESTRUCT
               MOVE WS-SCR-TOTAL     TO SD-BALANCE
               MOVE WS-SCR-PROVISION TO SD-PROVISION
               IF WS-MOVEMENT < 0
                  MOVE "-" TO SD-MOV-SIGN
                  COMPUTE SD-MOVEMENT = 0 - WS-MOVEMENT
      *    proximo mes reporta o movimento.
               EXEC SQL
                  INSERT INTO scr_snapshots
                     (period, doc, rating, total_amount,
                      provision_amount)
                  VALUES (:WS-SCR-PERIOD, :WS-SCR-DOC,
                          :WS-SCR-RATING, :WS-SCR-TOTAL,
                          :WS-SCR-PROVISION)
               END-EXEC
               IF SQLCODE NOT = ZERO
                  EXEC SQL
               END-IF
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    Quem chama informa caminho, contagem e total de controle.
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

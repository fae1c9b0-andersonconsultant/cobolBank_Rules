      *  from clearing: a bounced cheque is unwound through the same
      *  post_reversal() REVERSAL uses, charged the returned-cheque fee
      *  through the post_fee() ACCRUE-INT already posts, and its hold
      *  marked RETURNED so SALDO stops counting it. A bounced cheque
      *  the account cannot take back (the reversal is refused - the
      *  money is already gone) is marked RETURNED all the same and
      *  booked as an operational loss (LOSSOPEN, source CHEQUE) for
      *  the operational risk desk (LOSS-DESK) to chase.
      *
      *  Also validates
      *  the daily presentment file of cheques drawn ON our customers
      *  reason in log_cobol and a customer notification spooled; the
      *  good ones debit the drawer through post_cheque_debit().
      *
      *  A good cheque the drawer cannot cover - saldo() less ACTIVE
      *  liens plus the usable overdraft line - is returned to clearing
      *  for lack of funds with the regulatory motive code: 11 on the
      *  first presentment, 12 when the same cheque was already
      *  returned 11. Each return is tracked in cheque_returns (id,
      *  account, cheque_number, amount, presented_on, presentment,
      *  motive, fee, created_at), charged the returned-cheque fee,
      *  written to the returns file for clearing and notified to the
      *  customer (CHQ-DEVOLVIDO). A motive 12 return also opens the
      *  drawer's bad-cheque registry record in ccf_records (id,
      *  account, holder_doc, cheque_number, amount, motive, return_id,
      *  status PENDING, created_on, ...) with its own notice
      *  (CCF-INCLUSAO); CCF-FEED ships it to the registry and
      *  CHQBOOK-MAINT stops issuing chequebooks while it stands.
      *
      *  Both files go through the interface registry (FILEREG) - a
      *  returned or presentment file already processed is refused.
      *
      *  Returned-cheques file layout: posting reference X(20).
      *  Presented-cheques file layout: drawer account 9(10) +
      *  cheque number 9(6) + amount 9(12) (two implied decimals).
      *  Returns file to clearing: the presented record + motive X(2).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

      *    Devolucao a compensacao dos cheques sem fundos, com o
      *    motivo (11/12) de cada um.
            SELECT DEVOL-FILE ASSIGN TO WS-DEVOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOL-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).

         FD  DEVOL-FILE.
         01  DEVOL-RECORD.
             05  DEV-REC-ACCOUNT     PIC 9(10).
             05  DEV-REC-CHEQUE      PIC 9(6).
             05  DEV-REC-AMOUNT      PIC 9(10)V99.
             05  DEV-REC-MOTIVE      PIC X(2).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  WS-PRS-ISSUED           PIC 9(5)  VALUE 0.
         01  WS-PRS-STOPPED          PIC 9(5)  VALUE 0.
         01  WS-PRS-STATUS           PIC X(20) VALUE SPACES.
         01  WS-PRS-AVAILABLE        PIC S9(12)V99 VALUE 0.

      *    Devolucao sem fundos corrente - apresentacao, motivo, tarifa
      *    cobrada e o registro de CCF aberto na segunda.
         01  WS-RTN-PRIOR            PIC 9(5)  VALUE 0.
         01  WS-RTN-PRESENTMENT      PIC 9(1)  VALUE 0.
         01  WS-RTN-MOTIVE           PIC X(2)  VALUE SPACES.
         01  WS-RTN-FEE              PIC 9(6)V99 VALUE 0.
         01  WS-RTN-ID               PIC 9(9)  VALUE 0.
         01  WS-RTN-CCF-PRIOR        PIC 9(5)  VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-PRS-REJ-COUNT        PIC 9(6)  VALUE 0.
         01  WS-PRS-REASON           PIC X(30) VALUE SPACES.

      *    Arquivo de devolucao sem fundos e contadores da fase.
         01  WS-DEVOL-PATH           PIC X(100) VALUE SPACES.
         01  WS-DEVOL-STATUS         PIC X(2)  VALUE SPACES.
         01  WS-DEVOL-OPEN           PIC X(1)  VALUE "N".
         01  WS-NSF-COUNT            PIC 9(6)  VALUE 0.
         01  WS-NSF-TOTAL            PIC 9(13)V99 VALUE 0.
         01  WS-CCF-COUNT            PIC 9(6)  VALUE 0.
         01  WS-CCF-OPENED           PIC X(1)  VALUE "N".

      *    Escrita no spool de notificacao, no mesmo layout "|" da
      *    Enginev3 (WRITE-NOTIFICATION).
         01  WS-NOTIFY-PATH          PIC X(100) VALUE SPACES.
         01  WS-NOTIFY-TIME          PIC 9(8)  VALUE 0.
         01  WS-NOTIFY-AMOUNT-EDIT   PIC -(9)9,99.
         01  WS-NOTIFY-DETAIL        PIC X(40) VALUE SPACES.
         01  WS-NOTIFY-EVENT         PIC X(13) VALUE "CHQ-RECUSADO".

      *    Chamada ao servico de datas - o prazo de compensacao conta
      *    dias UTEIS, nao corridos; feriado nao compensa cheque.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CHQ-CLEAR".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "COMPE".
             05  WS-FREG-HEADER-SEQ    PIC X(20) VALUE SPACES.
             05  WS-FREG-RECORDS       PIC 9(9)  VALUE 0.
             05  WS-FREG-TOTAL         PIC S9(13)V99 VALUE 0.
             05  WS-FREG-REASON        PIC X(60) VALUE SPACES.
             05  WS-FREG-SESSION       PIC X(10) VALUE SPACES.
             05  WS-FREG-FILE-ID       PIC 9(9)  VALUE 0.
             05  WS-FREG-HASH          PIC X(32) VALUE SPACES.
         01  WS-FREG-DISP           PIC X(1)  VALUE SPACE.

      *    Evento de perda operacional (LOSSOPEN) do cheque devolvido
      *    que a conta nao tem como estornar.
         01  WS-LOSS-DATA.
             05  WS-LOSS-SOURCE        PIC X(12) VALUE "CHEQUE".
             05  WS-LOSS-REF           PIC X(40) VALUE SPACES.
             05  WS-LOSS-TYPE          PIC X(12) VALUE "FRAUDE-EXT".
             05  WS-LOSS-LINE          PIC X(12) VALUE "VAREJO".
             05  WS-LOSS-BRANCH        PIC X(6)  VALUE SPACES.
             05  WS-LOSS-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-LOSS-EVENT-DATE    PIC X(10) VALUE SPACES.
             05  WS-LOSS-GROSS         PIC 9(10)V99 VALUE 0.
             05  WS-LOSS-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-LOSS-OPERATOR      PIC X(20) VALUE SPACES.
             05  WS-LOSS-EVENT-ID      PIC 9(9)  VALUE 0.
         01  WS-LOSS-DISP           PIC X(1)  VALUE SPACE.
         01  WS-CHQ-LOSS-COUNT      PIC 9(6)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CHQCLEAR".
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         RELEASE-DUE-HOLDS.
               DISPLAY "#Sem arquivo de cheques devolvidos nesta "
                  "rodada"
            ELSE
               MOVE "CHQ-RETURNED" TO WS-FREG-INTERFACE
               MOVE WS-RETURNED-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP = "S"
                  MOVE "N" TO WS-RETURNED-EOF
                  PERFORM BOUNCE-ONE-CHEQUE
                     UNTIL WS-RETURNED-EOF = "Y"
                  DISPLAY "#Cheques devolvidos processados: "
                     WS-BOUNCED-COUNT
                  DISPLAY "#Devolvidos sem saldo (perda): "
                     WS-CHQ-LOSS-COUNT
                  PERFORM FINISH-INTERFACE-FILE
               END-IF
               CLOSE RETURNED-CHQ-FILE
            END-IF.

         BOUNCE-ONE-CHEQUE.
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  PERFORM BOOK-CHEQUE-LOSS
               ELSE
                  EXEC SQL
                     SELECT post_fee(:WS-CHQ-ACCOUNT, :WS-RETURN-FEE)
               END-IF
            END-IF.

         BOOK-CHEQUE-LOSS.
      *    Estorno recusado - o dinheiro do cheque ja saiu da conta.
      *    O bloqueio fica RETURNED (o arquivo repetido nao tenta de
      *    novo) e o valor vira perda operacional, na mesma transacao.
            EXEC SQL
               UPDATE cheque_holds
               SET status = 'RETURNED'
               WHERE ref = :WS-CHQ-REF
                 AND status <> 'RETURNED'
            END-EXEC
            IF SQLCODE = ZERO
               MOVE WS-CHQ-REF     TO WS-LOSS-REF
               MOVE WS-CHQ-ACCOUNT TO WS-LOSS-ACCOUNT
               MOVE WS-CHQ-AMOUNT  TO WS-LOSS-GROSS
               MOVE SPACES         TO WS-LOSS-DETAIL
               STRING "cheque " WS-CHQ-REF " devolvido sem saldo "
                  "para estorno"
                  DELIMITED BY SIZE INTO WS-LOSS-DETAIL
               END-STRING
               CALL "LOSSOPEN" USING WS-LOSS-DATA, WS-LOSS-DISP
               IF WS-LOSS-DISP = "N"
                  MOVE -30 TO SQLCODE
                  MOVE "Falha ao registrar a perda do cheque"
                     TO SQLERRMC
               END-IF
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
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-CHQ-LOSS-COUNT
               DISPLAY "#Cheque " WS-CHQ-REF " devolvido sem saldo "
                  "para estorno - perda operacional registrada"

               MOVE "CHQ-LOSS"    TO WS-LOG-ACTION
               MOVE "LOSS"        TO WS-LOG-STATUS
               MOVE WS-CHQ-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING WS-CHQ-REF " evento " WS-LOSS-EVENT-ID
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE "CHQ-CLEAR"   TO WS-LOG-ACTION
            END-IF.

         PROCESS-PRESENTED-CHEQUES.
      *    Cheques sacados contra nossos clientes, apresentados pela
      *    compensacao - cada um passa pelo inventario de taloes e
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF

            ACCEPT WS-DEVOL-PATH FROM ENVIRONMENT "CHEQUE_DEVOL_FILE"
            IF WS-DEVOL-PATH = SPACES
               MOVE "/tmp/cheque_devol.dat" TO WS-DEVOL-PATH
            END-IF

            OPEN INPUT PRESENTED-CHQ-FILE
            IF WS-PRESENTED-STATUS NOT = "00"
               DISPLAY "#Sem arquivo de apresentacao hoje ("
                  WS-PRESENTED-STATUS ")"
            ELSE
               MOVE "CHQ-PRESENTED" TO WS-FREG-INTERFACE
               MOVE WS-PRESENTED-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP = "S"
      *           Sem o arquivo de devolucao o sem fundos nao volta a
      *           compensacao - a apresentacao e recusada antes de
      *           qualquer lancamento e o rerun a processa inteira.
                  OPEN OUTPUT DEVOL-FILE
                  IF WS-DEVOL-STATUS = "00"
                     MOVE "S" TO WS-DEVOL-OPEN
                     MOVE "N" TO WS-PRESENTED-EOF
                     PERFORM VALIDATE-ONE-PRESENTED
                        UNTIL WS-PRESENTED-EOF = "Y"
                     PERFORM FINISH-INTERFACE-FILE
                     CLOSE DEVOL-FILE
                     MOVE "N" TO WS-DEVOL-OPEN
                     IF WS-NSF-COUNT > 0
                        PERFORM REGISTER-DEVOL-FILE
                     END-IF
                  ELSE
                     DISPLAY "#Falha ao abrir arquivo de devolucao - "
                        "status " WS-DEVOL-STATUS
                     MOVE SPACES TO WS-FREG-REASON
                     STRING "arquivo de devolucao nao abriu - status "
                        WS-DEVOL-STATUS
                        DELIMITED BY SIZE INTO WS-FREG-REASON
                     END-STRING
                     PERFORM REJECT-INTERFACE-FILE
                  END-IF
               END-IF
               CLOSE PRESENTED-CHQ-FILE

               DISPLAY "#Cheques apresentados pagos: " WS-PAID-COUNT
               DISPLAY "#Cheques apresentados recusados: "
                  WS-PRS-REJ-COUNT
               DISPLAY "#Cheques devolvidos sem fundos: " WS-NSF-COUNT
               DISPLAY "#Emitentes encaminhados ao CCF: " WS-CCF-COUNT

               MOVE "CHQ-PRESENT" TO WS-LOG-ACTION
               MOVE "OK"          TO WS-LOG-STATUS
               MOVE WS-PAID-COUNT TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "apresentacao: " WS-PAID-COUNT " pago(s), "
                  WS-PRS-REJ-COUNT " recusado(s), " WS-NSF-COUNT
                  " sem fundos"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            IF WS-PRS-REASON NOT = SPACES
               PERFORM REJECT-ONE-PRESENTED
            ELSE
               PERFORM CHECK-PRESENTED-FUNDS
               IF WS-PRS-AMOUNT > WS-PRS-AVAILABLE
                  PERFORM RETURN-NSF-PRESENTED
               ELSE
                  PERFORM PAY-ONE-PRESENTED
               END-IF
            END-IF.

         CHECK-PRESENTED-FUNDS.
      *    Disponivel do emitente como a APPROVE-Q e a Enginev3 o veem:
      *    saldo() menos os gravames ACTIVE mais a parte utilizavel do
      *    cheque especial (revisao vencida pela data do movimento).
      *    Consulta falha nao devolve cheque - o debito decide.
            EXEC SQL
               SELECT saldo(:WS-PRS-ACCOUNT)
                      - COALESCE((SELECT SUM(l.amount)
                                  FROM liens l
                                  WHERE l.account = :WS-PRS-ACCOUNT
                                    AND l.status = 'ACTIVE'), 0)
                      + COALESCE((SELECT SUM(o.limit_amount)
                                  FROM overdraft_lines o
                                  WHERE o.account = :WS-PRS-ACCOUNT
                                    AND o.status = 'ACTIVE'
                                    AND o.review_date >=
                                       COALESCE(NULLIF(current_setting(
                                        'bank.business_date', true),
                                        '')::date, CURRENT_DATE)), 0)
               INTO :WS-PRS-AVAILABLE
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE WS-PRS-AMOUNT TO WS-PRS-AVAILABLE
            END-IF.

         RETURN-NSF-PRESENTED.
      *    Devolucao sem fundos: motivo 11 na primeira apresentacao, 12
      *    se o mesmo cheque ja voltou por 11. Tarifa, registro da
      *    devolucao e, na segunda, o CCF comitam juntos; tarifa
      *    recusada (conta sem saldo nem para ela) nao segura a
      *    devolucao - o cheque volta sem tarifa e fica no log.
            MOVE 0 TO WS-RTN-PRIOR
            EXEC SQL
               SELECT COUNT(*) INTO :WS-RTN-PRIOR
               FROM cheque_returns
               WHERE account = :WS-PRS-ACCOUNT
                 AND cheque_number = :WS-PRS-CHEQUE
                 AND motive IN ('11', '12')
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-RTN-PRIOR
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF
            IF WS-RTN-PRIOR = 0
               MOVE 1    TO WS-RTN-PRESENTMENT
               MOVE "11" TO WS-RTN-MOTIVE
            ELSE
               MOVE 2    TO WS-RTN-PRESENTMENT
               MOVE "12" TO WS-RTN-MOTIVE
            END-IF
            MOVE "N" TO WS-CCF-OPENED

            MOVE WS-RETURN-FEE TO WS-RTN-FEE
            EXEC SQL
               SELECT post_fee(:WS-PRS-ACCOUNT, :WS-RTN-FEE)
               INTO :WS-PRS-STATUS
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-RTN-FEE
               DISPLAY "#Tarifa de devolucao nao cobrada - conta "
                  WS-PRS-ACCOUNT
            END-IF

            EXEC SQL
               INSERT INTO cheque_returns
                  (account, cheque_number, amount, presented_on,
                   presentment, motive, fee, created_at)
               VALUES (:WS-PRS-ACCOUNT, :WS-PRS-CHEQUE, :WS-PRS-AMOUNT,
                       COALESCE(NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          CURRENT_DATE),
                       :WS-RTN-PRESENTMENT, :WS-RTN-MOTIVE,
                       :WS-RTN-FEE, CURRENT_TIMESTAMP)
               RETURNING id INTO :WS-RTN-ID
            END-EXEC
            IF SQLCODE = ZERO AND WS-RTN-MOTIVE = "12"
               PERFORM OPEN-CCF-RECORD
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
               MOVE 0 TO WS-RTN-FEE
               MOVE "N" TO WS-CCF-OPENED
               DISPLAY "#Devolucao do cheque " WS-PRS-CHEQUE
                  " sem registro - conferir cheque_returns"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF

      *    O cheque volta a compensacao de qualquer forma - sem fundos
      *    ele nao pode ser pago.
            ADD 1 TO WS-NSF-COUNT
            ADD WS-PRS-AMOUNT TO WS-NSF-TOTAL
            IF WS-DEVOL-OPEN = "S"
               MOVE WS-PRS-ACCOUNT TO DEV-REC-ACCOUNT
               MOVE WS-PRS-CHEQUE  TO DEV-REC-CHEQUE
               MOVE WS-PRS-AMOUNT  TO DEV-REC-AMOUNT
               MOVE WS-RTN-MOTIVE  TO DEV-REC-MOTIVE
               WRITE DEVOL-RECORD
            END-IF
            DISPLAY "#Cheque " WS-PRS-CHEQUE " conta "
               WS-PRS-ACCOUNT " devolvido sem fundos - motivo "
               WS-RTN-MOTIVE

            MOVE "CHQ-NSF"      TO WS-LOG-ACTION
            MOVE "RETURNED"     TO WS-LOG-STATUS
            MOVE WS-PRS-AMOUNT  TO WS-LOG-VALUE
            MOVE SPACES         TO WS-LOG-MESSAGE
            STRING "cheque " WS-PRS-CHEQUE " conta "
               WS-PRS-ACCOUNT " motivo " WS-RTN-MOTIVE
               " apresentacao " WS-RTN-PRESENTMENT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            IF WS-RTN-FEE > 0
               MOVE "FEE"      TO WS-LOG-ACTION
               MOVE "OK"       TO WS-LOG-STATUS
               MOVE WS-RTN-FEE TO WS-LOG-VALUE
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF
            MOVE "CHQ-CLEAR" TO WS-LOG-ACTION

            MOVE "CHQ-DEVOLVIDO" TO WS-NOTIFY-EVENT
            MOVE SPACES TO WS-PRS-REASON
            STRING "MOTIVO " WS-RTN-MOTIVE " SEM FUNDOS"
               DELIMITED BY SIZE INTO WS-PRS-REASON
            END-STRING
            PERFORM SPOOL-PRESENT-NOTICE

            IF WS-CCF-OPENED = "S"
               ADD 1 TO WS-CCF-COUNT
               MOVE "CCF-INCLUDE"  TO WS-LOG-ACTION
               MOVE "PENDING"      TO WS-LOG-STATUS
               MOVE WS-PRS-AMOUNT  TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "cheque " WS-PRS-CHEQUE " conta "
                  WS-PRS-ACCOUNT " devolucao " WS-RTN-ID
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE "CHQ-CLEAR" TO WS-LOG-ACTION

               MOVE "CCF-INCLUSAO" TO WS-NOTIFY-EVENT
               MOVE "INCLUSAO NO CCF MOTIVO 12" TO WS-PRS-REASON
               PERFORM SPOOL-PRESENT-NOTICE
            END-IF
            MOVE "CHQ-RECUSADO" TO WS-NOTIFY-EVENT.

         OPEN-CCF-RECORD.
      *    Segunda devolucao sem fundos - o emitente vai ao CCF, uma
      *    vez por cheque (cheque reapresentado depois do 12 nao gera
      *    outra inclusao). Fica PENDING ate o CCF-FEED expedir.
            MOVE 0 TO WS-RTN-CCF-PRIOR
            EXEC SQL
               SELECT COUNT(*) INTO :WS-RTN-CCF-PRIOR
               FROM ccf_records
               WHERE account = :WS-PRS-ACCOUNT
                 AND cheque_number = :WS-PRS-CHEQUE
                 AND status <> 'CANCELLED'
            END-EXEC
            IF SQLCODE = ZERO AND WS-RTN-CCF-PRIOR = 0
               EXEC SQL
                  INSERT INTO ccf_records
                     (account, holder_doc, cheque_number, amount,
                      motive, return_id, status, created_on)
                  VALUES (:WS-PRS-ACCOUNT,
                          account_holder_doc(:WS-PRS-ACCOUNT),
                          :WS-PRS-CHEQUE, :WS-PRS-AMOUNT,
                          :WS-RTN-MOTIVE, :WS-RTN-ID, 'PENDING',
                          COALESCE(NULLIF(current_setting(
                             'bank.business_date', true), '')::date,
                             CURRENT_DATE))
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE "S" TO WS-CCF-OPENED
               END-IF
            END-IF.

         PAY-ONE-PRESENTED.

         SPOOL-PRESENT-NOTICE.
      *    Mesma gravacao abre-escreve-fecha do WRITE-NOTIFICATION da
      *    Enginev3, com o evento (CHQ-RECUSADO, ou CHQ-DEVOLVIDO e
      *    CCF-INCLUSAO na devolucao sem fundos) e o motivo no detalhe.
            ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
            ACCEPT WS-NOTIFY-TIME FROM TIME
            MOVE WS-PRS-AMOUNT TO WS-NOTIFY-AMOUNT-EDIT
            END-IF
            IF WS-NOTIFY-STATUS = "00"
               MOVE SPACES TO NOTIFY-LINE
               STRING WS-NOTIFY-EVENT DELIMITED BY SPACE
                      "|"
                      WS-NOTIFY-DATE "|"
                      WS-NOTIFY-TIME "|"
                      "00000" "|"
                  WS-NOTIFY-STATUS
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    lancamento - arquivo que esta interface ja processou e
      *    recusado aqui, mesmo reenviado com outro nome. Quem chama
      *    informa o caminho (e a sequencia do header, se houver).
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
      *    (quando informados) ficam no registro.
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

         REGISTER-DEVOL-FILE.
      *    Arquivo de devolucao fechado entra no registro (FILEREG) como
      *    PRODUCED, como os arquivos de saida do BUREAU-FEED - envio e
      *    confirmacao sao marcados na IFACE-MAINT.
            MOVE "CHQ-DEVOL" TO WS-FREG-INTERFACE
            MOVE WS-DEVOL-PATH TO WS-FREG-PATH
            MOVE SPACES TO WS-FREG-HEADER-SEQ
            MOVE WS-NSF-COUNT TO WS-FREG-RECORDS
            MOVE WS-NSF-TOTAL TO WS-FREG-TOTAL
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo de devolucao registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo de devolucao sem registro de "
                  "interface - conferir antes de enviar"
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

      *  the end-to-end id in the transaction description - FIND
      *  locates it by that id - and spools a credit notification.
      *  Each received PIX is recorded in pix_inbound keyed by the
      *  end-to-end id, so re-feeding the file credits nothing twice,
      *  and the file itself goes through the interface registry
      *  (FILEREG) - the same file received twice is refused whole.
      *  A PIX to an unknown or revoked key is refused and its money
      *  parked in suspense (SUSPOPEN) by end-to-end id, worked
      *  afterwards at SUSP-MAINT.
      *  DEVOLVE returns a received PIX, full or partial, by the
      *  original end-to-end id - the weekly bread of the dispute
      *  desk - posting back to the sender's key through the same
      *  post_pix() the outbound command uses.
      *  A PIX carrying the txid of a charge booked at PIXCOB-MAINT
      *  for the receiving account settles that charge: the amount
      *  due is the charge amount plus, when paid after the due date,
      *  the fine (once) and the monthly interest pro rata die. Under
      *  the fixed rule (F) a payment below the amount due is
      *  returned whole and the charge stays open, and the excess of
      *  a larger one is returned; under the alterable rule (A) any
      *  amount pays it. A charge already paid, cancelled, expired or
      *  more than PIX_CHARGE_MAX_LATE_DAYS (default 30) past due
      *  returns the whole payment. Credit, return and charge commit
      *  together. A txid that matches no charge of the account (a
      *  static QR reference) is credited as any other PIX.
      *
      *  Inbound file layout (fixed): end-to-end id X(32) +
      *  destination key X(40) + amount 9(12) (two implied decimals)
      *  + sender key X(40) + txid X(35) (blank when the PIX did not
      *  come from a charge QR).
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
             05  PXI-REC-KEY         PIC X(40).
             05  PXI-REC-AMOUNT      PIC 9(10)V99.
             05  PXI-REC-SENDER      PIC X(40).
             05  PXI-REC-TXID        PIC X(35).

         FD  NOTIFY-FILE.
         01  NOTIFY-LINE             PIC X(150).
         01  WS-IN-KEY               PIC X(40) VALUE SPACES.
         01  WS-IN-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-IN-SENDER            PIC X(40) VALUE SPACES.
         01  WS-IN-TXID              PIC X(35) VALUE SPACES.
         01  WS-IN-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-IN-STATUS            PIC X(10) VALUE SPACES.
         01  WS-IN-SEEN              PIC 9(5)  VALUE 0.
         01  WS-DEV-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-DEV-SENDER           PIC X(40) VALUE SPACES.

      *    Cobranca PIX (PIXCOB-MAINT) casada pelo txid - devido na
      *    data do movimento, o que quita e o que volta ao pagador.
         01  WS-COB-ID               PIC 9(9)  VALUE 0.
         01  WS-COB-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-COB-RULE             PIC X(1)  VALUE SPACE.
         01  WS-COB-STATUS           PIC X(10) VALUE SPACES.
         01  WS-COB-LATE-DAYS        PIC S9(5) VALUE 0.
         01  WS-COB-CHARGES          PIC 9(10)V99 VALUE 0.
         01  WS-COB-PAID             PIC 9(10)V99 VALUE 0.
         01  WS-COB-RETURN           PIC 9(10)V99 VALUE 0.
         01  WS-RET-STATUS           PIC X(20) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5) VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Acao sobre a cobranca: P quita (e devolve o excesso), R
      *    devolve tudo, N sem cobranca casada.
         01  WS-COB-ACTION          PIC X(1)  VALUE "N".
         01  WS-COB-DUE-AMOUNT      PIC 9(10)V99 VALUE 0.
         01  WS-COB-REASON          PIC X(30) VALUE SPACES.
         01  WS-COB-PAID-COUNT      PIC 9(6)  VALUE 0.
         01  WS-COB-RETURN-COUNT    PIC 9(6)  VALUE 0.
         01  WS-MAX-LATE-DAYS       PIC 9(3)  VALUE 30.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-PIXIN-EOF           PIC X(1)  VALUE "N".
         01  WS-CREDITED-COUNT      PIC 9(6)  VALUE 0.
         01  WS-SKIPPED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-REJECTED-COUNT      PIC 9(6)  VALUE 0.
      *    Registros que a falha de banco deixou sem credito nem marca
      *    - o arquivo e recusado para o reenvio retomar so esses.
         01  WS-FAILED-COUNT        PIC 9(6)  VALUE 0.

         01  WS-PIXIN-PATH          PIC X(100) VALUE SPACES.
         01  WS-PIXIN-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(49) VALUE SPACES.

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "PIX-IN".
             05  WS-SUSP-REF           PIC X(40) VALUE SPACES.
             05  WS-SUSP-DIRECTION     PIC X(1)  VALUE "N".
             05  WS-SUSP-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-SUSP-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-SUSP-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-SUSP-SESSION       PIC X(10) VALUE SPACES.
             05  WS-SUSP-ITEM-ID       PIC 9(9)  VALUE 0.
         01  WS-SUSP-DISP           PIC X(1)  VALUE SPACE.
         01  WS-SUSP-COUNT          PIC 9(6)  VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "PIX-IN".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "SPI".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "PIXIN".
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
               MOVE "/tmp/notify_spool.dat" TO WS-NOTIFY-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Dias depois do vencimento em que a cobranca PIX ainda paga.
            MOVE "PIX_CHARGE_MAX_LATE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-MAX-LATE-DAYS
            END-IF.

         START-SQL.
      *    CONNECT - credenciais do vault, como a Enginev3, ja que este
      *    console tambem fica na mao de operador.
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "INGEST"   PERFORM INGEST-INBOUND-FILE
               WHEN "DEVOLVE"  PERFORM DEVOLVE-PIX
            MOVE 0 TO WS-CREDITED-COUNT
            MOVE 0 TO WS-SKIPPED-COUNT
            MOVE 0 TO WS-REJECTED-COUNT
            MOVE 0 TO WS-FAILED-COUNT
            MOVE 0 TO WS-COB-PAID-COUNT
            MOVE 0 TO WS-COB-RETURN-COUNT

            OPEN INPUT PIXIN-FILE
            IF WS-PIXIN-STATUS NOT = "00"
               DISPLAY "#Arquivo de entrada indisponivel ("
                  WS-PIXIN-STATUS ")"
            ELSE
               MOVE WS-PIXIN-PATH TO WS-FREG-PATH
               PERFORM RECEIVE-INTERFACE-FILE
               IF WS-FREG-DISP NOT = "S"
                  CLOSE PIXIN-FILE
                  DISPLAY "0\PIX-IN"
               ELSE
                  PERFORM CREDIT-INBOUND-FILE
               END-IF
            END-IF.

         CREDIT-INBOUND-FILE.
            MOVE "N" TO WS-PIXIN-EOF
            PERFORM CREDIT-ONE-INBOUND UNTIL WS-PIXIN-EOF = "Y"
            CLOSE PIXIN-FILE
            IF WS-FAILED-COUNT = 0
               PERFORM FINISH-INTERFACE-FILE
            ELSE
               MOVE SPACES TO WS-FREG-REASON
               STRING WS-FAILED-COUNT " registro(s) com falha de banco"
                  " - reenviar o arquivo"
                  DELIMITED BY SIZE INTO WS-FREG-REASON
               END-STRING
               PERFORM REJECT-INTERFACE-FILE
            END-IF

            DISPLAY "1\PIX-IN\" WS-CREDITED-COUNT
            DISPLAY "#Creditados: " WS-CREDITED-COUNT
               " ja processados: " WS-SKIPPED-COUNT
               " recusados: " WS-REJECTED-COUNT
               " em suspense: " WS-SUSP-COUNT
            DISPLAY "#Cobrancas quitadas: " WS-COB-PAID-COUNT
               " com devolucao: " WS-COB-RETURN-COUNT

            MOVE "PIX-IN"          TO WS-LOG-ACTION
            MOVE "OK"              TO WS-LOG-STATUS
            MOVE WS-CREDITED-COUNT TO WS-LOG-VALUE
            MOVE SPACES            TO WS-LOG-MESSAGE
            STRING "entrada: " WS-CREDITED-COUNT " creditado(s), "
               WS-REJECTED-COUNT " recusado(s)"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         CREDIT-ONE-INBOUND.
            READ PIXIN-FILE
               AT END
            MOVE PXI-REC-KEY    TO WS-IN-KEY
            MOVE PXI-REC-AMOUNT TO WS-IN-AMOUNT
            MOVE PXI-REC-SENDER TO WS-IN-SENDER
            MOVE PXI-REC-TXID   TO WS-IN-TXID

      *    Id fim-a-fim ja visto credita nada - arquivo realimentado
      *    nao paga duas vezes.
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 1 TO WS-IN-SEEN
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
            ELSE
               PERFORM RESOLVE-INBOUND-KEY
               IF WS-KEY-STATUS = "ACTIVE"
                  PERFORM MATCH-PIX-CHARGE
                  PERFORM POST-INBOUND-CREDIT
               ELSE
                  ADD 1 TO WS-REJECTED-COUNT
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  PERFORM SUSPEND-REFUSED-INBOUND
               END-IF
            END-IF.

         SUSPEND-REFUSED-INBOUND.
      *    O dinheiro ja entrou pelo SPI e nao tem conta destino - fica
      *    em suspense ate achar o dono ou devolver ao remetente.
            MOVE WS-IN-E2E TO WS-SUSP-REF
            MOVE "C" TO WS-SUSP-DIRECTION
            MOVE WS-IN-AMOUNT TO WS-SUSP-AMOUNT
            MOVE 0 TO WS-SUSP-ACCOUNT
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "chave " WS-IN-KEY(1:30) " remetente "
               WS-IN-SENDER(1:30)
               DELIMITED BY SIZE INTO WS-SUSP-DETAIL
            END-STRING
            PERFORM OPEN-SUSPENSE-ITEM.

         RESOLVE-INBOUND-KEY.
      *    Situacao pelo diretorio e conta pelo resolvedor do banco -
      *    a mesma pix_keys que o PIX de saida ja consulta.
                  ROLLBACK
               END-EXEC
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-FAILED-COUNT
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               EXEC SQL
                  INSERT INTO pix_inbound
                     (e2e_id, account, pix_key, sender_key, amount,
                      returned_amount, status, received_at, txid,
                      charge_id)
                  VALUES (:WS-IN-E2E, :WS-IN-ACCOUNT, :WS-IN-KEY,
                          :WS-IN-SENDER, :WS-IN-AMOUNT, 0,
                          'RECEIVED', now(),
                          NULLIF(TRIM(:WS-IN-TXID), ''),
                          NULLIF(:WS-COB-ID, 0))
               END-EXEC

               IF SQLCODE = ZERO AND WS-COB-ACTION NOT = "N"
                  PERFORM SETTLE-PIX-CHARGE
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  ADD 1 TO WS-REJECTED-COUNT
                  ADD 1 TO WS-FAILED-COUNT
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                     DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
                  END-STRING
                  PERFORM SPOOL-PIX-NOTICE

                  IF WS-COB-ACTION NOT = "N"
                     PERFORM LOG-PIX-CHARGE
                  END-IF
               END-IF
            END-IF.

         MATCH-PIX-CHARGE.
      *    Cobranca da propria conta recebedora pelo txid, com os
      *    encargos de atraso contados do vencimento ate o movimento.
            MOVE "N" TO WS-COB-ACTION
            MOVE 0 TO WS-COB-ID
            MOVE 0 TO WS-COB-PAID
            MOVE 0 TO WS-COB-RETURN
            IF WS-IN-TXID NOT = SPACES
               EXEC SQL
                  SELECT c.id, c.amount, c.amount_rule, c.status,
                         :WS-BUS-DATE::date - c.due_date,
                         CASE WHEN :WS-BUS-DATE::date > c.due_date
                         THEN ROUND(c.amount * COALESCE(c.fine_pct, 0)
                                    / 100, 2)
                            + ROUND(c.amount
                                    * COALESCE(c.interest_pct, 0)
                                    / 100 / 30
                                    * (:WS-BUS-DATE::date
                                       - c.due_date), 2)
                         ELSE 0 END
                  INTO :WS-COB-ID, :WS-COB-AMOUNT, :WS-COB-RULE,
                       :WS-COB-STATUS, :WS-COB-LATE-DAYS,
                       :WS-COB-CHARGES
                  FROM pix_charges c
                  WHERE c.txid = :WS-IN-TXID
                    AND c.account = :WS-IN-ACCOUNT
               END-EXEC

               IF SQLCODE = ZERO
                  PERFORM APPLY-CHARGE-RULES
               ELSE
                  MOVE 0 TO WS-COB-ID
                  IF SQLCODE NOT = 100
                     MOVE SQLCODE TO SQLCODE-PASS
                     MOVE SQLSTATE TO SQLSTATE-PASS
                     MOVE SQLERRMC TO SQLERRMC-PASS
                     CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                        SQLERRMC-PASS, WS-UTIL-DISP
                  END-IF
               END-IF
            END-IF.

         APPLY-CHARGE-RULES.
            COMPUTE WS-COB-DUE-AMOUNT = WS-COB-AMOUNT + WS-COB-CHARGES
            IF WS-COB-STATUS NOT = "OPEN"
               MOVE "R" TO WS-COB-ACTION
               MOVE WS-IN-AMOUNT TO WS-COB-RETURN
               MOVE SPACES TO WS-COB-REASON
               STRING "cobranca " WS-COB-STATUS
                  DELIMITED BY SIZE INTO WS-COB-REASON
               END-STRING
            ELSE IF WS-COB-LATE-DAYS > WS-MAX-LATE-DAYS
               MOVE "R" TO WS-COB-ACTION
               MOVE WS-IN-AMOUNT TO WS-COB-RETURN
               MOVE "cobranca vencida" TO WS-COB-REASON
            ELSE IF WS-COB-RULE = "A"
               MOVE "P" TO WS-COB-ACTION
               MOVE WS-IN-AMOUNT TO WS-COB-PAID
               MOVE SPACES TO WS-COB-REASON
            ELSE IF WS-IN-AMOUNT < WS-COB-DUE-AMOUNT
               MOVE "R" TO WS-COB-ACTION
               MOVE WS-IN-AMOUNT TO WS-COB-RETURN
               MOVE "valor abaixo do devido" TO WS-COB-REASON
            ELSE
               MOVE "P" TO WS-COB-ACTION
               MOVE WS-COB-DUE-AMOUNT TO WS-COB-PAID
               COMPUTE WS-COB-RETURN =
                  WS-IN-AMOUNT - WS-COB-DUE-AMOUNT
               MOVE "valor acima do devido" TO WS-COB-REASON
            END-IF
            END-IF
            END-IF
            END-IF.

         SETTLE-PIX-CHARGE.
      *    Na transacao do credito: quita a cobranca (so se ainda em
      *    aberto - se saiu no meio do caminho, devolve tudo) e devolve
      *    ao remetente o que nao cabe nela.
            IF WS-COB-ACTION = "P"
               EXEC SQL
                  UPDATE pix_charges
                  SET status = 'PAID',
                      paid_amount = :WS-COB-PAID,
                      returned_amount = :WS-COB-RETURN,
                      paid_date = :WS-BUS-DATE::date,
                      paid_at = now(),
                      e2e_id = :WS-IN-E2E
                  WHERE id = :WS-COB-ID
                    AND status = 'OPEN'
               END-EXEC
               IF SQLCODE = ZERO AND SQLERRD(3) = 0
                  MOVE "R" TO WS-COB-ACTION
                  MOVE 0 TO WS-COB-PAID
                  MOVE WS-IN-AMOUNT TO WS-COB-RETURN
                  MOVE "cobranca fora de aberto" TO WS-COB-REASON
               END-IF
            END-IF

            IF SQLCODE = ZERO AND WS-COB-RETURN > 0
               EXEC SQL
                  SELECT post_pix(:WS-IN-ACCOUNT, :WS-IN-SENDER,
                         :WS-COB-RETURN)
                  INTO :WS-RET-STATUS
               END-EXEC
               IF SQLCODE = ZERO
                  EXEC SQL
                     UPDATE pix_inbound
                     SET returned_amount = :WS-COB-RETURN,
                         status = CASE WHEN :WS-COB-RETURN >= amount
                            THEN 'RETURNED' ELSE 'RECEIVED' END
                     WHERE e2e_id = :WS-IN-E2E
                  END-EXEC
               END-IF
            END-IF.

         LOG-PIX-CHARGE.
      *    Quitacao na linha PIXCOB-PAID; a devolucao na linha
      *    canonica PIX, como o DEVOLVE grava, e aviso ao recebedor.
            IF WS-COB-ACTION = "P"
               ADD 1 TO WS-COB-PAID-COUNT
               DISPLAY "#Cobranca " WS-IN-TXID " quitada: "
                  WS-COB-PAID
               MOVE "PIXCOB-PAID"  TO WS-LOG-ACTION
               MOVE "OK"           TO WS-LOG-STATUS
               MOVE WS-COB-PAID    TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "txid " WS-IN-TXID " e2e " WS-IN-E2E
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF

            IF WS-COB-RETURN > 0
               ADD 1 TO WS-COB-RETURN-COUNT
               DISPLAY "#PIX " WS-IN-E2E " devolvido " WS-COB-RETURN
                  " - " WS-COB-REASON
               MOVE "PIX"          TO WS-LOG-ACTION
               MOVE "OK"           TO WS-LOG-STATUS
               MOVE WS-COB-RETURN  TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "devolucao e2e " WS-IN-E2E(1:32) " "
                  WS-COB-REASON
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               MOVE WS-IN-SENDER   TO WS-LOG-ENDPOINT
               CALL "LOGINSERT" USING WS-LOG-DATA
               MOVE SPACES         TO WS-LOG-ENDPOINT

               MOVE WS-COB-RETURN  TO WS-IN-AMOUNT
               MOVE "PIX-DEVOL"    TO WS-NOTIFY-EVENT
               MOVE SPACES         TO WS-NOTIFY-DETAIL
               STRING "E2E " WS-IN-E2E(1:32)
                  DELIMITED BY SIZE INTO WS-NOTIFY-DETAIL
               END-STRING
               PERFORM SPOOL-PIX-NOTICE
            END-IF
            MOVE "PIX-IN" TO WS-LOG-ACTION.

         DEVOLVE-PIX.
      *    Devolucao total ou parcial pelo id fim-a-fim original - o
      *    acumulado devolvido nunca passa do recebido; a volta sai
                  WS-IN-AMOUNT "\" WS-DEV-RETURNED "\" WS-IN-STATUS
            END-IF.

         OPEN-SUSPENSE-ITEM.
      *    Quem chama preenche WS-SUSP-DATA; a pendencia (e a postagem
      *    em suspense, quando ha dinheiro parado) comita aqui. Item ja
      *    registrado em rodada anterior nao abre de novo.
            MOVE WS-LOG-SESSION-ID TO WS-SUSP-SESSION
            CALL "SUSPOPEN" USING WS-SUSP-DATA, WS-SUSP-DISP
            IF WS-SUSP-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               PERFORM LOG-SUSPENSE-OPEN
            ELSE IF WS-SUSP-DISP = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF
            END-IF.

         LOG-SUSPENSE-OPEN.
      *    Valor com sinal para o GL-POST: dinheiro recebido sem dono
      *    entra positivo, pago sem dono negativo, sem dinheiro zero.
            ADD 1 TO WS-SUSP-COUNT
            DISPLAY "#Pendencia em suspense " WS-SUSP-ITEM-ID
               " aberta: " WS-SUSP-REF
            MOVE "SUSP-OPEN"    TO WS-LOG-ACTION
            MOVE "OK"           TO WS-LOG-STATUS
            EVALUATE WS-SUSP-DIRECTION
               WHEN "C"
                  MOVE WS-SUSP-AMOUNT TO WS-LOG-VALUE
               WHEN "D"
                  COMPUTE WS-LOG-VALUE = 0 - WS-SUSP-AMOUNT
               WHEN OTHER
                  MOVE 0 TO WS-LOG-VALUE
            END-EVALUATE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "suspense " WS-SUSP-ITEM-ID " "
               WS-SUSP-SOURCE " " WS-SUSP-REF
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            MOVE "PIX-IN" TO WS-LOG-ACTION.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

      *  EXTRATO and FIND display. After the details, the acquirer's
      *  net settlement leg is posted ONCE against the POS clearing
      *  account in gl_entries, balanced against the acquirer payable.
      *  The file is registered in the interface registry (FILEREG)
      *  first - a settlement file already processed is refused.
      *  CREDIT cards do not touch the checking account: the purchase
      *  goes to the card account (card_transactions) within the
      *  credit limit still available, and is billed on the monthly
      *  invoice by CARD-CYCLE.
      *  A settled purchase consumes the authorization hold the switch
      *  stream (AUTH-INGEST) placed for it - matched by card and
      *  authorization code, or by card and amount when the acquirer
      *  did not send the code - in the same transaction that posts
      *  it, so the money is never counted twice against the account
      *  or the credit limit.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + acquirer id X(8) + processing date X(10)
      *    detail  : '1' + card number X(16) + amount 9(12)
      *              (two implied decimals) + merchant name X(30)
      *              + MCC 9(4) + authorization code X(6) (optional)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      *
      *    R01 card not registered or not ACTIVE
      *    R02 amount invalid or zero
      *    R03 debit refused by the bank
      *    R04 credit card over the available limit
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-POST-STATUS          PIC X(20) VALUE SPACES.
         01  WS-CARD-STATUS          PIC X(10) VALUE SPACES.

      *    Cartao de credito - conta-cartao, limite ainda disponivel e
      *    situacao da conta-cartao.
         01  WS-CARD-TYPE            PIC X(6)  VALUE SPACES.
         01  WS-CARD-ACCT-ID         PIC 9(9)  VALUE 0.
         01  WS-CARD-ACCT-STATUS     PIC X(10) VALUE SPACES.
         01  WS-CARD-AVAILABLE       PIC S9(13)V99 VALUE 0.
         01  WS-POS-MERCHANT         PIC X(30) VALUE SPACES.
         01  WS-POS-MCC              PIC X(4)  VALUE SPACES.

      *    Autorizacao da bandeira consumida pela liquidacao.
         01  WS-POS-AUTH-CODE        PIC X(6)  VALUE SPACES.
         01  WS-HOLD-ID              PIC 9(9)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.

      *    Perna unica de liquidacao do adquirente no razao.
         01  WS-CLEARING-GL          PIC 9(6) VALUE 310100.
         01  WS-PAYABLE-GL           PIC 9(6) VALUE 210300.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte, como no BULK-CREDIT.
         01  WS-POS-RECORD           PIC X(100) VALUE SPACES.
                                     PIC 9(10)V99.
             05  WS-DET-MERCHANT     PIC X(30).
             05  WS-DET-MCC          PIC X(4).
             05  WS-DET-AUTH-CODE    PIC X(6).
             05  FILLER              PIC X(31).
         01  WS-POS-TRAILER REDEFINES WS-POS-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
         01  WS-POS-EOF              PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-POSTED-COUNT         PIC 9(6)  VALUE 0.
         01  WS-CREDIT-COUNT         PIC 9(6)  VALUE 0.
         01  WS-HOLD-USED-COUNT      PIC 9(6)  VALUE 0.
         01  WS-REJECT-COUNT         PIC 9(6)  VALUE 0.
         01  WS-CARD-MASKED          PIC X(16) VALUE SPACES.

         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "POS-INGEST".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CREDENCIADORA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "POSINGEST".
         MAIN-RTN.
            PERFORM LOAD-FILE-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-POS-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM LOAD-DB-POLICY
                     PERFORM POST-ALL-PURCHASES
                     IF WS-NET-SETTLE > 0
                        PERFORM POST-SETTLEMENT-LEG
                     END-IF
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-POS-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-POS-RECORD(2:18) TO WS-FREG-HEADER-SEQ
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         POST-ALL-PURCHASES.
            CLOSE REJECT-FILE

            DISPLAY "#Compras postadas: " WS-POSTED-COUNT
               " (no credito: " WS-CREDIT-COUNT ")"
            DISPLAY "#Autorizacoes consumidas: " WS-HOLD-USED-COUNT
            DISPLAY "#Detalhes rejeitados: " WS-REJECT-COUNT
            DISPLAY "#Liquidacao liquida: " WS-NET-SETTLE


            MOVE SPACES TO WS-CARD-STATUS
            MOVE 0 TO WS-POS-ACCOUNT
            MOVE 0 TO WS-CARD-ACCT-ID
            EXEC SQL
               SELECT status, account, COALESCE(card_type, 'DEBIT'),
                      COALESCE(card_account_id, 0)
               INTO :WS-CARD-STATUS, :WS-POS-ACCOUNT,
                    :WS-CARD-TYPE, :WS-CARD-ACCT-ID
               FROM cards
               WHERE card_number = :WS-POS-CARD
            END-EXEC
            ELSE IF WS-DET-AMOUNT-X IS NOT NUMERIC OR
                    WS-DET-AMOUNT-N = 0
               MOVE "R02" TO WS-REJECT-REASON
            ELSE IF WS-CARD-TYPE = "CREDIT"
               MOVE WS-DET-AMOUNT-N TO WS-POS-AMOUNT
               PERFORM POST-CREDIT-PURCHASE
            ELSE
               MOVE WS-DET-AMOUNT-N TO WS-POS-AMOUNT

                  INTO :WS-POST-STATUS
               END-EXEC

               IF SQLCODE = ZERO
                  PERFORM CONSUME-AUTH-HOLD
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  MOVE "POS-INGEST" TO WS-LOG-ACTION
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF

            IF WS-REJECT-REASON NOT = SPACES
      *    Autorizacao ja consumida volta a reter - nada do detalhe
      *    rejeitado fica gravado.
               EXEC SQL
                  ROLLBACK
               END-EXEC
               PERFORM WRITE-REJECT-RECORD
            END-IF.

         CONSUME-AUTH-HOLD.
      *    A retencao da autorizacao vira liquidada, na mesma
      *    transacao do lancamento - pelo codigo de autorizacao, ou
      *    pelo cartao e valor quando o adquirente nao mandou o codigo
      *    (a mais antiga). Compra sem autorizacao registrada (offline,
      *    contingencia) so passa. Erro de SQL fica em SQLCODE para
      *    quem chama desfazer.
            MOVE 0 TO WS-HOLD-ID
            MOVE WS-DET-AUTH-CODE TO WS-POS-AUTH-CODE
            EXEC SQL
               UPDATE card_auth_holds
               SET status = 'SETTLED',
                   closed_date = :WS-BUS-DATE::date
               WHERE id =
                  (SELECT h.id
                   FROM card_auth_holds h
                   WHERE h.card_number = :WS-POS-CARD
                     AND h.status = 'ACTIVE'
                     AND ((TRIM(:WS-POS-AUTH-CODE) <> ''
                           AND h.auth_code = :WS-POS-AUTH-CODE)
                       OR (TRIM(:WS-POS-AUTH-CODE) = ''
                           AND h.amount = :WS-POS-AMOUNT))
                   ORDER BY h.auth_ts, h.id
                   LIMIT 1)
               RETURNING id INTO :WS-HOLD-ID
            END-EXEC

            IF SQLCODE = 100
               MOVE 0 TO SQLCODE
            ELSE IF SQLCODE = ZERO
               ADD 1 TO WS-HOLD-USED-COUNT
            END-IF
            END-IF.

         POST-CREDIT-PURCHASE.
      *    Cartao de credito - a compra vai para a conta-cartao, nao
      *    para a conta corrente. Limite disponivel e o limite menos
      *    tudo o que a conta-cartao ainda deve (compras, encargos e
      *    pagamentos, faturados ou nao); compra acima dele e R04.
      *    A autorizacao desta compra e consumida antes - as demais
      *    autorizacoes ainda abertas tambem tomam limite.
            MOVE SPACES TO WS-CARD-ACCT-STATUS
            MOVE 0 TO WS-CARD-AVAILABLE
            PERFORM CONSUME-AUTH-HOLD
            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT a.status,
                         a.credit_limit -
                         COALESCE((SELECT SUM(t.amount)
                                   FROM card_transactions t
                                   WHERE t.card_account_id = a.id), 0)
                         - COALESCE((SELECT SUM(h.amount)
                                   FROM card_auth_holds h
                                   WHERE h.card_account_id = a.id
                                     AND h.status = 'ACTIVE'), 0)
                  INTO :WS-CARD-ACCT-STATUS, :WS-CARD-AVAILABLE
                  FROM card_accounts a
                  WHERE a.id = :WS-CARD-ACCT-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "R03" TO WS-REJECT-REASON
            ELSE IF SQLCODE = 100 OR WS-CARD-ACCT-STATUS NOT = "ACTIVE"
               MOVE "R01" TO WS-REJECT-REASON
            ELSE IF WS-POS-AMOUNT > WS-CARD-AVAILABLE
               MOVE "R04" TO WS-REJECT-REASON
            ELSE
               MOVE SPACES TO WS-POS-DESC
               STRING "COMPRA " WS-DET-MERCHANT
                  " MCC " WS-DET-MCC
                  DELIMITED BY SIZE INTO WS-POS-DESC
               END-STRING
               MOVE WS-DET-MERCHANT TO WS-POS-MERCHANT
               MOVE WS-DET-MCC TO WS-POS-MCC

      *    Sem fatura ainda (invoice_id nulo) - o fechamento do ciclo
      *    no CARD-CYCLE e que a leva para a fatura do mes.
               EXEC SQL
                  INSERT INTO card_transactions
                     (card_account_id, card_number, txn_type,
                      business_date, amount, description,
                      merchant, mcc)
                  VALUES (:WS-CARD-ACCT-ID, :WS-POS-CARD, 'PURCHASE',
                     COALESCE(NULLIF(current_setting(
                        'bank.business_date', true), '')::date,
                        CURRENT_DATE),
                     :WS-POS-AMOUNT, :WS-POS-DESC,
                     :WS-POS-MERCHANT, :WS-POS-MCC)
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
                  MOVE "R03" TO WS-REJECT-REASON
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-POSTED-COUNT
                  ADD 1 TO WS-CREDIT-COUNT
                  ADD WS-POS-AMOUNT TO WS-NET-SETTLE

                  MOVE SPACES TO WS-CARD-MASKED
                  MOVE WS-POS-CARD(1:4)  TO WS-CARD-MASKED(1:4)
                  MOVE "********"        TO WS-CARD-MASKED(5:8)
                  MOVE WS-POS-CARD(13:4) TO WS-CARD-MASKED(13:4)

      *    Acao propria - GL-POST agrega a compra no credito contra o
      *    ativo de cartoes a receber, nao contra os depositos.
                  MOVE "CARD-CREDIT"   TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
                  MOVE WS-POS-AMOUNT   TO WS-LOG-VALUE
                  MOVE SPACES          TO WS-LOG-MESSAGE
                  STRING "cartao " WS-CARD-MASKED " conta-cartao "
                     WS-CARD-ACCT-ID " " WS-DET-MERCHANT
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  MOVE "POS-INGEST" TO WS-LOG-ACTION
               END-IF
            END-IF
            END-IF
            END-IF.

         WRITE-REJECT-RECORD.
      *    Registro original precedido do codigo de motivo, para o
      *    adquirente reapresentar so o que falhou.
                  " valor " WS-NET-SETTLE
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

      *  boletos by our number, the beneficiary account is credited
      *  with the paid amount and date through the same post_deposit()
      *  path BOLETO-PAY uses, and anything already paid or unknown
      *  goes to the exceptions report instead of posting - the money
      *  the clearing house passed on for it is parked in suspense
      *  (SUSPOPEN) until the back office finds its owner. The file
      *  is registered in the interface registry (FILEREG) first - a
      *  file already processed is refused, whatever its name. A
      *  boleto that is a credit-card invoice also pays the invoice
      *  (CARDPAYMT) in the same transaction as the credit, and a
      *  boleto registered by a company's CNAB remessa (cobranca
      *  registrada) records its payment for the company's retorno
      *  and has our tariff taken from the credit (COBRSETTLE).
      *
      *  Return-file layout (positions are 1-based):
      *    header  : '0' + file date X(10)

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido.
         01  WS-BRET-RECORD          PIC X(40) VALUE SPACES.
         01  WS-BRET-HEADER REDEFINES WS-BRET-RECORD.
         01  WS-SETTLED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-EXCEPTION-COUNT      PIC 9(6)  VALUE 0.

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "BOLETO-RET".
             05  WS-SUSP-REF           PIC X(40) VALUE SPACES.
             05  WS-SUSP-DIRECTION     PIC X(1)  VALUE "N".
             05  WS-SUSP-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-SUSP-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-SUSP-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-SUSP-SESSION       PIC X(10) VALUE SPACES.
             05  WS-SUSP-ITEM-ID       PIC 9(9)  VALUE 0.
         01  WS-SUSP-DISP           PIC X(1)  VALUE SPACE.
         01  WS-SUSP-COUNT          PIC 9(6)  VALUE 0.

      *    Pagamento de fatura de cartao (CARDPAYMT) - boleto que e
      *    fatura baixa a fatura junto com o credito.
         01  WS-CPAY-DATA.
             05  WS-CPAY-FUNC          PIC X(8)  VALUE "BOLETO".
             05  WS-CPAY-BOLETO-ID     PIC 9(9)  VALUE 0.
             05  WS-CPAY-INVOICE-ID    PIC 9(9)  VALUE 0.
             05  WS-CPAY-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-CPAY-SOURCE        PIC X(10) VALUE "BOLETO".
             05  WS-CPAY-CARD-ACCT-ID  PIC 9(9)  VALUE 0.
             05  WS-CPAY-STATUS        PIC X(10) VALUE SPACES.
         01  WS-CPAY-DISP           PIC X(1)  VALUE SPACE.

      *    Cobranca registrada (COBRSETTLE) - titulo de remessa de
      *    empresa grava a liquidacao e paga a tarifa junto.
         01  WS-CSET-DATA.
             05  WS-CSET-FUNC          PIC X(8)  VALUE "SETTLE".
             05  WS-CSET-BOLETO-ID     PIC 9(9)  VALUE 0.
             05  WS-CSET-PAY-DATE      PIC X(10) VALUE SPACES.
             05  WS-CSET-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-CSET-CHARGES       PIC 9(10)V99 VALUE 0.
             05  WS-CSET-SOURCE        PIC X(10) VALUE "BOLETO-RET".
             05  WS-CSET-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-CSET-TARIFF        PIC 9(10)V99 VALUE 0.
             05  WS-CSET-FEE-STATUS    PIC X(20) VALUE SPACES.
             05  WS-CSET-DISC-OP       PIC 9(9)  VALUE 0.
             05  WS-CSET-REPAID        PIC 9(10)V99 VALUE 0.
         01  WS-CSET-DISP           PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "BOLETO-RET".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "COMPENSACAO".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "BOLETORET".
         MAIN-RTN.
            PERFORM LOAD-FILE-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-BRET-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM SETTLE-ALL-RETURNS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-BRET-IN-STATUS = "00"
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
                        MOVE WS-HDR-DATE TO WS-FREG-HEADER-SEQ
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         SETTLE-ALL-RETURNS.

            DISPLAY "#Boletos liquidados: " WS-SETTLED-COUNT
            DISPLAY "#Excecoes: " WS-EXCEPTION-COUNT
            DISPLAY "#Pendencias abertas em suspense: " WS-SUSP-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-SETTLED-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "retorno de boletos: " WS-SETTLED-COUNT
               " liquidado(s), " WS-EXCEPTION-COUNT " excecao(oes), "
               WS-SUSP-COUNT " em suspense"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.
                  DELIMITED BY SIZE INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
               PERFORM SUSPEND-UNKNOWN-BOLETO
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO
                  PERFORM PAY-CARD-INVOICE
               END-IF

               MOVE "N" TO WS-CSET-DISP
               IF SQLCODE = ZERO
                  PERFORM SETTLE-COLLECTION-TITLE
               END-IF

               IF SQLCODE NOT = ZERO
                  EXEC SQL
                     ROLLBACK
                  MOVE WS-BOL-AMOUNT  TO WS-LOG-VALUE
                  MOVE WS-BOL-RESULT  TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA

      *    Tarifa da cobranca registrada como FEE, acao que os
      *    agregados ja contam.
                  IF WS-CSET-DISP = "S" AND WS-CSET-TARIFF > 0
                     DISPLAY "#Titulo de cobranca: tarifa "
                        WS-CSET-TARIFF " na conta " WS-CSET-ACCOUNT
                     MOVE "FEE"           TO WS-LOG-ACTION
                     MOVE WS-CSET-TARIFF  TO WS-LOG-VALUE
                     MOVE WS-CSET-FEE-STATUS TO WS-LOG-MESSAGE
                     CALL "LOGINSERT" USING WS-LOG-DATA
                  END-IF
                  IF WS-CSET-DISP = "S" AND WS-CSET-DISC-OP > 0
                     PERFORM LOG-DISCOUNT-REPAY
                  END-IF
                  MOVE "BOLETO-RET"   TO WS-LOG-ACTION
               END-IF
            END-IF.

         PAY-CARD-INVOICE.
      *    Boleto de fatura de cartao - o pagamento entra na fatura na
      *    mesma transacao do credito; sem isso o credito nao comita.
            MOVE "BOLETO"      TO WS-CPAY-FUNC
            MOVE WS-BOL-ID     TO WS-CPAY-BOLETO-ID
            MOVE 0             TO WS-CPAY-INVOICE-ID
            MOVE WS-BOL-AMOUNT TO WS-CPAY-AMOUNT
            MOVE "BOLETO"      TO WS-CPAY-SOURCE
            CALL "CARDPAYMT" USING WS-CPAY-DATA, WS-CPAY-DISP
            IF WS-CPAY-DISP = "S"
               DISPLAY "#Fatura " WS-CPAY-INVOICE-ID
                  " da conta-cartao " WS-CPAY-CARD-ACCT-ID
                  " agora " WS-CPAY-STATUS
               MOVE 0 TO SQLCODE
            ELSE IF WS-CPAY-DISP = "N"
               MOVE 0 TO SQLCODE
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha no pagamento da fatura do cartao"
                  TO SQLERRMC
            END-IF
            END-IF.

         SETTLE-COLLECTION-TITLE.
      *    Titulo registrado por remessa de empresa - a liquidacao vai
      *    para o retorno dela e a tarifa sai da conta creditada, na
      *    mesma transacao do credito.
            MOVE "SETTLE"      TO WS-CSET-FUNC
            MOVE WS-BOL-ID     TO WS-CSET-BOLETO-ID
            MOVE WS-BOL-AMOUNT TO WS-CSET-AMOUNT
            MOVE "BOLETO-RET"  TO WS-CSET-SOURCE
            CALL "COBRSETTLE" USING WS-CSET-DATA, WS-CSET-DISP
            IF WS-CSET-DISP = "S" OR WS-CSET-DISP = "N"
               MOVE 0 TO SQLCODE
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na liquidacao da cobranca registrada"
                  TO SQLERRMC
            END-IF.

         LOG-DISCOUNT-REPAY.
      *    Titulo descontado liquidado - o valor voltou da conta da
      *    empresa para a operacao de desconto.
            DISPLAY "#Titulo descontado: operacao " WS-CSET-DISC-OP
               " amortizada em " WS-CSET-REPAID
            MOVE "DISC-REPAY"    TO WS-LOG-ACTION
            MOVE WS-CSET-REPAID  TO WS-LOG-VALUE
            MOVE SPACES          TO WS-LOG-MESSAGE
            STRING "operacao " WS-CSET-DISC-OP " boleto " WS-BOL-ID
               " conta " WS-CSET-ACCOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         SUSPEND-UNKNOWN-BOLETO.
      *    O valor ja veio da compensacao e nao tem boleto aberto para
      *    creditar - fica em suspense. Referencia leva a data paga:
      *    o mesmo boleto pago duas vezes abre duas pendencias.
            MOVE SPACES TO WS-SUSP-REF
            STRING WS-DET-ID-X "/" WS-DET-PAID-DATE
               DELIMITED BY SIZE INTO WS-SUSP-REF
            END-STRING
            MOVE "C" TO WS-SUSP-DIRECTION
            MOVE WS-DET-AMOUNT-N TO WS-SUSP-AMOUNT
            MOVE 0 TO WS-SUSP-ACCOUNT
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "boleto " WS-DET-ID-X " desconhecido ou ja pago, "
               "pago em " WS-DET-PAID-DATE
               DELIMITED BY SIZE INTO WS-SUSP-DETAIL
            END-STRING
            PERFORM OPEN-SUSPENSE-ITEM.

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
            MOVE "BOLETO-RET" TO WS-LOG-ACTION.

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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

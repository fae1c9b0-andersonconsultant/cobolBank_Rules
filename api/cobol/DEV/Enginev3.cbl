             05 SP-BRANCH           PIC X(6).
             05 SP-EVENT-DATE       PIC 9(8).
             05 SP-EVENT-TIME       PIC 9(8).
             05 SP-BUSINESS-DATE    PIC 9(8).

         FD  MSGCAT-FILE.
         01  MSGCAT-RECORD.
             05  RCP-REC-ACCOUNT     PIC 9(10).
             05  RCP-REC-AMOUNT      PIC 9(10)V99.
             05  RCP-REC-REF         PIC X(20).
             05  RCP-REC-OPERATOR    PIC X(20).
             05  RCP-REC-VALUE-DATE  PIC 9(8).

         FD  SERVER-FIFO.
         01  SERVER-FIFO-LINE        PIC X(100).
             05  TED-REC-BRANCH      PIC 9(4).
             05  TED-REC-ACCOUNT     PIC 9(10).
             05  TED-REC-AMOUNT      PIC 9(13)V99.
             05  TED-REC-VALUE-DATE  PIC 9(8).

      *    Registro do diario offline - layout fixo, o mesmo estilo dos
      *    arquivos CNAB do BULK-CREDIT, para o replay nao depender de
         01  WS-QT-INST-PRINC       PIC 9(10)V99 VALUE 0.
         01  WS-QT-INST-INT         PIC 9(10)V99 VALUE 0.

      *    Oferta pre-aprovada vigente da conta (CREDIT-OFFER) - sai
      *    no QUOTE de emprestimo e no PORTFOLIO.
         01  WS-OFR-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-OFR-FOUND           PIC 9(5)  VALUE 0.
         01  WS-OFR-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-OFR-RATE            PIC 9(1)V9(4) VALUE 0.
         01  WS-OFR-TERMS           PIC 9(3)  VALUE 0.
         01  WS-OFR-EXPIRY          PIC X(10) VALUE SPACES.

      *    Consulta a tabela de taxas vigente (GETRATE) - a simulacao
      *    sai com a MESMA taxa que a contratacao de CDB-MAINT e
      *    LOAN-MAINT vai aplicar, nao com a que o caixa digitou.
             05  FILLER PIC X(9)  VALUE "MENUPAYB".
             05  FILLER PIC X(77) VALUE
                 "PAYABLES: Lista e paga boletos do DDA".
             05  FILLER PIC X(9)  VALUE "MENUBILL".
             05  FILLER PIC X(77) VALUE
                 "BILLPAY : Recebe conta de consumo/tributo (convenio)".
             05  FILLER PIC X(9)  VALUE "MENUTED".
             05  FILLER PIC X(77) VALUE
                 "TED     : Envia TED pelo STR, com confirmacao".
             05  FILLER PIC X(77) VALUE
                 "=========================".
         01  WS-MSG-TABLE REDEFINES WS-MSG-DEFAULTS.
             05  WS-MSG-ENTRY OCCURS 49.
                 10  WS-MSG-ID       PIC X(9).
                 10  WS-MSG-TEXT     PIC X(77).
         01  WS-MSG-IX              PIC 9(2) COMP VALUE 0.
         01  WS-RCPT-ACCOUNT        PIC 9(10) VALUE 0.
         01  WS-RCPT-AMOUNT         PIC 9(10)V99 VALUE 0.
         01  WS-RCPT-REF            PIC X(20) VALUE SPACES.
         01  WS-RCPT-VALUE-DATE     PIC 9(8)  VALUE 0.
         01  WS-RCPT-WANTED         PIC 9(6)  VALUE 0.
         01  WS-RCPT-FOUND          PIC X(1)  VALUE "N".
         01  WS-RCPT-EOF            PIC X(1)  VALUE "N".
         01  WS-LIEN-BLOCKED        PIC S9(10)V99 VALUE 0.
         01  WS-LIEN-SALDO          PIC S9(10)V99 VALUE 0.

      *    Autorizacoes de cartao ainda nao liquidadas - cada compra
      *    aprovada pela bandeira (AUTH-INGEST) retem o valor na conta
      *    ate o arquivo do adquirente chegar (POS-INGEST consome) ou
      *    a autorizacao vencer (AUTH-EXPIRE).
         01  WS-AUTH-HELD           PIC S9(10)V99 VALUE 0.

      *    Cheque especial contratado por conta (OD-MAINT) - o saldo
      *    so fica negativo dentro do limite ACTIVE com revisao em dia
      *    (WS-OD-USABLE); limite suspenso ou vencido nao aceita novo
      *    uso. Conta sem limite nao entra no vermelho pelo caixa.
         01  WS-OD-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-OD-LIMIT            PIC 9(10)V99 VALUE 0.
         01  WS-OD-USABLE           PIC 9(10)V99 VALUE 0.
         01  WS-OD-SALDO            PIC S9(10)V99 VALUE 0.

      *    Bloqueio de inventario - conta de titular falecido (marcada
      *    pelo ESTATE em estate_blocks) nao debita em hipotese alguma
      *    ate a ordem judicial de liberacao; creditos (estorno de
      *    salario e afins) continuam entrando normalmente.
         01  WS-EST-BLOCKED         PIC 9(5)  VALUE 0.

      *    Bloqueio preventivo de fraude - conta com alerta confirmado
      *    como fraude no FRAUD-DESK (fraud_blocks ACTIVE) nao debita
      *    ate o supervisor liberar; creditos continuam entrando.
         01  WS-FRB-BLOCKED         PIC 9(5)  VALUE 0.

      *    Restricao cadastral - cliente com revisao KYC vencida alem
      *    do prazo (KYC-REVIEW marca kyc_status RESTRICTED) nao debita
      *    ate a revisao no balcao (CUST-MAINT, comando KYC).
         01  WS-KYC-RESTRICTED      PIC 9(5)  VALUE 0.

      *    Favorecidos salvos (comando PAYEE) - apelido curto por
      *    conta em payees, com o destino (conta ou chave PIX) e o
      *    nome do titular capturado no salvamento; TRANSFER e PIX
         01  WS-PAY-EOF             PIC X(1)  VALUE "N".
         01  WS-PAY-OWN-BOL         PIC X(1)  VALUE "N".

      *    Arrecadacao no balcao (comando BILLPAY) - guia de convenio
      *    (conta de consumo, tributo) conferida pelo CHECKBARCODE e
      *    paga em dinheiro ou com debito em conta; o valor fica na
      *    conta de compensacao da arrecadacao (parametro
      *    ARRC_CLEARING_ACCOUNT) ate o ARRC-REPASS repassar ao
      *    convenio com a tarifa descontada.
         01  WS-ARRC-CODE-IN        PIC X(48) VALUE SPACES.
         01  WS-ARRC-BARCODE        PIC X(44) VALUE SPACES.
         01  WS-ARRC-COMPANY        PIC X(8)  VALUE SPACES.
         01  WS-ARRC-SEGMENT        PIC X(1)  VALUE SPACE.
         01  WS-ARRC-AMOUNT         PIC 9(10)V99 VALUE 0.
         01  WS-ARRC-AGR-ID         PIC 9(9)  VALUE 0.
         01  WS-ARRC-AGR-NAME       PIC X(40) VALUE SPACES.
         01  WS-ARRC-CLEARING       PIC 9(10) VALUE 0.
         01  WS-ARRC-FORM           PIC X(1)  VALUE SPACE.
         01  WS-ARRC-ACCOUNT        PIC 9(10) VALUE 0.
         01  WS-ARRC-STATUS         PIC X(20) VALUE SPACES.
         01  WS-ARRC-AUTH           PIC X(20) VALUE SPACES.
         01  WS-ARRC-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-ARRC-PRIOR-AUTH     PIC X(20) VALUE SPACES.
         01  WS-ARRC-PRIOR-DATE     PIC X(10) VALUE SPACES.

      *    TED pelo STR (comando TED) - transferencia individual no
      *    mesmo dia para outro banco, identificada por banco/agencia/
      *    conta: o debito sai na hora via post_ted_debit() e o fio
         01  WS-TED-STATUS          PIC X(20) VALUE SPACES.
         01  WS-TED-MSG-PATH        PIC X(100) VALUE SPACES.
         01  WS-TED-MSG-STATUS      PIC X(2)  VALUE SPACES.
      *    Favorecido do TED - nome obrigatorio e CPF/CNPJ, triados
      *    contra as listas restritivas antes do debito.
         01  WS-TED-BENEF-NAME      PIC X(60) VALUE SPACES.
         01  WS-TED-BENEF-DOC       PIC X(14) VALUE SPACES.
         01  WS-TED-HIT-ID          PIC 9(9)  VALUE 0.

      *    Corte do trilho (TED, BOLETO) - depois do horario de corte
      *    o item e aceito para o proximo movimento; a data efetiva vai
      *    no fio, na mensagem do STR e no recibo.
         01  WS-RAIL-DATE           PIC X(10) VALUE SPACES.
         01  WS-RAIL-YMD            PIC X(8)  VALUE SPACES.
         01  WS-RAIL-YMD-N REDEFINES WS-RAIL-YMD PIC 9(8).
         01  WS-RAIL-LATE           PIC X(1)  VALUE "N".

      *    Deposito misto (comando MIXDEP) - o envelope de dinheiro
      *    mais cheques vira UMA transacao com um recibo so, em vez de
      *    chave desconhecida ou revogada e recusada na hora.
         01  WS-PIXREG-HOLDER       PIC X(60) VALUE SPACES.
         01  WS-PIXREG-STATUS       PIC X(10) VALUE SPACES.
         01  WS-PIX-HIT-ID          PIC 9(9)  VALUE 0.
      *    Pontuacao de fraude que reteve o debito para a confirmacao
      *    do cliente (zero = nao retido) - vai na fila e no fio.
         01  WS-FRD-HOLD-ID         PIC 9(9)  VALUE 0.

      *    Campos do estorno - desfaz uma transacao ja postada, informada
      *    pelo numero de referencia devolvido no comprovante original.
         01  WS-CLI-SALDO           PIC S9(10)V99 VALUE 0.
         01  WS-CLI-HOLDER          PIC X(60) VALUE SPACES.

      *    Gerente de relacionamento do titular (customer_managers,
      *    mantido no RM-MAINT), mostrado no CLIENTE e no PORTFOLIO.
         01  WS-CLI-MGR-FOUND       PIC 9(5)  VALUE 0.
         01  WS-CLI-MGR-LOGIN       PIC X(20) VALUE SPACES.
         01  WS-CLI-MGR-NAME        PIC X(40) VALUE SPACES.
         01  WS-CLI-MGR-BRANCH      PIC X(6)  VALUE SPACES.

      *    Total apurado pelo TILL-RECONCILE - soma de depositos menos
      *    retiradas gravados em log_cobol para o pid desta sessao.
         01  WS-TILL-SESSION-ID     PIC X(10) VALUE SPACES.
         01  WS-PF-SELIC-A         PIC 9(2)V9(2) VALUE 10,50.
         01  WS-PF-SELIC-M         PIC 9(1)V9(4) VALUE 0,0080.

      *    Operador do cadastro dono da sessao (VERIFY-OPERATOR) -
      *    assina recibos, fila de aprovacao e avais de supervisor.
         01  WS-SESSION-OPERATOR    PIC X(20) VALUE SPACES.

      *    Aval de supervisor gravado em supervisor_overrides - quem
      *    liberou, sobre a sessao de quem, qual comando e valor; e a
      *    base do relatorio de segregacao de funcoes (SOD-RPT).
         01  WS-OVR-SUPERVISOR      PIC X(20) VALUE SPACES.
         01  WS-OVR-COMMAND         PIC X(10) VALUE SPACES.
         01  WS-OVR-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-OVR-STATUS          PIC X(10) VALUE SPACES.

      *    Cotacao publicada pela mesa de cambio (fx_rates) para a
      *    moeda de exibicao do SALDO - reais por unidade.
         01  WS-FX-TABLE-CODE       PIC X(3)  VALUE SPACES.
         01  WS-FX-TABLE-RATE       PIC 9(4)V9(6) VALUE 0.

      *    Saque em especie agendado (cash_bookings) que a retirada do
      *    dia consome - numero e data do movimento em que vale.
         01  WS-CBK-ID              PIC 9(9)  VALUE 0.
         01  WS-CBK-DATE            PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Valor/saldo do extrato ja formatados por FORMAT-AMOUNT, no
         01  WS-EXT-VALOR-DISPLAY   PIC X(15) VALUE SPACES.
         01  WS-EXT-SALDO-DISPLAY   PIC X(15) VALUE SPACES.

      *    Pagamento de fatura de cartao (CARDPAYMT) - boleto nosso que
      *    e fatura, pago no PAYABLES, baixa a fatura junto.
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
      *    empresa pago no PAYABLES: QUOTE soma multa e juros do
      *    atraso antes do debito, SETTLE grava a liquidacao para o
      *    retorno da empresa e tira a tarifa do credito.
         01  WS-CSET-DATA.
             05  WS-CSET-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-CSET-BOLETO-ID     PIC 9(9)  VALUE 0.
             05  WS-CSET-PAY-DATE      PIC X(10) VALUE SPACES.
             05  WS-CSET-AMOUNT        PIC 9(10)V99 VALUE 0.
             05  WS-CSET-CHARGES       PIC 9(10)V99 VALUE 0.
             05  WS-CSET-SOURCE        PIC X(10) VALUE "PAYABLES".
             05  WS-CSET-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-CSET-TARIFF        PIC 9(10)V99 VALUE 0.
             05  WS-CSET-FEE-STATUS    PIC X(20) VALUE SPACES.
             05  WS-CSET-DISC-OP       PIC 9(9)  VALUE 0.
             05  WS-CSET-REPAID        PIC 9(10)V99 VALUE 0.
         01  WS-CSET-DISP           PIC X(1)  VALUE SPACE.

      *    Contagem fisica por denominacao do fechamento declarado e o
      *    teto de diferenca acima do qual o aval do supervisor e
      *    obrigatorio (parametro TILL_SIGNOFF_THRESHOLD do catalogo).
      *    Controle de admissao de sessoes concorrentes
         01  WS-MAX-SESSIONS        PIC 9(9) VALUE 50.

         01  WS-MAX-SESSIONS-ENV    PIC X(9) VALUE SPACES.

      *    Teto diario de debito por sessao - acumulado em memoria a
         01  WS-APPROVAL-ENV        PIC X(13) VALUE SPACES.
         01  WS-APPROVAL-QUEUED     PIC X(1)  VALUE "N".

      *    Saque em especie a partir deste valor so com agendamento
      *    (CASH-BOOK) para o dia - o cofre da agencia pede o numerario
      *    a transportadora com antecedencia. Zero desliga a regra.
         01  WS-CASH-BOOK-LIMIT     PIC 9(10)V99 VALUE 50000,00.
         01  WS-CBK-OK              PIC X(1)  VALUE "S".

      *    Triagem de sancoes/PEP (SCREEN) do favorecido de PIX e TED -
      *    possivel ocorrencia retem a operacao para o compliance
      *    (SCRN-MAINT); triagem indisponivel recusa a operacao.
         01  WS-SCRN-DATA.
             05  WS-SC-FUNC            PIC X(8)  VALUE "CHECK".
             05  WS-SC-CONTEXT         PIC X(10) VALUE SPACES.
             05  WS-SC-NAME            PIC X(60) VALUE SPACES.
             05  WS-SC-DOC             PIC X(14) VALUE SPACES.
             05  WS-SC-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-SC-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-SC-REF             PIC X(20) VALUE SPACES.
             05  WS-SC-OPERATOR        PIC X(20) VALUE SPACES.
             05  WS-SC-SESSION         PIC X(10) VALUE SPACES.
             05  WS-SC-NORM-NAME       PIC X(60) VALUE SPACES.
             05  WS-SC-HIT-ID          PIC 9(9)  VALUE 0.
             05  WS-SC-SCORE           PIC 9(3)  VALUE 0.
             05  WS-SC-LIST-TYPE       PIC X(10) VALUE SPACES.
             05  WS-SC-MATCH-NAME      PIC X(60) VALUE SPACES.
         01  WS-SCRN-DISP           PIC X(1)  VALUE SPACE.

      *    Pontuacao de fraude em tempo real (FRDSCORE) antes de PIX,
      *    TRANSFER e TED postarem - acima do corte o debito fica
      *    retido para a confirmacao do cliente por telefone no
      *    FRAUD-CB, em vez de recusado. Toda pontuacao fica gravada.
         01  WS-FRD-DATA.
             05  WS-FS-CHANNEL         PIC X(10) VALUE SPACES.
             05  WS-FS-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-FS-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-FS-DEST-ACCOUNT    PIC 9(10) VALUE 0.
             05  WS-FS-DEST-KEY        PIC X(40) VALUE SPACES.
             05  WS-FS-DEST-BANK       PIC 9(3)  VALUE 0.
             05  WS-FS-DEST-BRANCH     PIC 9(4)  VALUE 0.
             05  WS-FS-OPERATOR        PIC X(20) VALUE SPACES.
             05  WS-FS-SESSION         PIC X(10) VALUE SPACES.
             05  WS-FS-SCORE-ID        PIC 9(9)  VALUE 0.
             05  WS-FS-SCORE           PIC 9(3)  VALUE 0.
             05  WS-FS-THRESHOLD       PIC 9(3)  VALUE 0.
             05  WS-FS-REASONS         PIC X(60) VALUE SPACES.
             05  WS-FS-HOLD            PIC X(1)  VALUE "N".
         01  WS-FRD-DISP            PIC X(1)  VALUE SPACE.

      *    Disposicao devolvida por util.cbl a cada erro de SQL: "R"
      *    pede reconexao, "D" indica que basta reportar o erro.
         01  WS-UTIL-DISP           PIC X(1) VALUE SPACE.
         01  WS-PROD-USER           PIC X(30) VALUE SPACES.
         01  WS-PROD-PASSWD         PIC X(10) VALUE SPACES.

      *    Autenticacao do operador - separada das credenciais de
      *    banco que GETCREDS busca no vault. Login e senha sao
      *    conferidos no cadastro de operadores (OPER-MAINT) pelo
      *    OPERAUTH logo depois do CONNECT; em modo batch/servidor
      *    vem de OPERATOR_USER/OPERATOR_PASSWORD no ambiente, mas
      *    valem as mesmas regras do cadastro.
         01  WS-OPERATOR-USER-ENV   PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD-ENV PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-OK         PIC X(1)  VALUE "S".
         01  WS-OPERATOR-BRANCH     PIC X(6)  VALUE SPACES.
      *    "S" depois do primeiro login aceito - reconexao e destrave
      *    de sessao ficam presos a este mesmo operador.
         01  WS-OPERATOR-AUTH       PIC X(1)  VALUE "N".
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.

      *    Liberacao de supervisor no ponto da recusa - credenciais de
      *    um SUPERVISOR/ADMIN do cadastro de operadores, digitadas na
      *    hora e distintas das do operador da sessao.
         01  WS-SUP-USER            PIC X(20) VALUE SPACES.
         01  WS-SUP-PASSWD          PIC X(20) VALUE SPACES.
         01  WS-SUP-ANSWER          PIC X(1)  VALUE "N".
         01  WS-SUP-OK              PIC X(1)  VALUE "N".

      *    Checkpoint/restart - ultimo comando concluido e pid salvos
      *    em disco a cada comando, para retomar apos uma queda.
         01  WS-BIG-DEBIT-LIMIT     PIC 9(10)V99 VALUE 1000,00.
         01  WS-BIG-DEBIT-ENV       PIC X(13) VALUE SPACES.

      *    Papel da sessao (TELLER/SUPERVISOR/ADMIN/READONLY), vindo
      *    do cadastro de operadores no login e gravado em
      *    sessions_pool no connect.
         01  WS-SESSION-ROLE        PIC X(10) VALUE "TELLER".
         01  WS-ROLE-OK             PIC X(1)  VALUE "S".

         01  WS-CHKD-VALUE          PIC X(14) VALUE SPACES.
         01  WS-CHKD-RESULT         PIC X(1)  VALUE SPACE.
         01  WS-CHKD-ACCOUNT        PIC 9(10) VALUE 0.
      *    Guia de arrecadacao - digitos da linha digitada (pontos,
      *    tracos e espacos descartados) e o valor do codigo de barras.
         01  WS-ARRC-RAW            PIC X(60) VALUE SPACES.
         01  WS-ARRC-RAW-IX         PIC 9(2) COMP VALUE 0.
         01  WS-ARRC-CODE-LEN       PIC 9(2) COMP VALUE 0.
         01  WS-ARRC-VALUE-TXT      PIC X(11) VALUE ZEROS.
         01  WS-ARRC-VALUE-N REDEFINES WS-ARRC-VALUE-TXT
                                    PIC 9(9)V99.
         01  WS-ARRC-VALID          PIC X(1)  VALUE "N".
         01  WS-ACCT-DIGIT-ENV      PIC X(1)  VALUE SPACE.
         01  WS-INPUT-VALID         PIC X(1)  VALUE "S".
         01  WS-RECIP-CONFIRMED     PIC X(1)  VALUE "N".
      *    CURRENCY/FX_RATE convertem o saldo exibido para outra moeda -
      *    saldo() no banco continua sempre em BRL. Sem CURRENCY definida
      *    ou com FX_RATE ausente/invalida, a taxa fica 1 e o codigo BRL,
      *    ou seja, SALDO mostra o mesmo valor de sempre. Com cotacao da
      *    moeda publicada pela mesa de cambio, CONVERT-CURRENCY usa a
      *    tabela e FX_RATE fica so como reserva.
            ACCEPT WS-CURRENCY-CODE FROM ENVIRONMENT "CURRENCY"
            IF WS-CURRENCY-CODE = SPACES
               MOVE "BRL" TO WS-CURRENCY-CODE

         APPLY-MSG-OVERRIDE.
            MOVE 1 TO WS-MSG-IX
            PERFORM TRY-ONE-MSG-SLOT UNTIL WS-MSG-IX > 49.

         TRY-ONE-MSG-SLOT.
            IF WS-MSG-ID (WS-MSG-IX) = MSG-REC-ID
      *    Mostra a mensagem do catalogo cujo id esta em WS-MSG-ID-IN.
            MOVE SPACES TO WS-MSG-OUT
            MOVE 1 TO WS-MSG-IX
            PERFORM FIND-ONE-MESSAGE UNTIL WS-MSG-IX > 49
            DISPLAY WS-MSG-OUT.

         DISPLAY-PROMPT.
      *    falam o idioma escolhido em MSG_LANG.
            MOVE SPACES TO WS-MSG-OUT
            MOVE 1 TO WS-MSG-IX
            PERFORM FIND-ONE-MESSAGE UNTIL WS-MSG-IX > 49
            MOVE 77 TO WS-MSG-LEN
            PERFORM TRIM-MSG-LEN
               UNTIL WS-MSG-LEN = 1
            MOVE SPACES TO WS-NOTIFY-DETAIL.

         OPERATOR-LOGIN.
      *    Colhe login e senha do operador - digitados no console ou,
      *    em modo batch/servidor, de OPERATOR_USER/OPERATOR_PASSWORD.
      *    A conferencia e sempre no cadastro de operadores: antes do
      *    CONNECT ela fica para o START-SQL (VERIFY-OPERATOR logo
      *    apos abrir a conexao); com o banco aberto (destrave de
      *    sessao) confere aqui mesmo.
            MOVE "S" TO WS-OPERATOR-OK
            IF WS-BATCH-MODE = "S" OR WS-SERVER-MODE = "S"
               ACCEPT WS-OPERATOR-USER-ENV
                  FROM ENVIRONMENT "OPERATOR_USER"
               ACCEPT WS-OPERATOR-PASSWD-ENV
                  FROM ENVIRONMENT "OPERATOR_PASSWORD"
               MOVE WS-OPERATOR-USER-ENV TO WS-OPERATOR-USER
               MOVE WS-OPERATOR-PASSWD-ENV TO WS-OPERATOR-PASSWD
               MOVE SPACES TO WS-OPERATOR-PASSWD-ENV
            ELSE
               DISPLAY "#Usuario operador: " NO ADVANCING
               ACCEPT WS-OPERATOR-USER
               DISPLAY "#Senha operador: " NO ADVANCING
               ACCEPT WS-OPERATOR-PASSWD
            END-IF
            INSPECT WS-OPERATOR-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"

            IF WS-OPERATOR-USER = SPACES
               MOVE "N" TO WS-OPERATOR-OK
            ELSE IF WS-DB-STARTED = "S"
               PERFORM VERIFY-OPERATOR
            END-IF
            END-IF.

         VERIFY-OPERATOR.
      *    Confere o operador no cadastro (OPERAUTH) e traz dele o
      *    papel e a agencia da sessao. Depois do primeiro login
      *    aceito a sessao pertence a esse operador: o destrave por
      *    inatividade exige o mesmo login, e a reconexao automatica
      *    (senha ja descartada) so confirma que o cadastro continua
      *    ativo.
            MOVE "N" TO WS-OPERATOR-OK
            IF WS-OPERATOR-AUTH = "S"
               AND WS-OPERATOR-USER NOT = WS-SESSION-OPERATOR
               MOVE "N" TO WS-AUTH-DISP
            ELSE IF WS-OPERATOR-AUTH = "S"
               AND WS-OPERATOR-PASSWD = SPACES
               MOVE "STATUS" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-OPERATOR-USER,
                  WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
            ELSE
               MOVE "LOGIN" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-OPERATOR-USER,
                  WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
            END-IF
            END-IF
            MOVE SPACES TO WS-OPERATOR-PASSWD

            MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
            MOVE "LOGIN"     TO WS-LOG-ACTION
            MOVE 0           TO WS-LOG-VALUE
            MOVE SPACES      TO WS-LOG-MESSAGE
            IF WS-AUTH-DISP = "S"
               MOVE "S" TO WS-OPERATOR-OK
               MOVE "S" TO WS-OPERATOR-AUTH
               MOVE WS-OPERATOR-USER TO WS-SESSION-OPERATOR
               MOVE WS-AUTH-ROLE TO WS-SESSION-ROLE
               MOVE WS-AUTH-BRANCH TO WS-OPERATOR-BRANCH
               MOVE "OK" TO WS-LOG-STATUS
               STRING "operador " WS-OPERATOR-USER " papel "
                  WS-SESSION-ROLE " agencia " WS-OPERATOR-BRANCH
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            ELSE
               MOVE "DENIED" TO WS-LOG-STATUS
               EVALUATE WS-AUTH-DISP
                  WHEN "B"
                     DISPLAY "#Operador bloqueado no cadastro"
                  WHEN "L"
                     DISPLAY "#Operador travado por tentativas - "
                        "RESET pelo supervisor"
                  WHEN "E"
                     DISPLAY "#Senha do operador expirada - "
                        "RESET pelo supervisor"
                  WHEN "R"
                     DISPLAY "#Recertificacao do operador vencida"
                  WHEN "D"
                     DISPLAY "#Falha ao consultar o cadastro de "
                        "operadores"
                  WHEN OTHER
                     DISPLAY "#Usuario ou senha do operador invalidos"
               END-EVALUATE
               STRING "login recusado a " WS-OPERATOR-USER
                  " motivo " WS-AUTH-DISP
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            END-IF
            CALL "LOGINSERT" USING WS-LOG-DATA.

         VERIFY-SUPERVISOR.
      *    Aval de supervisor no ponto da recusa - WS-SUP-USER e
      *    WS-SUP-PASSWD ja digitados pelo chamador. Vale o cadastro
      *    de operadores (papel SUPERVISOR/ADMIN, ativo, senha certa)
      *    e nunca o proprio operador da sessao.
            MOVE "N" TO WS-SUP-OK
            INSPECT WS-SUP-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            IF WS-SUP-USER NOT = SPACES
               AND WS-SUP-USER NOT = WS-SESSION-OPERATOR
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-SUP-USER,
                  WS-SUP-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
               IF WS-AUTH-DISP = "S"
                  MOVE "S" TO WS-SUP-OK
               END-IF
            END-IF
            MOVE SPACES TO WS-SUP-PASSWD.

         PARSE-AMOUNT.
      *    Converte WS-PARSE-IN para WS-PARSE-VAL - vazio devolve
      *    WS-PARSE-EMPTY = "S"; qualquer caractere estranho ou mais de
      *    Grava o recibo numerado do lancamento recem-comitado - quem
      *    chama preenche WS-RCPT-OP/-ACCOUNT/-AMOUNT/-REF antes do
      *    PERFORM. Abre e fecha a cada recibo, como o checkpoint.
      *    WS-RCPT-VALUE-DATE (AAAAMMDD) so vem preenchida quando o
      *    lancamento passou do corte e e do proximo movimento.
            MOVE "/tmp/receipts.dat" TO WS-RECEIPT-PATH
            ACCEPT WS-RECEIPT-PATH FROM ENVIRONMENT "RECEIPT_FILE"
            IF WS-RECEIPT-PATH = SPACES
               MOVE WS-RCPT-ACCOUNT TO RCP-REC-ACCOUNT
               MOVE WS-RCPT-AMOUNT  TO RCP-REC-AMOUNT
               MOVE WS-RCPT-REF     TO RCP-REC-REF
               MOVE WS-SESSION-OPERATOR TO RCP-REC-OPERATOR
               MOVE WS-RCPT-VALUE-DATE  TO RCP-REC-VALUE-DATE
               WRITE RECEIPT-RECORD
               CLOSE RECEIPT-FILE
               DISPLAY "1\RECIBO\" WS-RECEIPT-SEQ
               IF WS-RCPT-VALUE-DATE > 0
                  DISPLAY "#Lancamento para o movimento de "
                     WS-RCPT-VALUE-DATE " (proximo dia util)"
               END-IF
            END-IF
            MOVE 0 TO WS-RCPT-VALUE-DATE.

         REPRINT-RECEIPT.
      *    Regenera um recibo desta sessao pelo numero - le o arquivo
                     DISPLAY "#Conta    : " RCP-REC-ACCOUNT
                     DISPLAY "#Valor    : " RCP-REC-AMOUNT
                     DISPLAY "#Referencia: " RCP-REC-REF
                     DISPLAY "#Operador : " RCP-REC-OPERATOR
                     IF RCP-REC-VALUE-DATE NUMERIC AND
                        RCP-REC-VALUE-DATE > 0
                        DISPLAY "#Movimento: " RCP-REC-VALUE-DATE
                           " (proximo dia util)"
                     END-IF
                  END-IF
            END-READ.


         MENU-HELP.
      *    As linhas do menu vem do catalogo de mensagens - entradas
      *    18 a 49 da tabela (apos os prompts), na ordem de exibicao.
            DISPLAY SPACE
            MOVE 18 TO WS-MSG-IX
            PERFORM DISPLAY-ONE-MENU-LINE UNTIL WS-MSG-IX > 49
            DISPLAY SPACE
            PERFORM WAIT-CMD.

               MOVE WS-APPROVAL-ENV TO WS-APPROVAL-THRESHOLD
            END-IF.

      *     Papel da sessao vem do cadastro de operadores, no
      *     VERIFY-OPERATOR logo apos o CONNECT.

            PERFORM CONNECT-WITH-RETRY

                     WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
               MOVE "S" TO WS-CONN-WAS-UP
               ACCEPT WS-CONN-START-TIME FROM TIME
               MOVE WS-CONN-START-TIME TO WS-LAST-ACTIVITY-TIME
      *     com a conexao ja aberta, por isso vem depois do CONNECT.
                  PERFORM LOAD-DB-PARAMS

      *     Operador conferido no cadastro antes de a sessao entrar
      *     na pool - login recusado derruba a conexao recem-aberta.
                  PERFORM VERIFY-OPERATOR

      *     Controle de admissao - recusa a conexao se a pool ja estiver
      *     no limite configurado em vez de inserir sem limite algum.
                  EXEC SQL
                  FROM sessions_pool
                  END-EXEC

                  IF WS-OPERATOR-OK NOT = "S"
                     DISPLAY "0\STATUS"
                     DISPLAY "#Autenticacao do operador falhou - "
                        "conexao recusada"
                     EXEC SQL
                     DISCONNECT ALL
                     END-EXEC
                     MOVE "N" TO WS-DB-STARTED
      *              Servidor residente sem operador valido nao sobe.
                     IF WS-SERVER-MODE = "S"
                        PERFORM FIM-PROGRAMA
                     END-IF
                  ELSE IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
      *     Registro da sessao delegado a REGISTER-SESSION - antes o
      *     INSERT/COMMIT ficavam soltos aqui dentro do START-SQL.
                     CALL "REGISTERSESSION" USING WS-CONN-PID,
                        WS-SESSION-ROLE, WS-UTIL-DISP,
                        WS-SESSION-OPERATOR, WS-OPERATOR-BRANCH

                     IF WS-UTIL-DISP NOT = "S"
                        DISPLAY "0\STATUS"
                        PERFORM SELF-CHECK-CONTRACT
                     END-IF
                  END-IF
                  END-IF

            END-IF
            PERFORM WAIT-CMD.
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-APPROVAL-THRESHOLD
            END-IF

            MOVE "CASH_BOOKING_THRESHOLD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-CASH-BOOK-LIMIT
            END-IF.

         SELF-CHECK-CONTRACT.
            END-STRING
            PERFORM WRITE-TRANSCRIPT

      *    Movimento pode ter virado (EOD-CLOSE) com a sessao aberta.
            IF WS-DB-STARTED = "S"
               PERFORM STAMP-BUSINESS-DATE
            END-IF

            IF WS-CMD = "START"
               IF WS-DB-STARTED = "S"
                  DISPLAY "1\STATUS"
                  PERFORM WAIT-CMD
               END-IF

            ELSE IF WS-CMD = "BILLPAY"
               IF WS-DB-STARTED = "N"
                  PERFORM NOT-CONNECTED-RESPONSE
                  PERFORM WAIT-CMD
               ELSE
                  PERFORM CHECK-ROLE-WRITE
                  IF WS-ROLE-OK = "S"
                     PERFORM BILLPAY-CMD
                     PERFORM WRITE-CHECKPOINT
                  END-IF
                  PERFORM RECONNECT-IF-LOST
                  PERFORM WAIT-CMD
               END-IF

            ELSE IF WS-CMD = "TED"
               IF WS-DB-STARTED = "N"
                  PERFORM NOT-CONNECTED-RESPONSE
         CHECK-ROLE-WRITE.
      *    Sessao READONLY consulta mas nao movimenta conta - recusa
      *    aqui, antes de pedir os dados da operacao, em vez de deixar
      *    o banco rejeitar depois de ja ter perguntado tudo. O papel
      *    e relido do cadastro de operadores a cada comando de
      *    escrita: um bloqueio ou rebaixamento feito na OPER-MAINT
      *    vale ja, sem esperar a sessao cair.
            MOVE "STATUS" TO WS-AUTH-FUNC
            CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-SESSION-OPERATOR,
               WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
               WS-AUTH-DISP
            IF WS-AUTH-DISP = "S"
               MOVE WS-AUTH-ROLE TO WS-SESSION-ROLE
            END-IF

            IF WS-AUTH-DISP NOT = "S"
               MOVE "N" TO WS-ROLE-OK
               DISPLAY "0\FORBIDDEN"
               DISPLAY "#Operador sem acesso ativo no cadastro - "
                  "comando nao permitido"
            ELSE IF WS-SESSION-ROLE = "READONLY"
               MOVE "N" TO WS-ROLE-OK
               DISPLAY "0\FORBIDDEN"
               DISPLAY "#Sessao somente-leitura - comando nao permitido"
            ELSE
               MOVE "S" TO WS-ROLE-OK
            END-IF
            END-IF.

         RECONNECT-IF-LOST.
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF

            IF WS-LIEN-OK = "S"
               MOVE 0 TO WS-FRB-BLOCKED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-FRB-BLOCKED
                  FROM fraud_blocks
                  WHERE account = CASE WHEN :WS-LIEN-ACCOUNT = 0
                        THEN session_account()
                        ELSE :WS-LIEN-ACCOUNT END
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE 0 TO WS-FRB-BLOCKED
               END-IF
               IF WS-FRB-BLOCKED > 0
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\BLOQUEIO-FRAUDE"
                  DISPLAY "#Conta com bloqueio preventivo por fraude - "
                     "debito recusado"

                  MOVE WS-CONN-PID       TO WS-LOG-SESSION-ID
                  MOVE WS-CMD            TO WS-LOG-ACTION
                  MOVE "REFUSED"         TO WS-LOG-STATUS
                  MOVE WS-LIEN-CANDIDATE TO WS-LOG-VALUE
                  MOVE "Bloqueio preventivo de fraude sobre a conta"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            IF WS-LIEN-OK = "S"
               MOVE 0 TO WS-KYC-RESTRICTED
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-KYC-RESTRICTED
                  FROM customers
                  WHERE doc = account_holder_doc(
                        CASE WHEN :WS-LIEN-ACCOUNT = 0
                        THEN session_account()
                        ELSE :WS-LIEN-ACCOUNT END)
                    AND kyc_status = 'RESTRICTED'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE 0 TO WS-KYC-RESTRICTED
               END-IF
               IF WS-KYC-RESTRICTED > 0
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\CADASTRO"
                  DISPLAY "#Revisao cadastral vencida - debito "
                     "recusado"

                  MOVE WS-CONN-PID       TO WS-LOG-SESSION-ID
                  MOVE WS-CMD            TO WS-LOG-ACTION
                  MOVE "REFUSED"         TO WS-LOG-STATUS
                  MOVE WS-LIEN-CANDIDATE TO WS-LOG-VALUE
                  MOVE "Revisao cadastral KYC vencida"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            IF WS-LIEN-OK = "S"
            IF WS-LIEN-ACCOUNT = 0
               EXEC SQL
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            END-IF

            IF WS-LIEN-OK = "S"
               PERFORM CHECK-CARD-AUTH-HOLD
            END-IF.

         CHECK-CARD-AUTH-HOLD.
      *    Compra no cartao de debito ja autorizada e ainda nao
      *    liquidada segura o valor: o debito que so caberia gastando
      *    o dinheiro retido e recusado, com o bloqueio judicial (ja
      *    em WS-LIEN-BLOCKED) tambem fora da conta.
            MOVE 0 TO WS-AUTH-HELD
            EXEC SQL
               SELECT COALESCE(SUM(amount), 0)
               INTO :WS-AUTH-HELD
               FROM card_auth_holds
               WHERE account = CASE WHEN :WS-LIEN-ACCOUNT = 0
                     THEN session_account()
                     ELSE :WS-LIEN-ACCOUNT END
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE NOT = ZERO
      *        Mesma regra do bloqueio judicial - falha na consulta
      *        vai para log_cobol e a operacao segue.
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-AUTH-HELD
            END-IF

            IF WS-AUTH-HELD > 0
               IF WS-LIEN-ACCOUNT = 0
                  EXEC SQL
                     SELECT saldo() INTO :WS-LIEN-SALDO
                  END-EXEC
               ELSE
                  EXEC SQL
                     SELECT saldo(:WS-LIEN-ACCOUNT)
                     INTO :WS-LIEN-SALDO
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO AND
                  (WS-LIEN-SALDO - WS-LIEN-BLOCKED - WS-AUTH-HELD) <
                     WS-LIEN-CANDIDATE
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\RETIDO"
                  DISPLAY "#Debito usaria valor retido por compras "
                     "no cartao ainda nao liquidadas - recusado"

                  MOVE WS-CONN-PID       TO WS-LOG-SESSION-ID
                  MOVE WS-CMD            TO WS-LOG-ACTION
                  MOVE "REFUSED"         TO WS-LOG-STATUS
                  MOVE WS-LIEN-CANDIDATE TO WS-LOG-VALUE
                  MOVE "Autorizacoes de cartao retidas na conta"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF

            IF WS-LIEN-OK = "S"
               PERFORM CHECK-OVERDRAFT-LINE
            END-IF.

         CHECK-OVERDRAFT-LINE.
      *    Por ultimo o saldo: o debito pode levar a conta ao negativo
      *    so ate o limite de cheque especial utilizavel, ja fora o
      *    bloqueio judicial e o retido por cartao.
            MOVE WS-LIEN-ACCOUNT TO WS-OD-ACCOUNT
            PERFORM LOAD-OVERDRAFT-LINE

            IF SQLCODE = ZERO
               IF WS-LIEN-ACCOUNT = 0
                  EXEC SQL
                     SELECT saldo() INTO :WS-OD-SALDO
                  END-EXEC
               ELSE
                  EXEC SQL
                     SELECT saldo(:WS-LIEN-ACCOUNT)
                     INTO :WS-OD-SALDO
                  END-EXEC
               END-IF

               IF SQLCODE = ZERO AND
                  (WS-OD-SALDO - WS-LIEN-BLOCKED - WS-AUTH-HELD
                     + WS-OD-USABLE) < WS-LIEN-CANDIDATE
                  MOVE "N" TO WS-LIEN-OK
                  DISPLAY "0\SALDO"
                  IF WS-OD-USABLE = 0
                     DISPLAY "#Saldo insuficiente e conta sem limite "
                        "de cheque especial utilizavel - recusado"
                  ELSE
                     DISPLAY "#Debito ultrapassaria o limite de "
                        "cheque especial de " WS-OD-USABLE
                        " - recusado"
                  END-IF

                  MOVE WS-CONN-PID       TO WS-LOG-SESSION-ID
                  MOVE WS-CMD            TO WS-LOG-ACTION
                  MOVE "REFUSED"         TO WS-LOG-STATUS
                  MOVE WS-LIEN-CANDIDATE TO WS-LOG-VALUE
                  MOVE "Limite de cheque especial excedido"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF.

         LOAD-OVERDRAFT-LINE.
      *    Limite contratado e a parte utilizavel dele para a conta em
      *    WS-OD-ACCOUNT (zero = conta da sessao). Revisao vencida conta
      *    pela data do movimento carimbada na sessao. Falha na consulta
      *    vai para log_cobol e o SQLCODE volta a quem chamou.
            MOVE 0 TO WS-OD-LIMIT
            MOVE 0 TO WS-OD-USABLE
            EXEC SQL
               SELECT COALESCE(SUM(limit_amount), 0),
                      COALESCE(SUM(CASE WHEN status = 'ACTIVE'
                         AND review_date >=
                            COALESCE(NULLIF(current_setting(
                               'bank.business_date', true), '')::date,
                               CURRENT_DATE)
                         THEN limit_amount ELSE 0 END), 0)
               INTO :WS-OD-LIMIT, :WS-OD-USABLE
               FROM overdraft_lines
               WHERE account = CASE WHEN :WS-OD-ACCOUNT = 0
                     THEN session_account()
                     ELSE :WS-OD-ACCOUNT END
                 AND status <> 'CANCELLED'
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 0 TO WS-OD-LIMIT
               MOVE 0 TO WS-OD-USABLE
            END-IF.

         CHECK-SIGNER-AUTH.
            END-IF.

         OFFER-PIN-UNLOCK.
      *    Destravamento no ponto da recusa, com o aval de um
      *    supervisor do cadastro de operadores - o mesmo
      *    VERIFY-SUPERVISOR do teto diario.
            DISPLAY "#Senha do cliente travada - supervisor "
               "destrava? (S/N): " NO ADVANCING
            ACCEPT WS-SUP-ANSWER
            IF WS-SUP-ANSWER = "S" OR WS-SUP-ANSWER = "s"
               DISPLAY "#Usuario supervisor: " NO ADVANCING
               ACCEPT WS-SUP-USER
               DISPLAY "#Senha supervisor: " NO ADVANCING
               ACCEPT WS-SUP-PASSWD
               PERFORM VERIFY-SUPERVISOR

               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               MOVE "PIN-UNLOCK" TO WS-LOG-ACTION
               MOVE 0            TO WS-LOG-VALUE
               MOVE SPACES       TO WS-LOG-MESSAGE

               IF WS-SUP-OK = "S"
                  EXEC SQL
                     UPDATE customer_pins
                     SET status = 'ACTIVE', fail_count = 0
                     WHERE account =
                           CASE WHEN :WS-PIN-ACCOUNT = 0
                                THEN session_account()
                                ELSE :WS-PIN-ACCOUNT END
                  END-EXEC
                  IF SQLCODE = ZERO
                     EXEC SQL
                        COMMIT
                     END-EXEC
                     MOVE "ACTIVE" TO WS-PIN-STATUS-DB
                     DISPLAY "1\PIN-UNLOCK"
                     DISPLAY "#Senha destravada pelo supervisor"
                     MOVE "OK" TO WS-LOG-STATUS
                     STRING "supervisor " WS-SUP-USER
                        " destravou a senha para " WS-CMD
                        DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                     END-STRING
                  ELSE
                     EXEC SQL
                        ROLLBACK
                     END-EXEC
                     MOVE "FAILED" TO WS-LOG-STATUS
                     MOVE "falha ao destravar a senha"
                        TO WS-LOG-MESSAGE
                  END-IF
               ELSE
                  DISPLAY "0\PIN-UNLOCK"
                  DISPLAY "#Credenciais de supervisor invalidas - "
                     "senha segue travada"
                  MOVE "DENIED" TO WS-LOG-STATUS
                  STRING "destravamento negado a " WS-SUP-USER
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
               END-IF
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REFUSE-PIN-DEBIT.
            END-IF.

         OFFER-SUPERVISOR-OVERRIDE.
      *    Aval de um supervisor do cadastro de operadores, que nao
      *    pode ser o proprio operador da sessao.
            DISPLAY "#Liberacao de supervisor? (S/N): " NO ADVANCING
            ACCEPT WS-SUP-ANSWER
            IF WS-SUP-ANSWER = "S" OR WS-SUP-ANSWER = "s"
               DISPLAY "#Usuario supervisor: " NO ADVANCING
               ACCEPT WS-SUP-USER
               DISPLAY "#Senha supervisor: " NO ADVANCING
               ACCEPT WS-SUP-PASSWD
               PERFORM VERIFY-SUPERVISOR
               PERFORM RECORD-OVERRIDE

               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               MOVE "OVERRIDE"  TO WS-LOG-ACTION
               MOVE WS-DAILY-CANDIDATE-AMT TO WS-LOG-VALUE
               MOVE SPACES      TO WS-LOG-MESSAGE

               IF WS-SUP-OK = "S"
                  MOVE "S" TO WS-DAILY-LIMIT-OK
                  DISPLAY "1\OVERRIDE"
                  DISPLAY "#Operacao liberada pelo supervisor"
                  MOVE "OK" TO WS-LOG-STATUS
                  STRING "supervisor " WS-SUP-USER
                     " liberou " WS-CMD
                     " do operador " WS-SESSION-OPERATOR
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
               ELSE
                  DISPLAY "0\OVERRIDE"
                  DISPLAY "#Credenciais de supervisor invalidas - "
                     "recusa mantida"
                  MOVE "DENIED" TO WS-LOG-STATUS
                  STRING "liberacao negada a " WS-SUP-USER
                     " para " WS-CMD
                     " do operador " WS-SESSION-OPERATOR
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
               END-IF
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         RECORD-OVERRIDE.
      *    Toda tentativa de aval fica em supervisor_overrides, aceita
      *    ou negada. Aval que nao consegue ser gravado nao vale - o
      *    rastro e condicao da liberacao, como na fila de aprovacao.
            MOVE WS-SUP-USER TO WS-OVR-SUPERVISOR
            MOVE WS-CMD TO WS-OVR-COMMAND
            MOVE WS-DAILY-CANDIDATE-AMT TO WS-OVR-AMOUNT
            IF WS-SUP-OK = "S"
               MOVE "GRANTED" TO WS-OVR-STATUS
            ELSE
               MOVE "DENIED" TO WS-OVR-STATUS
            END-IF
            EXEC SQL
               INSERT INTO supervisor_overrides
                  (session_id, operator_user, supervisor_user,
                   command, amount, status, created_at)
               VALUES (:WS-CONN-PID, :WS-SESSION-OPERATOR,
                       :WS-OVR-SUPERVISOR, :WS-OVR-COMMAND,
                       :WS-OVR-AMOUNT, :WS-OVR-STATUS, now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "N" TO WS-SUP-OK
               DISPLAY "#Aval nao registrado - liberacao recusada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         GET-TRANSFER-INPUT.
               DISPLAY "#Transferencia identica a anterior ha menos de "
                  WS-DUP-WINDOW-SECONDS " segundo(s) - envio ignorado"
            ELSE
      *    Pontuacao de fraude antes da alcada - debito suspeito fica
      *    retido para a confirmacao do cliente e nada posta agora.
               MOVE "N" TO WS-APPROVAL-QUEUED
               MOVE "TRANSFER"         TO WS-FS-CHANNEL
               MOVE WS-FROM-ACCOUNT    TO WS-FS-ACCOUNT
               MOVE WS-TRANSFER-AMOUNT TO WS-FS-AMOUNT
               MOVE WS-TO-ACCOUNT      TO WS-FS-DEST-ACCOUNT
               MOVE SPACES             TO WS-FS-DEST-KEY
               MOVE 0                  TO WS-FS-DEST-BANK
               MOVE 0                  TO WS-FS-DEST-BRANCH
               PERFORM SCORE-DEBIT-FRAUD
               IF WS-FRD-HOLD-ID > 0
                  PERFORM QUEUE-FRAUD-CALLBACK
               END-IF
      *    Quatro-olhos - acima do teto de alcada a operacao vai para a
      *    fila de aprovacao em vez de postar; quem posta e um segundo
      *    operador no APPROVE-Q.
               IF WS-APPROVAL-QUEUED = "N" AND
                  WS-APPROVAL-THRESHOLD > 0 AND
                  WS-TRANSFER-AMOUNT >= WS-APPROVAL-THRESHOLD
                  PERFORM QUEUE-TRANSFER-APPROVAL
               END-IF
            EXEC SQL
               INSERT INTO pending_approvals
                  (op_type, from_account, to_account, pix_key,
                   amount, status, requested_by, requested_user)
               VALUES ('TRANSFER', :WS-FROM-ACCOUNT, :WS-TO-ACCOUNT,
                       '', :WS-TRANSFER-AMOUNT, 'PENDING',
                       :WS-CONN-PID, :WS-SESSION-OPERATOR)
            END-EXEC

            IF SQLCODE NOT = ZERO
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         SCORE-DEBIT-FRAUD.
      *    Quem chama preenche canal, conta, valor e destino em
      *    WS-FRD-DATA. A pontuacao e comitada na hora - nada mais esta
      *    pendente na sessao neste ponto. Servico fora do ar nao
      *    segura o caixa: o debito segue sem retencao e a falha fica
      *    em log_cobol.
            MOVE 0 TO WS-FRD-HOLD-ID
            MOVE WS-SESSION-OPERATOR TO WS-FS-OPERATOR
            MOVE WS-CONN-PID         TO WS-FS-SESSION
            CALL "FRDSCORE" USING WS-FRD-DATA, WS-FRD-DISP

            MOVE WS-CONN-PID   TO WS-LOG-SESSION-ID
            MOVE "FRAUD-SCORE" TO WS-LOG-ACTION
            MOVE WS-FS-AMOUNT  TO WS-LOG-VALUE
            MOVE SPACES        TO WS-LOG-MESSAGE
            IF WS-FRD-DISP NOT = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE "FAILED" TO WS-LOG-STATUS
               STRING WS-FS-CHANNEL " conta " WS-FS-ACCOUNT
                  " sem pontuacao - seguiu sem retencao"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-FS-HOLD = "S"
                  MOVE WS-FS-SCORE-ID TO WS-FRD-HOLD-ID
                  MOVE "HOLD" TO WS-LOG-STATUS
               ELSE
                  MOVE "PASS" TO WS-LOG-STATUS
               END-IF
               STRING WS-FS-CHANNEL " conta " WS-FS-ACCOUNT
                  " pontuacao " WS-FS-SCORE-ID " score " WS-FS-SCORE
                  " " WS-FS-REASONS
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
            END-IF
            CALL "LOGINSERT" USING WS-LOG-DATA.

         QUEUE-FRAUD-CALLBACK.
      *    PIX/TRANSFER retido pela pontuacao entra na fila como
      *    CALLBACK, que o APPROVE-Q nao enxerga: o FRAUD-CB liga para o
      *    cliente e, confirmado, o item vira PENDING como qualquer
      *    outro. Falha na captura tambem NAO deixa a operacao seguir.
            MOVE "S" TO WS-APPROVAL-QUEUED
            IF WS-FS-CHANNEL = "PIX"
               EXEC SQL
                  INSERT INTO pending_approvals
                     (op_type, from_account, to_account, pix_key,
                      amount, status, requested_by, requested_user,
                      fraud_score_id)
                  VALUES ('PIX', :WS-PIX-FROM-ACCOUNT, 0,
                          :WS-PIX-TO-KEY, :WS-PIX-AMOUNT, 'CALLBACK',
                          :WS-CONN-PID, :WS-SESSION-OPERATOR,
                          :WS-FRD-HOLD-ID)
               END-EXEC
            ELSE
               EXEC SQL
                  INSERT INTO pending_approvals
                     (op_type, from_account, to_account, pix_key,
                      amount, status, requested_by, requested_user,
                      fraud_score_id)
                  VALUES ('TRANSFER', :WS-FROM-ACCOUNT,
                          :WS-TO-ACCOUNT, '', :WS-TRANSFER-AMOUNT,
                          'CALLBACK', :WS-CONN-PID,
                          :WS-SESSION-OPERATOR, :WS-FRD-HOLD-ID)
               END-EXEC
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
               IF WS-FS-CHANNEL = "PIX"
                  DISPLAY "0\PIX"
               ELSE
                  DISPLAY "0\TRANSFER"
               END-IF
               DISPLAY "#Falha ao reter para confirmacao - operacao "
                  "nao efetuada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-FS-CHANNEL = "PIX"
                  DISPLAY "1\CALLBACK-Q\PIX"
               ELSE
                  DISPLAY "1\CALLBACK-Q\TRANSFER"
               END-IF
               DISPLAY "#Debito suspeito (score " WS-FS-SCORE ": "
                  WS-FS-REASONS ")"
               DISPLAY "#Retido ate o cliente confirmar por telefone - "
                  "pontuacao " WS-FRD-HOLD-ID

               MOVE WS-CONN-PID   TO WS-LOG-SESSION-ID
               MOVE "CALLBACK-Q"  TO WS-LOG-ACTION
               MOVE "HELD"        TO WS-LOG-STATUS
               MOVE WS-FS-AMOUNT  TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING WS-FS-CHANNEL " " WS-FS-ACCOUNT " pontuacao "
                  WS-FRD-HOLD-ID " score " WS-FS-SCORE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         REACTIVATE-DORMANT.
      *    Movimento iniciado pelo cliente reativa a conta dormente -
      *    quem chama poe a conta em WS-REACT-ACCOUNT antes do PERFORM.
               DISPLAY "#PIX identico ao anterior ha menos de "
                  WS-DUP-WINDOW-SECONDS " segundo(s) - envio ignorado"
            ELSE
      *    Triagem do titular da chave contra as listas restritivas -
      *    possivel ocorrencia vai para a fila com status SCREENING,
      *    sem postar; o compliance libera (vira PENDING no APPROVE-Q)
      *    ou confirma (REJECTED) no SCRN-MAINT.
            PERFORM SCREEN-PIX-PAYEE
            IF WS-SCRN-DISP = "F"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "0\PIX"
               DISPLAY "#Triagem de listas restritivas indisponivel - "
                  "operacao recusada"
            ELSE IF WS-SCRN-DISP = "H"
               PERFORM QUEUE-PIX-SCREENING
            ELSE
      *    Pontuacao de fraude, como no TRANSFER, antes da alcada.
               MOVE "N" TO WS-APPROVAL-QUEUED
               MOVE "PIX"               TO WS-FS-CHANNEL
               MOVE WS-PIX-FROM-ACCOUNT TO WS-FS-ACCOUNT
               MOVE WS-PIX-AMOUNT       TO WS-FS-AMOUNT
               MOVE 0                   TO WS-FS-DEST-ACCOUNT
               MOVE WS-PIX-TO-KEY       TO WS-FS-DEST-KEY
               MOVE 0                   TO WS-FS-DEST-BANK
               MOVE 0                   TO WS-FS-DEST-BRANCH
               PERFORM SCORE-DEBIT-FRAUD
               IF WS-FRD-HOLD-ID > 0
                  PERFORM QUEUE-FRAUD-CALLBACK
               END-IF
      *    Quatro-olhos - mesmo tratamento do TRANSFER: acima da alcada
      *    o PIX cai na fila de aprovacao em vez de postar.
               IF WS-APPROVAL-QUEUED = "N" AND
                  WS-APPROVAL-THRESHOLD > 0 AND
                  WS-PIX-AMOUNT >= WS-APPROVAL-THRESHOLD
                  PERFORM QUEUE-PIX-APPROVAL
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         RESOLVE-PIX-ALIAS.
               DISPLAY "#Titular da chave: " WS-PIXREG-HOLDER
            END-IF.

         SCREEN-PIX-PAYEE.
      *    Titular cadastrado da chave, e a propria chave quando ela e
      *    CPF (11 digitos) ou CNPJ (14 digitos).
            MOVE 0 TO WS-PIX-HIT-ID
            MOVE "CHECK"             TO WS-SC-FUNC
            MOVE "PIX"               TO WS-SC-CONTEXT
            MOVE WS-PIXREG-HOLDER    TO WS-SC-NAME
            MOVE SPACES              TO WS-SC-DOC
            IF WS-PIX-TO-KEY(1:11) IS NUMERIC
               AND WS-PIX-TO-KEY(12:) = SPACES
               MOVE WS-PIX-TO-KEY(1:11) TO WS-SC-DOC
            END-IF
            IF WS-PIX-TO-KEY(1:14) IS NUMERIC
               AND WS-PIX-TO-KEY(15:) = SPACES
               MOVE WS-PIX-TO-KEY(1:14) TO WS-SC-DOC
            END-IF
            MOVE WS-PIX-FROM-ACCOUNT TO WS-SC-ACCOUNT
            MOVE WS-PIX-AMOUNT       TO WS-SC-AMOUNT
            MOVE WS-PIX-TO-KEY(1:20) TO WS-SC-REF
            MOVE WS-SESSION-OPERATOR TO WS-SC-OPERATOR
            MOVE WS-CONN-PID         TO WS-SC-SESSION
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            IF WS-SCRN-DISP = "H"
               MOVE WS-SC-HIT-ID TO WS-PIX-HIT-ID
            END-IF.

         QUEUE-PIX-SCREENING.
      *    PIX retido pela triagem - a ocorrencia ja esta gravada nesta
      *    transacao; o item entra na fila como SCREENING, que o
      *    APPROVE-Q nao enxerga ate o compliance liberar.
            EXEC SQL
               INSERT INTO pending_approvals
                  (op_type, from_account, to_account, pix_key,
                   amount, status, requested_by, requested_user,
                   screening_hit_id)
               VALUES ('PIX', :WS-PIX-FROM-ACCOUNT, 0,
                       :WS-PIX-TO-KEY, :WS-PIX-AMOUNT, 'SCREENING',
                       :WS-CONN-PID, :WS-SESSION-OPERATOR,
                       :WS-PIX-HIT-ID)
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
               DISPLAY "0\PIX"
               DISPLAY "#Falha ao reter para triagem - operacao "
                  "nao efetuada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\SCREENING-Q\PIX"
               DISPLAY "#Possivel ocorrencia em lista " WS-SC-LIST-TYPE
                  " (score " WS-SC-SCORE "): " WS-SC-MATCH-NAME
               DISPLAY "#PIX retido para o compliance - ocorrencia "
                  WS-PIX-HIT-ID

               MOVE WS-CONN-PID   TO WS-LOG-SESSION-ID
               MOVE "SCREENING-Q" TO WS-LOG-ACTION
               MOVE "HELD"        TO WS-LOG-STATUS
               MOVE WS-PIX-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "PIX " WS-PIX-FROM-ACCOUNT " chave "
                  WS-PIX-TO-KEY " ocorrencia " WS-PIX-HIT-ID
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         QUEUE-PIX-APPROVAL.
      *    Captura o PIX na fila de aprovacao - nada posta agora; falha
      *    na captura tambem NAO deixa a operacao seguir.
            EXEC SQL
               INSERT INTO pending_approvals
                  (op_type, from_account, to_account, pix_key,
                   amount, status, requested_by, requested_user)
               VALUES ('PIX', :WS-PIX-FROM-ACCOUNT, 0,
                       :WS-PIX-TO-KEY, :WS-PIX-AMOUNT, 'PENDING',
                       :WS-CONN-PID, :WS-SESSION-OPERATOR)
            END-EXEC

            IF SQLCODE NOT = ZERO
                     WS-FMT-AMOUNT-OUT
                  DISPLAY "#Posicao total do cliente em "
                     WS-CLI-COUNT " conta(s)"
                  PERFORM SHOW-CLIENT-MANAGER

                  MOVE WS-CONN-PID  TO WS-LOG-SESSION-ID
                  MOVE "CLIENTE"    TO WS-LOG-ACTION
                     DISPLAY "1\PORTFOLIO-TOTAL\" WS-FMT-AMOUNT-OUT
                     DISPLAY "#Relacionamento liquido em "
                        WS-PF-COUNT " conta(s)"
                     PERFORM SHOW-CLIENT-MANAGER

                     MOVE WS-CONN-PID  TO WS-LOG-SESSION-ID
                     MOVE "PORTFOLIO"  TO WS-LOG-ACTION
               END-IF
            END-IF.

         SHOW-CLIENT-MANAGER.
      *    Gerente atual do titular - o documento sai das proprias
      *    contas, entao vale para CPF ou id de cliente digitado.
            MOVE 0 TO WS-CLI-MGR-FOUND
            MOVE SPACES TO WS-CLI-MGR-LOGIN
            MOVE SPACES TO WS-CLI-MGR-NAME
            MOVE SPACES TO WS-CLI-MGR-BRANCH
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MIN(m.manager_login), ' '),
                      COALESCE(MIN(o.full_name), ' '),
                      COALESCE(MIN(m.branch), ' ')
               INTO :WS-CLI-MGR-FOUND, :WS-CLI-MGR-LOGIN,
                    :WS-CLI-MGR-NAME, :WS-CLI-MGR-BRANCH
               FROM customer_managers m
               LEFT JOIN operators o ON o.login = m.manager_login
               WHERE m.status = 'ACTIVE'
                 AND m.customer_doc IN
                     (SELECT account_holder_doc(h.account_number)
                      FROM get_holder_accounts(:WS-CLI-DOC) h)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-CLI-MGR-FOUND
            END-IF
            IF WS-CLI-MGR-FOUND > 0
               DISPLAY "cliente-gerente\" WS-CLI-MGR-LOGIN "\"
                  WS-CLI-MGR-NAME "\" WS-CLI-MGR-BRANCH
               DISPLAY "#Gerente de relacionamento: "
                  WS-CLI-MGR-LOGIN " (agencia " WS-CLI-MGR-BRANCH ")"
            ELSE
               DISPLAY "cliente-gerente\\\"
               DISPLAY "#Cliente sem gerente de relacionamento"
            END-IF.

         RESOLVE-PORTF-SAV-RATE.
      *    A mesma regra do RESOLVE-SAVINGS-RATE do SAV-ANNIV, com os
      *    mesmos parametros do catalogo (SAV_TR_RATE,
               PERFORM FORMAT-AMOUNT
               DISPLAY "#  juros em aberto " WS-FMT-AMOUNT-OUT
                  " - proxima parcela " WS-PF-LOAN-NEXT
            END-IF

      *    Oferta pre-aprovada vigente - fora dos ativos e dividas.
            MOVE WS-CLI-ACCOUNT TO WS-OFR-ACCOUNT
            PERFORM READ-CREDIT-OFFER
            PERFORM SHOW-CREDIT-OFFER.

         FIND-TRANSACTIONS.
      *    Busca nos movimentos da conta por valor (exato = mesmo

         SCAN-FIND-CURSOR.
            MOVE 0 TO WS-FIND-COUNT
      *    Mesma leitura do EXTRATO-CUR - arquivo do HIST-ARCH e
      *    historico vivo.
            EXEC SQL
               DECLARE FIND-CUR CURSOR FOR
               SELECT tr_data, tr_descricao, tr_valor, tr_saldo
               FROM (
                  SELECT TO_CHAR(a.tr_data, 'YYYY-MM-DD') AS tr_data,
                         a.tr_descricao, a.tr_valor, a.tr_saldo,
                         0 AS h_src, a.seq AS h_seq
                  FROM movement_archive a
                  WHERE a.account = :WS-ACCOUNT-NUMBER
                    AND TRIM(:WS-EXT-DATA-DE) <> ''
                    AND a.tr_data >=
                        CAST(NULLIF(TRIM(:WS-EXT-DATA-DE), '') AS date)
                    AND (TRIM(:WS-EXT-DATA-ATE) = ''
                         OR a.tr_data <= CAST(NULLIF(
                            TRIM(:WS-EXT-DATA-ATE), '') AS date))
                  UNION ALL
                  SELECT g.tr_data::text, g.tr_descricao, g.tr_valor,
                         g.tr_saldo, 1, ROW_NUMBER() OVER ()
                  FROM get_transfer(:WS-ACCOUNT-NUMBER, :WS-EXT-DATA-DE,
                         :WS-EXT-DATA-ATE) g
                  WHERE TRIM(:WS-EXT-DATA-DE) = ''
                     OR g.tr_descricao <> 'SALDO ANTERIOR ARQUIVADO'
               ) h
               ORDER BY h_src, h_seq
            END-EXEC

            EXEC SQL
         QUOTE-LOAN.
      *    Cronograma completo na tela - principal igual por parcela
      *    (a ultima leva o resto) e juros sobre o saldo devedor, o
      *    mesmo BUILD-SCHEDULE do LOAN-MAINT, sem INSERT algum. Com a
      *    conta informada, a oferta pre-aprovada vigente aparece e,
      *    dentro dela, a simulacao sai na taxa da oferta.
            DISPLAY "#Conta do cliente (ENTER = sem conta): "
               NO ADVANCING
            MOVE 0 TO WS-OFR-ACCOUNT
            ACCEPT WS-OFR-ACCOUNT
            MOVE 0 TO WS-OFR-FOUND
            IF WS-OFR-ACCOUNT > 0
               PERFORM READ-CREDIT-OFFER
               PERFORM SHOW-CREDIT-OFFER
            END-IF
            DISPLAY "#Principal: " NO ADVANCING
            ACCEPT WS-QT-PRINCIPAL
            DISPLAY "#Taxa mensal (ex 0,0150): " NO ADVANCING
                  MOVE WS-RT-RATE TO WS-QT-RATE
                  DISPLAY "#Taxa da tabela aplicada: " WS-QT-RATE
               END-IF
               IF WS-OFR-FOUND > 0
                  AND WS-QT-PRINCIPAL <= WS-OFR-AMOUNT
                  AND WS-QT-TERMS <= WS-OFR-TERMS
                  MOVE WS-OFR-RATE TO WS-QT-RATE
                  DISPLAY "#Taxa da oferta pre-aprovada aplicada: "
                     WS-QT-RATE
               END-IF

               DISPLAY "1\QUOTE-LOAN\" WS-QT-TERMS
               DISPLAY "#Simulacao de emprestimo - NADA FOI POSTADO"
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-CREDIT-OFFER.
      *    Oferta ACTIVE e ainda no prazo (data de negocio, como o
      *    cheque especial) da conta em WS-OFR-ACCOUNT - a mais
      *    recente, caso a rodada tenha sido repetida.
            MOVE 0 TO WS-OFR-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-OFR-FOUND
               FROM credit_offers
               WHERE account = :WS-OFR-ACCOUNT
                 AND status = 'ACTIVE'
                 AND expiry_date >=
                    COALESCE(NULLIF(current_setting(
                       'bank.business_date', true), '')::date,
                       CURRENT_DATE)
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-OFR-FOUND
            END-IF
            IF WS-OFR-FOUND > 0
               EXEC SQL
                  SELECT amount, monthly_rate, max_terms,
                         TO_CHAR(expiry_date, 'YYYY-MM-DD')
                  INTO :WS-OFR-AMOUNT, :WS-OFR-RATE, :WS-OFR-TERMS,
                       :WS-OFR-EXPIRY
                  FROM credit_offers
                  WHERE account = :WS-OFR-ACCOUNT
                    AND status = 'ACTIVE'
                    AND expiry_date >=
                       COALESCE(NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          CURRENT_DATE)
                  ORDER BY offer_date DESC, id DESC
                  LIMIT 1
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-OFR-FOUND
               END-IF
            END-IF.

         SHOW-CREDIT-OFFER.
            IF WS-OFR-FOUND > 0
               MOVE WS-OFR-AMOUNT TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               DISPLAY "oferta\" WS-OFR-ACCOUNT "\" WS-FMT-AMOUNT-OUT
                  "\" WS-OFR-RATE "\" WS-OFR-TERMS "\"
                  WS-OFR-EXPIRY
               DISPLAY "#  credito pre-aprovado ate " WS-FMT-AMOUNT-OUT
                  " em ate " WS-OFR-TERMS " parcela(s) a "
                  WS-OFR-RATE " a.m. - valido ate " WS-OFR-EXPIRY
            END-IF.

         QUOTE-ONE-INSTALLMENT.
            ADD 1 TO WS-QT-SEQ
            IF WS-QT-SEQ = WS-QT-TERMS

               IF WS-PAY-OWN-BOL = "S"
                  MOVE WS-PAY-BOL-ACCT TO WS-PAY-DEST
                  PERFORM QUOTE-COLLECTION-TITLE
               ELSE
                  MOVE 0 TO WS-PARAM-VALUE
                  MOVE "DDA_CLEARING_ACCOUNT" TO WS-PARAM-NAME
               END-IF
            END-IF.

         PAY-CARD-INVOICE.
      *    Boleto nosso que e fatura de cartao - o pagamento entra na
      *    fatura na mesma transacao; falhando, o pagamento e desfeito.
            MOVE "BOLETO"      TO WS-CPAY-FUNC
            MOVE WS-PAY-BOL-ID TO WS-CPAY-BOLETO-ID
            MOVE 0             TO WS-CPAY-INVOICE-ID
            MOVE WS-PAY-AMOUNT TO WS-CPAY-AMOUNT
            MOVE "BOLETO"      TO WS-CPAY-SOURCE
            CALL "CARDPAYMT" USING WS-CPAY-DATA, WS-CPAY-DISP
            IF WS-CPAY-DISP = "S" OR WS-CPAY-DISP = "N"
               MOVE 0 TO SQLCODE
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha no pagamento da fatura do cartao"
                  TO SQLERRMC
            END-IF.

         QUOTE-COLLECTION-TITLE.
      *    Titulo de cobranca registrada pago depois do vencimento -
      *    multa e juros da remessa entram no valor a debitar, na data
      *    efetiva do trilho BOLETO.
            MOVE "N" TO WS-CSET-DISP
            MOVE "RAILDATE" TO WS-DS-FUNC
            MOVE "BOLETO" TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S"
               MOVE "QUOTE"       TO WS-CSET-FUNC
               MOVE WS-PAY-BOL-ID TO WS-CSET-BOLETO-ID
               MOVE WS-DS-OUT     TO WS-CSET-PAY-DATE
               CALL "COBRSETTLE" USING WS-CSET-DATA, WS-CSET-DISP
               IF WS-CSET-DISP = "S" AND WS-CSET-CHARGES > 0
                  MOVE WS-CSET-AMOUNT TO WS-PAY-AMOUNT
                  DISPLAY "#Titulo vencido - multa e juros de "
                     WS-CSET-CHARGES ", total a pagar "
                     WS-PAY-AMOUNT
               END-IF
            END-IF.

         SETTLE-COLLECTION-TITLE.
      *    Liquidacao do titulo de cobranca registrada na mesma
      *    transacao do pagamento; falhando, o pagamento e desfeito.
            MOVE "SETTLE"       TO WS-CSET-FUNC
            MOVE WS-PAY-BOL-ID  TO WS-CSET-BOLETO-ID
            MOVE WS-PAY-AMOUNT  TO WS-CSET-AMOUNT
            MOVE "PAYABLES"     TO WS-CSET-SOURCE
            CALL "COBRSETTLE" USING WS-CSET-DATA, WS-CSET-DISP
            IF WS-CSET-DISP = "S" OR WS-CSET-DISP = "N"
               MOVE 0 TO SQLCODE
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na liquidacao da cobranca registrada"
                  TO SQLERRMC
            END-IF.

         LOG-DISCOUNT-REPAY.
      *    Titulo descontado liquidado - o valor voltou da conta do
      *    beneficiario para a operacao de desconto.
            MOVE "DISC-REPAY"    TO WS-LOG-ACTION
            MOVE WS-CSET-REPAID  TO WS-LOG-VALUE
            MOVE SPACES          TO WS-LOG-MESSAGE
            STRING "operacao " WS-CSET-DISC-OP " boleto "
               WS-PAY-BOL-ID " conta " WS-CSET-ACCOUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         POST-PAYABLE-SETTLE.
            MOVE "N" TO WS-CSET-DISP
            MOVE "BOLETO" TO WS-DS-IN
            PERFORM APPLY-RAIL-CUTOFF
            EXEC SQL
               SELECT post_transfer(:WS-PAY-ACCOUNT, :WS-PAY-DEST,
                      :WS-PAY-AMOUNT)
               IF SQLCODE = ZERO AND WS-PAY-OWN-BOL = "S"
                  EXEC SQL
                     UPDATE boletos
                     SET status = 'PAID',
                         paid_date = :WS-RAIL-DATE::date
                     WHERE id = :WS-PAY-BOL-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     PERFORM PAY-CARD-INVOICE
                  END-IF
                  IF SQLCODE = ZERO
                     PERFORM SETTLE-COLLECTION-TITLE
                  END-IF
               END-IF

               IF SQLCODE NOT = ZERO
                  MOVE WS-PAY-ACCOUNT  TO WS-RCPT-ACCOUNT
                  MOVE WS-PAY-AMOUNT   TO WS-RCPT-AMOUNT
                  MOVE WS-PAY-STATUS   TO WS-RCPT-REF
                  IF WS-RAIL-LATE = "S"
                     MOVE WS-RAIL-YMD-N TO WS-RCPT-VALUE-DATE
                  END-IF
                  PERFORM WRITE-RECEIPT

      *    A linha canonica do movimento, como TRANSFER-SQL grava.
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA

      *    Tarifa da cobranca registrada, tirada do beneficiario, como
      *    FEE - acao que os agregados ja contam.
                  IF WS-CSET-DISP = "S" AND WS-CSET-TARIFF > 0
                     MOVE "FEE"           TO WS-LOG-ACTION
                     MOVE WS-CSET-TARIFF  TO WS-LOG-VALUE
                     MOVE WS-CSET-FEE-STATUS TO WS-LOG-MESSAGE
                     CALL "LOGINSERT" USING WS-LOG-DATA
                  END-IF
                  IF WS-CSET-DISP = "S" AND WS-CSET-DISC-OP > 0
                     PERFORM LOG-DISCOUNT-REPAY
                  END-IF
                  END-IF
               END-IF
            END-IF
            PERFORM RESTORE-RAIL-CUTOFF.

         BILLPAY-CMD.
      *    Arrecadacao no balcao - guia de convenio (agua, luz,
      *    telefone, tributo) com codigo iniciado por 8: a linha
      *    digitavel ou o codigo lido pela leitora passa pelo
      *    CHECKBARCODE, o convenio sai de arrc_agreements pelo
      *    segmento e codigo da empresa, e a mesma guia nao e paga
      *    duas vezes. O pagamento entra em dinheiro (post_deposit na
      *    conta de compensacao, conta no fechamento do caixa como
      *    qualquer deposito) ou com debito em conta (as travas de
      *    sempre e post_transfer); corte no trilho ARRECAD
      *    (CUTOFF_ARRECAD). A guia paga fica PAID em arrc_payments
      *    com a autenticacao impressa no recibo, ate o ARRC-REPASS.
            IF WS-SERVER-MODE = "S"
               DISPLAY "0\BILLPAY"
               DISPLAY "#Comando indisponivel em modo servidor"
            ELSE
            DISPLAY "#Linha digitavel ou codigo de barras da guia: "
               NO ADVANCING
            MOVE SPACES TO WS-ARRC-RAW
            ACCEPT WS-ARRC-RAW
            PERFORM READ-ARRC-SLIP

            IF WS-ARRC-VALID = "S"
               DISPLAY "1\BILLPAY-GUIA\" WS-ARRC-AGR-ID "\"
                  WS-ARRC-AMOUNT
               DISPLAY "#Convenio " WS-ARRC-AGR-NAME
               MOVE WS-ARRC-AMOUNT TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               DISPLAY "#Valor da guia: " WS-FMT-AMOUNT-OUT
               DISPLAY "#Forma de pagamento (D = dinheiro, C = debito "
                  "em conta): " NO ADVANCING
               MOVE SPACE TO WS-ARRC-FORM
               ACCEPT WS-ARRC-FORM
               INSPECT WS-ARRC-FORM CONVERTING "dc" TO "DC"

               IF WS-ARRC-FORM = "D"
                  MOVE 0 TO WS-ARRC-ACCOUNT
                  PERFORM POST-BILLPAY
               ELSE IF WS-ARRC-FORM = "C"
                  DISPLAY "#Conta do pagador: " NO ADVANCING
                  MOVE 0 TO WS-ARRC-ACCOUNT
                  ACCEPT WS-ARRC-ACCOUNT
      *    As mesmas travas de debito do PAYABLES - mandato do
      *    assinante, senha do cliente, bloqueio judicial/espolio e
      *    teto diario.
                  MOVE WS-ARRC-ACCOUNT TO WS-SGN-ACCOUNT
                  MOVE WS-ARRC-AMOUNT  TO WS-SGN-CANDIDATE
                  PERFORM CHECK-SIGNER-AUTH
                  IF WS-SGN-OK = "S"
                     MOVE WS-ARRC-ACCOUNT TO WS-PIN-ACCOUNT
                     PERFORM CHECK-CUSTOMER-PIN
                  END-IF
                  IF WS-SGN-OK = "S" AND WS-PIN-OK = "S"
                     MOVE WS-ARRC-ACCOUNT TO WS-LIEN-ACCOUNT
                     MOVE WS-ARRC-AMOUNT  TO WS-LIEN-CANDIDATE
                     PERFORM CHECK-LIEN-BLOCK
                     IF WS-LIEN-OK = "S"
                        MOVE WS-ARRC-AMOUNT
                           TO WS-DAILY-CANDIDATE-AMT
                        PERFORM CHECK-DAILY-LIMIT
                        IF WS-DAILY-LIMIT-OK = "S"
                           PERFORM POST-BILLPAY
                        END-IF
                     END-IF
                  END-IF
               ELSE
                  DISPLAY "0\BILLPAY"
                  DISPLAY "#Forma de pagamento invalida - use D ou C"
               END-IF
               END-IF
            END-IF
            END-IF.

         READ-ARRC-SLIP.
      *    Confere a guia e resolve convenio, valor e conta de
      *    compensacao; WS-ARRC-VALID = "S" so com tudo em ordem.
            MOVE "N" TO WS-ARRC-VALID
            MOVE SPACES TO WS-ARRC-CODE-IN
            MOVE 0 TO WS-ARRC-CODE-LEN
            PERFORM KEEP-ARRC-DIGIT
               VARYING WS-ARRC-RAW-IX FROM 1 BY 1
               UNTIL WS-ARRC-RAW-IX > 60

            MOVE "ARRC" TO WS-CHKD-TYPE
            MOVE "N" TO WS-CHKD-RESULT
            IF WS-ARRC-CODE-LEN = 44 OR WS-ARRC-CODE-LEN = 48
               CALL "CHECKBARCODE" USING WS-CHKD-TYPE,
                  WS-ARRC-CODE-IN, WS-CHKD-RESULT
            END-IF

            IF WS-CHKD-RESULT NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Guia de arrecadacao invalida - confira os "
                  "digitos verificadores"
            ELSE
      *    O codigo de barras: lido direto, ou os quatro blocos de 11
      *    da linha digitavel sem os DVs.
               IF WS-ARRC-CODE-LEN = 44
                  MOVE WS-ARRC-CODE-IN(1:44) TO WS-ARRC-BARCODE
               ELSE
                  MOVE WS-ARRC-CODE-IN(1:11)  TO WS-ARRC-BARCODE(1:11)
                  MOVE WS-ARRC-CODE-IN(13:11) TO WS-ARRC-BARCODE(12:11)
                  MOVE WS-ARRC-CODE-IN(25:11) TO WS-ARRC-BARCODE(23:11)
                  MOVE WS-ARRC-CODE-IN(37:11) TO WS-ARRC-BARCODE(34:11)
               END-IF
               MOVE WS-ARRC-BARCODE(2:1) TO WS-ARRC-SEGMENT
      *    Segmento 6 identifica o orgao pela raiz do CNPJ (8
      *    digitos); os demais pelo codigo FEBRABAN da empresa.
               MOVE SPACES TO WS-ARRC-COMPANY
               IF WS-ARRC-SEGMENT = "6"
                  MOVE WS-ARRC-BARCODE(16:8) TO WS-ARRC-COMPANY
               ELSE
                  MOVE WS-ARRC-BARCODE(16:4) TO WS-ARRC-COMPANY
               END-IF
               MOVE WS-ARRC-BARCODE(5:11) TO WS-ARRC-VALUE-TXT
               MOVE WS-ARRC-VALUE-N TO WS-ARRC-AMOUNT

               IF WS-ARRC-BARCODE(3:1) = "7"
                  OR WS-ARRC-BARCODE(3:1) = "9"
                  DISPLAY "0\BILLPAY"
                  DISPLAY "#Guia com valor de referencia (indexado) - "
                     "nao recebida no balcao"
               ELSE IF WS-ARRC-AMOUNT = 0
                  DISPLAY "0\BILLPAY"
                  DISPLAY "#Guia sem valor - nao recebida no balcao"
               ELSE
                  PERFORM FIND-ARRC-AGREEMENT
               END-IF
               END-IF
            END-IF.

         KEEP-ARRC-DIGIT.
            IF WS-ARRC-RAW(WS-ARRC-RAW-IX:1) IS NUMERIC
               ADD 1 TO WS-ARRC-CODE-LEN
               IF WS-ARRC-CODE-LEN <= 48
                  MOVE WS-ARRC-RAW(WS-ARRC-RAW-IX:1)
                     TO WS-ARRC-CODE-IN(WS-ARRC-CODE-LEN:1)
               END-IF
            END-IF.

         FIND-ARRC-AGREEMENT.
            MOVE 0 TO WS-ARRC-AGR-ID
            MOVE SPACES TO WS-ARRC-AGR-NAME
            EXEC SQL
               SELECT id, name
               INTO :WS-ARRC-AGR-ID, :WS-ARRC-AGR-NAME
               FROM arrc_agreements
               WHERE segment = :WS-ARRC-SEGMENT
                 AND TRIM(company_code) = TRIM(:WS-ARRC-COMPANY)
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\BILLPAY"
               DISPLAY "#Convenio " WS-ARRC-SEGMENT "/"
                  WS-ARRC-COMPANY " nao recebido por este banco"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Guia ja paga aqui sai com a autenticacao do primeiro
      *    pagamento, em vez de cobrar o cliente duas vezes.
               MOVE SPACES TO WS-ARRC-PRIOR-AUTH
               EXEC SQL
                  SELECT auth_code, TO_CHAR(business_date, 'YYYY-MM-DD')
                  INTO :WS-ARRC-PRIOR-AUTH, :WS-ARRC-PRIOR-DATE
                  FROM arrc_payments
                  WHERE barcode = :WS-ARRC-BARCODE
                  ORDER BY id
                  LIMIT 1
               END-EXEC
               IF SQLCODE = ZERO
                  DISPLAY "0\DUPLICATE"
                  DISPLAY "#Guia ja paga em " WS-ARRC-PRIOR-DATE
                     " - autenticacao " WS-ARRC-PRIOR-AUTH
               ELSE IF SQLCODE NOT = 100
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE 0 TO WS-ARRC-CLEARING
                  MOVE 0 TO WS-PARAM-VALUE
                  MOVE "ARRC_CLEARING_ACCOUNT" TO WS-PARAM-NAME
                  CALL "GETPARAM" USING WS-PARAM-NAME,
                     WS-PARAM-VALUE, WS-PARAM-DISP
                  IF WS-PARAM-DISP = "S"
                     MOVE WS-PARAM-VALUE TO WS-ARRC-CLEARING
                  END-IF
                  IF WS-ARRC-CLEARING = 0
                     DISPLAY "0\BILLPAY"
                     DISPLAY "#Conta de compensacao da arrecadacao "
                        "nao cadastrada (ARRC_CLEARING_ACCOUNT)"
                  ELSE
                     MOVE "S" TO WS-ARRC-VALID
                  END-IF
               END-IF
               END-IF
            END-IF
            END-IF.

         POST-BILLPAY.
            MOVE "ARRECAD" TO WS-DS-IN
            PERFORM APPLY-RAIL-CUTOFF
            IF WS-ARRC-FORM = "D"
               EXEC SQL
                  SELECT post_deposit(:WS-ARRC-CLEARING,
                         :WS-ARRC-AMOUNT)
                  INTO :WS-ARRC-STATUS
               END-EXEC
            ELSE
               EXEC SQL
                  SELECT post_transfer(:WS-ARRC-ACCOUNT,
                         :WS-ARRC-CLEARING, :WS-ARRC-AMOUNT)
                  INTO :WS-ARRC-STATUS
               END-EXEC
            END-IF

      *    Autenticacao mecanica do recibo - hash da guia, da sessao e
      *    do instante, gravada com o pagamento.
            IF SQLCODE = ZERO
               MOVE WS-OPERATOR-BRANCH TO WS-ARRC-BRANCH
               EXEC SQL
                  SELECT UPPER(SUBSTR(MD5(:WS-ARRC-BARCODE ||
                         :WS-CONN-PID || clock_timestamp()::text),
                         1, 20))
                  INTO :WS-ARRC-AUTH
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               EXEC SQL
                  INSERT INTO arrc_payments
                     (agreement_id, barcode, amount, pay_form,
                      payer_account, auth_code, session_id, operator,
                      branch, business_date, status, paid_at)
                  VALUES (:WS-ARRC-AGR-ID, :WS-ARRC-BARCODE,
                          :WS-ARRC-AMOUNT, :WS-ARRC-FORM,
                          NULLIF(:WS-ARRC-ACCOUNT, 0), :WS-ARRC-AUTH,
                          :WS-CONN-PID, :WS-SESSION-OPERATOR,
                          :WS-ARRC-BRANCH, :WS-RAIL-DATE::date,
                          'PAID', now())
               END-EXEC
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
      *    Diario de auditoria - em dinheiro a perna de debito e o
      *    caixa (sentinela de perna externa), senao a conta do
      *    pagador; o credito e sempre a compensacao da arrecadacao.
               MOVE "ARRC-PAY"       TO WS-JR-ACTION
               IF WS-ARRC-FORM = "D"
                  MOVE 9999999999    TO WS-JR-DEBIT-ACCT
               ELSE
                  MOVE WS-ARRC-ACCOUNT TO WS-JR-DEBIT-ACCT
               END-IF
               MOVE WS-ARRC-CLEARING TO WS-JR-CREDIT-ACCT
               MOVE WS-ARRC-AMOUNT   TO WS-JR-AMOUNT
               MOVE WS-ARRC-AUTH     TO WS-JR-REF
               MOVE WS-CONN-PID      TO WS-JR-SESSION
               CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
               IF WS-JRNL-DISP NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "0\BILLPAY"
                  DISPLAY "#Falha no diario de auditoria - "
                     "pagamento desfeito"
               ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               IF WS-ARRC-FORM = "C"
                  ADD WS-ARRC-AMOUNT TO WS-DAILY-DEBIT-TOTAL
               END-IF
               DISPLAY "1\BILLPAY\" WS-ARRC-AUTH
               DISPLAY "#Guia paga - autenticacao " WS-ARRC-AUTH

               MOVE "ARRECAD"       TO WS-RCPT-OP
               MOVE WS-ARRC-ACCOUNT TO WS-RCPT-ACCOUNT
               MOVE WS-ARRC-AMOUNT  TO WS-RCPT-AMOUNT
               MOVE WS-ARRC-AUTH    TO WS-RCPT-REF
               IF WS-RAIL-LATE = "S"
                  MOVE WS-RAIL-YMD-N TO WS-RCPT-VALUE-DATE
               END-IF
               PERFORM WRITE-RECEIPT

      *    A linha canonica do movimento: dinheiro entra no caixa da
      *    sessao como DEPOSIT (o TILLRECON soma), debito em conta sai
      *    como TRANSFER.
               MOVE WS-CONN-PID     TO WS-LOG-SESSION-ID
               IF WS-ARRC-FORM = "D"
                  MOVE "DEPOSIT"    TO WS-LOG-ACTION
               ELSE
                  MOVE "TRANSFER"   TO WS-LOG-ACTION
               END-IF
               MOVE "OK"            TO WS-LOG-STATUS
               MOVE WS-ARRC-AMOUNT  TO WS-LOG-VALUE
               MOVE WS-ARRC-STATUS  TO WS-LOG-MESSAGE
               CALL "LOGINSERT" USING WS-LOG-DATA

               MOVE "ARRC-PAY"      TO WS-LOG-ACTION
               MOVE SPACES          TO WS-LOG-MESSAGE
               STRING "guia " WS-ARRC-BARCODE " conv " WS-ARRC-AGR-ID
                  " aut " WS-ARRC-AUTH
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
               END-IF
            END-IF
            PERFORM RESTORE-RAIL-CUTOFF.

         TED-CMD.
      *    TED individual no mesmo dia - debita ja (post_ted_debit),
      *    grava o fio SENT em ted_wires e escreve a mensagem no
            ACCEPT WS-TED-ACCT
            DISPLAY "#Valor: " NO ADVANCING
            ACCEPT WS-TED-AMOUNT
            DISPLAY "#Nome do favorecido: " NO ADVANCING
            ACCEPT WS-TED-BENEF-NAME
            DISPLAY "#CPF/CNPJ do favorecido: " NO ADVANCING
            ACCEPT WS-TED-BENEF-DOC

            IF WS-TED-AMOUNT = 0 OR WS-TED-BANK = 0
               DISPLAY "0\TED"
               DISPLAY "#Banco de destino e valor sao obrigatorios"
            ELSE IF WS-TED-BENEF-NAME = SPACES
               DISPLAY "0\TED"
               DISPLAY "#Nome do favorecido e obrigatorio"
            ELSE
               MOVE WS-TED-FROM   TO WS-SGN-ACCOUNT
               MOVE WS-TED-AMOUNT TO WS-SGN-CANDIDATE
               IF WS-LIEN-OK = "S"
               MOVE WS-TED-AMOUNT TO WS-DAILY-CANDIDATE-AMT
               PERFORM CHECK-DAILY-LIMIT
      *    Pontuacao de fraude antes da triagem - a ocorrencia da
      *    triagem fica pendente na transacao e a pontuacao comita.
               IF WS-DAILY-LIMIT-OK = "S"
                  MOVE "TED"         TO WS-FS-CHANNEL
                  MOVE WS-TED-FROM   TO WS-FS-ACCOUNT
                  MOVE WS-TED-AMOUNT TO WS-FS-AMOUNT
                  MOVE WS-TED-ACCT   TO WS-FS-DEST-ACCOUNT
                  MOVE SPACES        TO WS-FS-DEST-KEY
                  MOVE WS-TED-BANK   TO WS-FS-DEST-BANK
                  MOVE WS-TED-BRANCH TO WS-FS-DEST-BRANCH
                  PERFORM SCORE-DEBIT-FRAUD
                  PERFORM SCREEN-TED-BENEFICIARY
               END-IF
      *    Possivel ocorrencia: o debito sai e o fio fica HELD - nao
      *    vai ao STR ate o compliance liberar no SCRN-MAINT. Retido
      *    pela pontuacao o fio fica CALLBACK ate o FRAUD-CB confirmar
      *    com o cliente.
               IF WS-DAILY-LIMIT-OK = "S" AND WS-SCRN-DISP NOT = "F"
                  MOVE "TED" TO WS-DS-IN
                  PERFORM APPLY-RAIL-CUTOFF
                  EXEC SQL
                     SELECT post_ted_debit(:WS-TED-FROM,
                            :WS-TED-AMOUNT)
                     EXEC SQL
                        INSERT INTO ted_wires
                           (ref, account, dest_bank, dest_branch,
                            dest_account, amount, status, sent_at,
                            value_date, beneficiary_name,
                            beneficiary_doc, screening_hit_id,
                            fraud_score_id)
                        VALUES (:WS-TED-STATUS, :WS-TED-FROM,
                                :WS-TED-BANK, :WS-TED-BRANCH,
                                :WS-TED-ACCT, :WS-TED-AMOUNT,
                                CASE WHEN :WS-TED-HIT-ID > 0
                                     THEN 'HELD'
                                     WHEN :WS-FRD-HOLD-ID > 0
                                     THEN 'CALLBACK' ELSE 'SENT' END,
                                CASE WHEN :WS-TED-HIT-ID > 0
                                       OR :WS-FRD-HOLD-ID > 0
                                     THEN NULL ELSE now() END,
                                :WS-RAIL-DATE::date,
                                :WS-TED-BENEF-NAME,
                                NULLIF(TRIM(:WS-TED-BENEF-DOC), ''),
                                NULLIF(:WS-TED-HIT-ID, 0),
                                NULLIF(:WS-FRD-HOLD-ID, 0))
                     END-EXEC
                     IF SQLCODE NOT = ZERO
                        EXEC SQL
                        COMMIT
                     END-EXEC
                     ADD WS-TED-AMOUNT TO WS-DAILY-DEBIT-TOTAL
                     IF WS-TED-HIT-ID > 0
                        DISPLAY "1\TED-HELD\" WS-TED-STATUS
                        DISPLAY "#TED debitado e RETIDO para o "
                           "compliance - ocorrencia " WS-TED-HIT-ID
                     ELSE IF WS-FRD-HOLD-ID > 0
                        DISPLAY "1\TED-CALLBACK\" WS-TED-STATUS
                        DISPLAY "#TED debitado e RETIDO ate o cliente "
                           "confirmar - pontuacao " WS-FRD-HOLD-ID
                     ELSE
                        DISPLAY "1\TED\" WS-TED-STATUS
                        DISPLAY "#TED enviado - aguardando confirmacao "
                           "do STR"
                        PERFORM WRITE-TED-MESSAGE
                     END-IF
                     END-IF

                     MOVE "TED"          TO WS-RCPT-OP
                     MOVE WS-TED-FROM    TO WS-RCPT-ACCOUNT
                     MOVE WS-TED-AMOUNT  TO WS-RCPT-AMOUNT
                     MOVE WS-TED-STATUS  TO WS-RCPT-REF
                     IF WS-RAIL-LATE = "S"
                        MOVE WS-RAIL-YMD-N TO WS-RCPT-VALUE-DATE
                     END-IF
                     PERFORM WRITE-RECEIPT

                     MOVE WS-CONN-PID    TO WS-LOG-SESSION-ID
                     MOVE "TED"          TO WS-LOG-ACTION
                     MOVE "OK"           TO WS-LOG-STATUS
                     IF WS-TED-HIT-ID > 0
                        MOVE "HELD"      TO WS-LOG-STATUS
                     END-IF
                     IF WS-TED-HIT-ID = 0 AND WS-FRD-HOLD-ID > 0
                        MOVE "CALLBACK"  TO WS-LOG-STATUS
                     END-IF
                     MOVE WS-TED-AMOUNT  TO WS-LOG-VALUE
                     MOVE WS-TED-STATUS  TO WS-LOG-MESSAGE
                     CALL "LOGINSERT" USING WS-LOG-DATA
                     END-IF
                     END-IF
                  END-IF
                  PERFORM RESTORE-RAIL-CUTOFF
               END-IF
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         SCREEN-TED-BENEFICIARY.
      *    Nome e documento do favorecido contra as listas restritivas;
      *    triagem indisponivel recusa o TED aqui mesmo.
            MOVE 0 TO WS-TED-HIT-ID
            MOVE "CHECK"             TO WS-SC-FUNC
            MOVE "TED"               TO WS-SC-CONTEXT
            MOVE WS-TED-BENEF-NAME   TO WS-SC-NAME
            MOVE WS-TED-BENEF-DOC    TO WS-SC-DOC
            MOVE WS-TED-FROM         TO WS-SC-ACCOUNT
            MOVE WS-TED-AMOUNT       TO WS-SC-AMOUNT
            MOVE SPACES              TO WS-SC-REF
            MOVE WS-SESSION-OPERATOR TO WS-SC-OPERATOR
            MOVE WS-CONN-PID         TO WS-SC-SESSION
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            IF WS-SCRN-DISP = "F"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "0\TED"
               DISPLAY "#Triagem de listas restritivas indisponivel - "
                  "operacao recusada"
            ELSE IF WS-SCRN-DISP = "H"
               MOVE WS-SC-HIT-ID TO WS-TED-HIT-ID
               DISPLAY "#Possivel ocorrencia em lista " WS-SC-LIST-TYPE
                  " (score " WS-SC-SCORE "): " WS-SC-MATCH-NAME
            END-IF
            END-IF.

         WRITE-TED-MESSAGE.
               MOVE WS-TED-BRANCH  TO TED-REC-BRANCH
               MOVE WS-TED-ACCT    TO TED-REC-ACCOUNT
               MOVE WS-TED-AMOUNT  TO TED-REC-AMOUNT
               MOVE WS-RAIL-YMD-N  TO TED-REC-VALUE-DATE
               WRITE TED-MSG-RECORD
               CLOSE TED-MSG-FILE
            ELSE
                  WS-TED-MSG-STATUS
            END-IF.

         APPLY-RAIL-CUTOFF.
      *    Data efetiva do trilho em WS-DS-IN (DATESRV RAILDATE). Passou
      *    do corte: a sessao e carimbada com o proximo movimento antes
      *    do lancamento e o cliente e avisado; RESTORE-RAIL-CUTOFF
      *    volta o carimbo para o movimento em vigor.
            MOVE "N" TO WS-RAIL-LATE
            MOVE "RAILDATE" TO WS-DS-FUNC
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP = "S"
               MOVE WS-DS-OUT TO WS-RAIL-DATE
            ELSE
               ACCEPT WS-RAIL-YMD FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RAIL-DATE
               STRING WS-RAIL-YMD(1:4) "-" WS-RAIL-YMD(5:2) "-"
                  WS-RAIL-YMD(7:2) DELIMITED BY SIZE
                  INTO WS-RAIL-DATE
               END-STRING
               MOVE 0 TO WS-DS-DAYS
            END-IF
            MOVE SPACES TO WS-RAIL-YMD
            STRING WS-RAIL-DATE(1:4) WS-RAIL-DATE(6:2)
               WS-RAIL-DATE(9:2) DELIMITED BY SIZE
               INTO WS-RAIL-YMD
            END-STRING

            IF WS-DS-DAYS > 0
               MOVE "S" TO WS-RAIL-LATE
               MOVE "STAMPBD" TO WS-DS-FUNC
               MOVE WS-RAIL-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               DISPLAY "#Fora do horario de corte - lancamento para o "
                  "movimento de " WS-RAIL-DATE
            END-IF.

         RESTORE-RAIL-CUTOFF.
            IF WS-RAIL-LATE = "S"
               PERFORM STAMP-BUSINESS-DATE
               MOVE "N" TO WS-RAIL-LATE
            END-IF.

         MIXED-DEPOSIT.
      *    Captura as linhas do envelope - dinheiro e ate dez cheques,
      *    cada valor conferido pelo VALIDATE-CASH-AMOUNT de sempre -
      *    operador denominacao por denominacao, e a diferenca vai
      *    para o livro de sobra/falta (till_overshort) com motivo;
      *    acima do teto configurado so fecha com o aval do
      *    supervisor, o mesmo aval do cadastro do teto diario.
            IF WS-SERVER-MODE = "S" OR WS-BATCH-MODE = "S"
               DISPLAY "0\TILLCLOSE"
               DISPLAY "#Fechamento declarado exige contagem no "
            DISPLAY "#Total contado: " WS-FMT-AMOUNT-OUT.

         TILL-SIGNOFF.
      *    Aval do supervisor para diferenca acima do teto - um
      *    SUPERVISOR/ADMIN do cadastro, nunca o proprio operador do
      *    caixa; sem o aval o fechamento fica recusado.
            DISPLAY "#Diferenca acima do teto - aval do "
               "supervisor? (S/N): " NO ADVANCING
            ACCEPT WS-SUP-ANSWER
            IF WS-SUP-ANSWER = "S" OR WS-SUP-ANSWER = "s"
               DISPLAY "#Usuario supervisor: " NO ADVANCING
               ACCEPT WS-SUP-USER
               DISPLAY "#Senha supervisor: " NO ADVANCING
               ACCEPT WS-SUP-PASSWD
               PERFORM VERIFY-SUPERVISOR
               IF WS-SUP-OK = "S"
                  MOVE "S" TO WS-TC-SIGNED-OK
                  MOVE WS-SUP-USER TO WS-TC-SUPERVISOR
                  DISPLAY "1\SIGNOFF"
                  DISPLAY "#Fechamento avalizado pelo supervisor"
               ELSE
                  DISPLAY "0\SIGNOFF"
                  DISPLAY "#Credenciais de supervisor invalidas"
               END-IF
            END-IF.

         RECORD-TILL-CLOSE.
      *    Uma linha por fechamento no livro de sobra/falta - e dele
      *    que o relatorio mensal por operador (TILL-VAR-RPT) sai.
            MOVE WS-SESSION-OPERATOR TO WS-TC-OPERATOR
            EXEC SQL
               INSERT INTO till_overshort
                  (business_date, session_id, operator_user,
               MOVE WS-CASH-AMOUNT TO WS-LIEN-CANDIDATE
               PERFORM CHECK-LIEN-BLOCK
               IF WS-LIEN-OK = "S"
               PERFORM CHECK-CASH-BOOKING
               IF WS-CBK-OK = "S"
               MOVE WS-CASH-AMOUNT TO WS-DAILY-CANDIDATE-AMT
               PERFORM CHECK-DAILY-LIMIT
               IF WS-DAILY-LIMIT-OK = "S"
                     MOVE WS-CONN-PID     TO WS-JR-SESSION
                     CALL "JRNLWRITE" USING WS-JRNL-DATA,
                        WS-JRNL-DISP
                     IF WS-JRNL-DISP = "S"
                        PERFORM CONSUME-CASH-BOOKING
                     END-IF
                     IF WS-JRNL-DISP NOT = "S"
                        EXEC SQL
                           ROLLBACK
                        DISPLAY "0\WITHDRAW"
                        DISPLAY "#Falha no diario de auditoria - "
                           "operacao desfeita"
                     ELSE IF WS-CBK-OK NOT = "S"
                        EXEC SQL
                           ROLLBACK
                        END-EXEC
                        DISPLAY "0\WITHDRAW"
                        DISPLAY "#Falha ao baixar o agendamento "
                           WS-CBK-ID " - operacao desfeita"
                     ELSE
                     EXEC SQL
                        COMMIT
                        PERFORM WRITE-NOTIFICATION
                     END-IF
                     END-IF
                     END-IF
                  END-IF
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         CHECK-CASH-BOOKING.
      *    Saque em especie grande so sai com agendamento (CASH-BOOK)
      *    da conta para a data do movimento, de valor suficiente - o
      *    menor que cobre a retirada. Sem agendamento a retirada e
      *    recusada; no balcao o supervisor pode liberar (mesmo aval
      *    do teto diario), em lote a recusa prevalece.
            MOVE "S" TO WS-CBK-OK
            MOVE 0 TO WS-CBK-ID
            IF WS-CASH-BOOK-LIMIT > 0
               AND WS-CASH-AMOUNT NOT < WS-CASH-BOOK-LIMIT
               PERFORM STAMP-BUSINESS-DATE
               MOVE WS-DS-OUT TO WS-CBK-DATE
               EXEC SQL
                  SELECT COALESCE(MIN(id), 0)
                  INTO :WS-CBK-ID
                  FROM cash_bookings
                  WHERE account = session_account()
                    AND status = 'BOOKED'
                    AND pickup_date = :WS-CBK-DATE::date
                    AND amount >= :WS-CASH-AMOUNT
                    AND amount = (SELECT MIN(b.amount)
                                  FROM cash_bookings b
                                  WHERE b.account = session_account()
                                    AND b.status = 'BOOKED'
                                    AND b.pickup_date =
                                        :WS-CBK-DATE::date
                                    AND b.amount >= :WS-CASH-AMOUNT)
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-CBK-ID
               END-IF

               IF WS-CBK-ID = 0
                  MOVE "N" TO WS-CBK-OK
                  DISPLAY "0\AGENDA"
                  DISPLAY "#Saque em especie a partir de "
                     WS-CASH-BOOK-LIMIT " exige agendamento para "
                     WS-CBK-DATE " - operacao recusada"

                  MOVE WS-CONN-PID    TO WS-LOG-SESSION-ID
                  MOVE WS-CMD         TO WS-LOG-ACTION
                  MOVE "REFUSED"      TO WS-LOG-STATUS
                  MOVE WS-CASH-AMOUNT TO WS-LOG-VALUE
                  MOVE "Saque em especie sem agendamento"
                     TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA

                  IF WS-BATCH-MODE NOT = "S"
                     AND WS-SERVER-MODE NOT = "S"
                     MOVE WS-CASH-AMOUNT TO WS-DAILY-CANDIDATE-AMT
                     MOVE "N" TO WS-DAILY-LIMIT-OK
                     PERFORM OFFER-SUPERVISOR-OVERRIDE
                     MOVE WS-DAILY-LIMIT-OK TO WS-CBK-OK
                  END-IF
               END-IF
            END-IF.

         CONSUME-CASH-BOOKING.
      *    Baixa o agendamento na mesma transacao da retirada - se a
      *    baixa falha, a retirada e desfeita junto. Retirada liberada
      *    pelo supervisor nao tem agendamento a baixar.
            MOVE "S" TO WS-CBK-OK
            IF WS-CBK-ID > 0
               EXEC SQL
                  UPDATE cash_bookings
                  SET status = 'USED', used_amount = :WS-CASH-AMOUNT,
                      used_at = now(), used_session = :WS-CONN-PID
                  WHERE id = :WS-CBK-ID
                    AND status = 'BOOKED'
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQLERRD(3) = 0
                  MOVE "N" TO WS-CBK-OK
               END-IF
            END-IF.

         CHECK-DUPLICATE-WITHDRAW.
                  MOVE 0 TO WS-HOLD-BLOCKED
               END-IF

      *    Compras no cartao de debito autorizadas e ainda nao
      *    liquidadas pelo adquirente tambem saem do disponivel.
               MOVE 0 TO WS-AUTH-HELD
               EXEC SQL
                  SELECT COALESCE(SUM(amount), 0)
                  INTO :WS-AUTH-HELD
                  FROM card_auth_holds
                  WHERE account = :WS-ACCOUNT-NUMBER
                    AND status = 'ACTIVE'
               END-EXEC
               IF SQLCODE NOT = ZERO
                  MOVE 0 TO WS-AUTH-HELD
               END-IF

               COMPUTE WS-AVAILABLE = SALDO-RESULT - WS-UNCOLLECTED
                  - WS-LIEN-BLOCKED - WS-HOLD-BLOCKED - WS-AUTH-HELD

               PERFORM CONVERT-CURRENCY
               MOVE WS-SALDO-CONVERTED TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               DISPLAY "saldo\" WS-FMT-AMOUNT-OUT "\" WS-CURRENCY-CODE
               IF WS-UNCOLLECTED NOT = 0 OR WS-LIEN-BLOCKED NOT = 0
                  OR WS-HOLD-BLOCKED NOT = 0 OR WS-AUTH-HELD NOT = 0
                  MOVE WS-AVAILABLE TO WS-FMT-AMOUNT-IN
                  PERFORM FORMAT-AMOUNT
                  DISPLAY "disponivel\" WS-FMT-AMOUNT-OUT
                  DISPLAY "#Saldo com " WS-HOLD-BLOCKED
                     " em bloqueio administrativo"
               END-IF
               IF WS-AUTH-HELD NOT = 0
                  MOVE WS-AUTH-HELD TO WS-FMT-AMOUNT-IN
                  PERFORM FORMAT-AMOUNT
                  DISPLAY "retido\" WS-FMT-AMOUNT-OUT
                  DISPLAY "#Saldo com " WS-AUTH-HELD
                     " retido por compras no cartao a liquidar"
               END-IF

      *    Poupanca da conta, quando houver parcela viva - o caixa ve
      *    o produto inteiro sem abrir o SAV-MAINT.
            IF WS-CURRENCY-CODE = "BRL"
               MOVE SALDO-RESULT TO WS-SALDO-CONVERTED
            ELSE
               PERFORM LOAD-FX-TABLE-RATE
               IF WS-FX-TABLE-RATE > 0
                  COMPUTE WS-SALDO-CONVERTED ROUNDED =
                     SALDO-RESULT / WS-FX-TABLE-RATE
               ELSE
                  COMPUTE WS-SALDO-CONVERTED = SALDO-RESULT * WS-FX-RATE
               END-IF
            END-IF.

      *    Ultima taxa de venda publicada na fx_rates para a moeda - o
      *    que o cliente compraria com o saldo em reais. Sem cotacao a
      *    taxa fica zero e vale a FX_RATE do ambiente.
         LOAD-FX-TABLE-RATE.
            MOVE WS-CURRENCY-CODE TO WS-FX-TABLE-CODE
            MOVE 0 TO WS-FX-TABLE-RATE
            EXEC SQL
               SELECT sell_rate INTO :WS-FX-TABLE-RATE
               FROM fx_rates
               WHERE currency = :WS-FX-TABLE-CODE
               ORDER BY business_date DESC
               LIMIT 1
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-FX-TABLE-RATE
            END-IF.

      *    Alerta de cheque especial - so roda depois que SALDO-RESULT
      *    vem de uma consulta bem sucedida em GET-SALDO. Mostra o
      *    limite contratado da conta e quanto dele ainda resta.
         CHECK-OVERDRAFT.
            MOVE WS-ACCOUNT-NUMBER TO WS-OD-ACCOUNT
            PERFORM LOAD-OVERDRAFT-LINE
            IF WS-OD-LIMIT NOT = 0
               MOVE WS-OD-LIMIT TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               DISPLAY "limite\" WS-FMT-AMOUNT-OUT
               COMPUTE WS-OD-SALDO = WS-OD-USABLE + SALDO-RESULT
               IF WS-OD-SALDO < 0
                  MOVE 0 TO WS-OD-SALDO
               END-IF
               MOVE WS-OD-SALDO TO WS-FMT-AMOUNT-IN
               PERFORM FORMAT-AMOUNT
               DISPLAY "limitedisp\" WS-FMT-AMOUNT-OUT
               IF WS-OD-USABLE = 0
                  DISPLAY "#Aviso: limite de cheque especial suspenso "
                     "ou com revisao vencida"
               END-IF
            END-IF

            IF SALDO-RESULT < 0
               COMPUTE WS-OD-SALDO = 0 - SALDO-RESULT
               IF WS-OD-LIMIT = 0
                  DISPLAY "#ALERTA: conta no vermelho sem limite de "
                     "cheque especial contratado"
               ELSE IF WS-OD-SALDO > WS-OD-LIMIT
                  DISPLAY "#ALERTA: conta no vermelho alem do "
                     "limite de " WS-OD-LIMIT
               ELSE
                  DISPLAY "#Aviso: conta esta no cheque especial"
               END-IF
               END-IF
      *        Entrada no cheque especial vira notificacao ao cliente,
      *        nao so um DISPLAY no caixa que rodou o SALDO.
               MOVE "CHEQUE-ESP"       TO WS-NOTIFY-EVENT
      *    Abre o cursor sobre get_transfer() e busca linha a linha, em vez
      *    de concentrar o extrato inteiro em um unico campo de 500 bytes
      *    que truncava extratos longos.
      *    Periodo que recua antes do corte do HIST-ARCH le tambem
      *    movement_archive, na frente do historico vivo; o saldo
      *    transportado que ficou no vivo no lugar dos movimentos
      *    arquivados so aparece no "ultimas transacoes".
            EXEC SQL
               DECLARE EXTRATO-CUR CURSOR FOR
               SELECT tr_data, tr_descricao, tr_valor, tr_saldo
               FROM (
                  SELECT TO_CHAR(a.tr_data, 'YYYY-MM-DD') AS tr_data,
                         a.tr_descricao, a.tr_valor, a.tr_saldo,
                         0 AS h_src, a.seq AS h_seq
                  FROM movement_archive a
                  WHERE a.account = :WS-ACCOUNT-NUMBER
                    AND TRIM(:WS-EXT-DATA-DE) <> ''
                    AND a.tr_data >=
                        CAST(NULLIF(TRIM(:WS-EXT-DATA-DE), '') AS date)
                    AND (TRIM(:WS-EXT-DATA-ATE) = ''
                         OR a.tr_data <= CAST(NULLIF(
                            TRIM(:WS-EXT-DATA-ATE), '') AS date))
                  UNION ALL
                  SELECT g.tr_data::text, g.tr_descricao, g.tr_valor,
                         g.tr_saldo, 1, ROW_NUMBER() OVER ()
                  FROM get_transfer(:WS-ACCOUNT-NUMBER, :WS-EXT-DATA-DE,
                         :WS-EXT-DATA-ATE) g
                  WHERE TRIM(:WS-EXT-DATA-DE) = ''
                     OR g.tr_descricao <> 'SALDO ANTERIOR ARQUIVADO'
               ) h
               ORDER BY h_src, h_seq
            END-EXEC

            EXEC SQL
               END-IF
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         FIM-PROGRAMA.
      *    Fecha a transcricao da sessao com uma linha terminal - a
      *    ausencia dela tambem conta a historia (sessao derrubada).

      *  FIRST on every run, so yesterday's insufficient funds get
      *  today's salary. The return file to the utility carries one
      *  record per FINAL outcome - PAID or FAIL with the reason.
      *  A detail billed to nobody (R01 no active agreement, R03
      *  invalid record) is also opened as a suspense item (SUSPOPEN)
      *  for the back office to chase with the utility. The
      *  collection file and the return go through the interface
      *  registry (FILEREG) - a file already collected is refused.
      *
      *  Collection-file layout (positions are 1-based):
      *    header  : '0' + convenio X(8) + settlement account 9(10)
         01  WS-RETRY-COUNT          PIC 9(6)  VALUE 0.
         01  WS-FAILED-COUNT         PIC 9(6)  VALUE 0.
         01  WS-MAX-RETRIES-ENV      PIC X(1)  VALUE SPACE.
         01  WS-DD-RUN-DATE          PIC X(10) VALUE SPACES.

      *    Consulta ao calendario de dias uteis para a retentativa.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
             05  WS-TODAY-MM        PIC X(2).
             05  WS-TODAY-DD        PIC X(2).

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "DD-COLLECT".
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
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "DD-COLLECT".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CONCESSIONARIA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "DDCOLLECT".
      *           o saldo que entrou ontem paga a fatura de anteontem.
                  PERFORM WORK-RETRY-QUEUE
                  PERFORM PROVE-CONTROL-TOTALS
                  MOVE WS-DD-IN-PATH TO WS-FREG-PATH
                  IF WS-FILE-OK = "S"
                     PERFORM RECEIVE-INTERFACE-FILE
                     IF WS-FREG-DISP = "S"
                        PERFORM COLLECT-ALL-DETAILS
                        MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                        MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                        PERFORM FINISH-INTERFACE-FILE
                     END-IF
                  ELSE IF WS-DD-IN-STATUS = "00"
                     MOVE "controle do trailer nao confere"
                        TO WS-FREG-REASON
                     PERFORM REJECT-INTERFACE-FILE
                  END-IF
                  END-IF
                  CLOSE DD-RET-FILE
                  PERFORM REGISTER-RETURN-FILE
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
                  WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-DB-STARTED
               PERFORM STAMP-BUSINESS-DATE
               MOVE WS-DS-OUT TO WS-DD-RUN-DATE
            END-IF.

         WORK-RETRY-QUEUE.
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-DD-RECORD(2:18) TO WS-FREG-HEADER-SEQ
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
            DISPLAY "#Faturas pagas: " WS-PAID-COUNT
            DISPLAY "#Em retentativa: " WS-RETRY-COUNT
            DISPLAY "#Falhas definitivas: " WS-FAILED-COUNT
            DISPLAY "#Pendencias abertas em suspense: " WS-SUSP-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-PAID-COUNT TO WS-LOG-VALUE
               MOVE "R03" TO RET-REC-REASON
               ADD 1 TO WS-FAILED-COUNT
               PERFORM WRITE-RETURN-RECORD
               PERFORM SUSPEND-UNBILLABLE-DETAIL
            ELSE
               MOVE WS-DET-ACCT-N TO WS-DD-ACCOUNT
               MOVE WS-DET-AMOUNT-N TO WS-DD-AMOUNT
                  MOVE "R01" TO RET-REC-REASON
                  ADD 1 TO WS-FAILED-COUNT
                  PERFORM WRITE-RETURN-RECORD
                  PERFORM SUSPEND-UNBILLABLE-DETAIL
               ELSE IF WS-DD-AMOUNT > WS-DD-CAP
                  MOVE "FAIL" TO RET-REC-STATUS
                  MOVE "R02" TO RET-REC-REASON
            MOVE WS-DD-AMOUNT  TO RET-REC-AMOUNT
            WRITE DD-RET-RECORD.

         SUSPEND-UNBILLABLE-DETAIL.
      *    Cobranca que a concessionaria mandou para quem nao tem
      *    convenio (ou registro ilegivel) - nada se debita, a pendencia
      *    e de acompanhamento junto a concessionaria. A referencia leva
      *    o registro como veio e a data do movimento, para o mesmo
      *    arquivo realimentado nao abrir de novo e o do mes seguinte
      *    abrir a sua.
            MOVE SPACES TO WS-SUSP-REF
            STRING WS-DD-CONVENIO "/" WS-DET-ACCT-X WS-DET-AMOUNT-X
               "/" WS-DD-RUN-DATE(1:4) WS-DD-RUN-DATE(6:2)
               WS-DD-RUN-DATE(9:2)
               DELIMITED BY SIZE INTO WS-SUSP-REF
            END-STRING
            MOVE "N" TO WS-SUSP-DIRECTION
            MOVE WS-DD-AMOUNT TO WS-SUSP-AMOUNT
            MOVE 0 TO WS-SUSP-ACCOUNT
            IF WS-DET-ACCT-X IS NUMERIC
               MOVE WS-DET-ACCT-N TO WS-SUSP-ACCOUNT
            END-IF
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "debito automatico " RET-REC-REASON " convenio "
               WS-DD-CONVENIO " conta " WS-DET-ACCT-X
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
            MOVE "DD-COLLECT" TO WS-LOG-ACTION.

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

         REGISTER-RETURN-FILE.
      *    Retorno a concessionaria registrado como PRODUCED com os
      *    desfechos finais desta rodada (fila de retentativas inclusa).
            IF WS-PAID-COUNT + WS-FAILED-COUNT > 0
               MOVE WS-DD-RET-PATH TO WS-FREG-PATH
               MOVE SPACES TO WS-FREG-HEADER-SEQ
               MOVE SPACES TO WS-FREG-REASON
               COMPUTE WS-FREG-RECORDS =
                  WS-PAID-COUNT + WS-FAILED-COUNT
               MOVE 0 TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
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

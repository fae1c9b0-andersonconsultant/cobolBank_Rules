      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  International remittance return matching - the TED-RET
      *  companion for the FX desk: reads the correspondent bank's
      *  return file for the remittances FX-REMIT-OUT sent, matches
      *  each item to fx_contracts by the contract number, finalizes
      *  confirmed remittances as SETTLED and refunds rejected ones -
      *  the BRL counter-value goes back from the FX settlement
      *  account (FX_SETTLEMENT_ACCOUNT) to the customer's account
      *  through post_transfer(), the contract is marked RETURNED
      *  with the correspondent's reason, both outcomes journaled.
      *  The IOF of a returned remittance is not refunded here - the
      *  tax was collected on the contract and its restitution is a
      *  tax-office request. Items we cannot match - or that were
      *  already finalized - land on an exceptions file for
      *  investigation and are opened as suspense items (SUSPOPEN)
      *  for the back office. The file is registered in the interface
      *  registry (FILEREG) first - a return file already processed
      *  is refused.
      *
      *  Return-file layout (positions are 1-based):
      *    detail : contract number X(20) + disposition X(1)
      *             ('A' paid to the beneficiary, 'R' returned)
      *             + return reason X(40)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FX-RET.
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
            SELECT RETURN-IN-FILE ASSIGN TO WS-RETURN-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-IN-STATUS.

            SELECT UNMATCHED-FILE ASSIGN TO WS-UNMATCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMATCHED-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  RETURN-IN-FILE.
         01  RETURN-IN-LINE          PIC X(61).

         FD  UNMATCHED-FILE.
         01  UNMATCHED-LINE          PIC X(80).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-RET-REF              PIC X(20) VALUE SPACES.
         01  WS-RET-REASON           PIC X(40) VALUE SPACES.
         01  WS-FX-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-FX-BRL               PIC 9(10)V99 VALUE 0.
         01  WS-FX-STATUS            PIC X(10) VALUE SPACES.
         01  WS-FX-TYPE              PIC X(5)  VALUE SPACES.
         01  WS-REFUND-STATUS        PIC X(20) VALUE SPACES.
         01  WS-SETTLE-ACCOUNT       PIC 9(10) VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Visao do registro de retorno lido.
         01  WS-RETURN-RECORD.
             05  WS-RET-IN-REF       PIC X(20).
             05  WS-RET-DISP         PIC X(1).
             05  WS-RET-IN-REASON    PIC X(40).

         01  WS-RETURN-IN-PATH       PIC X(100) VALUE SPACES.
         01  WS-RETURN-IN-STATUS     PIC X(2)  VALUE SPACES.
         01  WS-UNMATCHED-PATH       PIC X(100) VALUE SPACES.
         01  WS-UNMATCHED-STATUS     PIC X(2)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RETURN-EOF           PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-SETTLED-COUNT        PIC 9(6)  VALUE 0.
         01  WS-REVERSED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-UNMATCHED-COUNT      PIC 9(6)  VALUE 0.

      *    Diario de auditoria dos dois desfechos.
         01  WS-JRNL-DATA.
             05  WS-JR-ACTION          PIC X(20) VALUE SPACES.
             05  WS-JR-DEBIT-ACCT      PIC 9(10) VALUE 0.
             05  WS-JR-CREDIT-ACCT     PIC 9(10) VALUE 0.
             05  WS-JR-AMOUNT          PIC S9(10)V99 VALUE 0.
             05  WS-JR-REF             PIC X(20) VALUE SPACES.
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

      *    Pendencia em suspense (SUSPOPEN) para o item sem casamento
      *    ou sem dono - trabalhada depois na SUSP-MAINT.
         01  WS-SUSP-DATA.
             05  WS-SUSP-SOURCE        PIC X(12) VALUE "FX-RET".
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
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "FX-RET".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "CORRESPONDENTE".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FXRET".
             05  WS-LOG-ACTION         PIC X(20) VALUE "FX-RET".
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
            PERFORM LOAD-CONFIG
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               IF WS-SETTLE-ACCOUNT = 0
      *           Sem conta de liquidacao nao ha como devolver - o
      *           arquivo fica sem registro para a proxima rodada.
                  DISPLAY "#FX_SETTLEMENT_ACCOUNT nao cadastrada - "
                     "retorno nao processado"
               ELSE
                  MOVE WS-RETURN-IN-PATH TO WS-FREG-PATH
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM MATCH-RETURN-FILE
                     IF WS-FILE-OK = "S"
                        PERFORM FINISH-INTERFACE-FILE
                     ELSE
                        PERFORM REJECT-INTERFACE-FILE
                     END-IF
                  END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-CONFIG.
            MOVE "/tmp/fx_remit_ret.dat" TO WS-RETURN-IN-PATH
            ACCEPT WS-RETURN-IN-PATH FROM ENVIRONMENT "FX_RET_FILE"
            IF WS-RETURN-IN-PATH = SPACES
               MOVE "/tmp/fx_remit_ret.dat" TO WS-RETURN-IN-PATH
            END-IF

            MOVE "/tmp/fx_unmatched.txt" TO WS-UNMATCHED-PATH
            ACCEPT WS-UNMATCHED-PATH FROM ENVIRONMENT
               "FX_UNMATCHED_FILE"
            IF WS-UNMATCHED-PATH = SPACES
               MOVE "/tmp/fx_unmatched.txt" TO WS-UNMATCHED-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Conta de liquidacao do cambio - a mesma da FX-MAINT.
            MOVE "FX_SETTLEMENT_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-SETTLE-ACCOUNT
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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               MOVE WS-CONN-PID TO WS-JR-SESSION
            END-IF.

         MATCH-RETURN-FILE.
            OPEN INPUT RETURN-IN-FILE
            IF WS-RETURN-IN-STATUS NOT = "00"
               DISPLAY "#Arquivo de retorno do correspondente nao "
                  "encontrado (" WS-RETURN-IN-STATUS ")"
               MOVE "N" TO WS-FILE-OK
               MOVE SPACES TO WS-FREG-REASON
               STRING "arquivo de retorno nao abriu - status "
                  WS-RETURN-IN-STATUS
                  DELIMITED BY SIZE INTO WS-FREG-REASON
               END-STRING
            ELSE
               OPEN OUTPUT UNMATCHED-FILE
               MOVE "N" TO WS-RETURN-EOF
               PERFORM MATCH-ONE-RETURN UNTIL WS-RETURN-EOF = "Y"
               CLOSE RETURN-IN-FILE
               CLOSE UNMATCHED-FILE

               DISPLAY "#Liquidadas=" WS-SETTLED-COUNT
                  " devolvidas=" WS-REVERSED-COUNT
                  " sem casamento=" WS-UNMATCHED-COUNT

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-SETTLED-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "remessas: liquidadas=" WS-SETTLED-COUNT
                  " devolvidas=" WS-REVERSED-COUNT
                  " pendencias=" WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         MATCH-ONE-RETURN.
            READ RETURN-IN-FILE
               AT END
                  MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
                  MOVE RETURN-IN-LINE TO WS-RETURN-RECORD
                  PERFORM PROCESS-ONE-RETURN
            END-READ.

         PROCESS-ONE-RETURN.
            MOVE WS-RET-IN-REF TO WS-RET-REF
            MOVE WS-RET-IN-REASON TO WS-RET-REASON

            MOVE SPACES TO WS-FX-STATUS
            MOVE SPACES TO WS-FX-TYPE
            EXEC SQL
               SELECT account, brl_amount, status, deal_type
               INTO :WS-FX-ACCOUNT, :WS-FX-BRL, :WS-FX-STATUS,
                    :WS-FX-TYPE
               FROM fx_contracts
               WHERE contract_no = :WS-RET-REF
            END-EXEC

            IF SQLCODE = 100
               PERFORM WRITE-ONE-UNMATCHED
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-FX-TYPE NOT = "REMIT"
               OR WS-FX-STATUS NOT = "SENT"
      *        Retorno repetido, remessa ainda nao enviada ou contrato
      *        de especie - vai para a excecao em vez de liquidar ou
      *        devolver duas vezes.
               PERFORM WRITE-ONE-UNMATCHED
            ELSE IF WS-RET-DISP = "A"
               PERFORM SETTLE-ONE-REMIT
            ELSE
               PERFORM RETURN-ONE-REMIT
            END-IF.

         SETTLE-ONE-REMIT.
            EXEC SQL
               UPDATE fx_contracts
               SET status = 'SETTLED', settled_at = now()
               WHERE contract_no = :WS-RET-REF
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
            ELSE
               MOVE "FX-SETTLE"      TO WS-JR-ACTION
               MOVE WS-FX-ACCOUNT    TO WS-JR-DEBIT-ACCT
               MOVE WS-SETTLE-ACCOUNT TO WS-JR-CREDIT-ACCT
               MOVE WS-FX-BRL        TO WS-JR-AMOUNT
               MOVE WS-RET-REF       TO WS-JR-REF
               CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
               IF WS-JRNL-DISP NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "#Falha no diario - confirmacao de "
                     WS-RET-REF " desfeita"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-SETTLED-COUNT
                  DISPLAY "#Remessa " WS-RET-REF
                     " paga ao beneficiario"

                  MOVE "FX-SETTLE"     TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
                  MOVE WS-FX-BRL       TO WS-LOG-VALUE
                  MOVE WS-RET-REF      TO WS-LOG-MESSAGE
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  MOVE "FX-RET"        TO WS-LOG-ACTION
               END-IF
            END-IF.

         RETURN-ONE-REMIT.
      *    Devolucao do correspondente - o contravalor em reais volta
      *    da conta de liquidacao para o cliente e o contrato fica
      *    RETURNED com o motivo, tudo na mesma transacao.
            EXEC SQL
               SELECT post_transfer(:WS-SETTLE-ACCOUNT,
                      :WS-FX-ACCOUNT, :WS-FX-BRL)
               INTO :WS-REFUND-STATUS
            END-EXEC

            IF SQLCODE = ZERO
               EXEC SQL
                  UPDATE fx_contracts
                  SET status = 'RETURNED', settled_at = now(),
                      returned_date = :WS-BUS-DATE::date,
                      return_reason = NULLIF(:WS-RET-REASON, ' ')
                  WHERE contract_no = :WS-RET-REF
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
               MOVE "FX-RETURN"      TO WS-JR-ACTION
               MOVE WS-SETTLE-ACCOUNT TO WS-JR-DEBIT-ACCT
               MOVE WS-FX-ACCOUNT    TO WS-JR-CREDIT-ACCT
               MOVE WS-FX-BRL        TO WS-JR-AMOUNT
               MOVE WS-RET-REF       TO WS-JR-REF
               CALL "JRNLWRITE" USING WS-JRNL-DATA, WS-JRNL-DISP
               IF WS-JRNL-DISP NOT = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "#Falha no diario - devolucao de "
                     WS-RET-REF " desfeita"
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  ADD 1 TO WS-REVERSED-COUNT
                  DISPLAY "#Remessa " WS-RET-REF " devolvida - "
                     WS-FX-BRL " creditado na conta " WS-FX-ACCOUNT

                  MOVE "FX-RETURN"     TO WS-LOG-ACTION
                  MOVE "OK"            TO WS-LOG-STATUS
                  MOVE WS-FX-BRL       TO WS-LOG-VALUE
                  MOVE SPACES          TO WS-LOG-MESSAGE
                  STRING WS-RET-REF " " WS-RET-REASON
                     DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                  END-STRING
                  CALL "LOGINSERT" USING WS-LOG-DATA
                  MOVE "FX-RET"        TO WS-LOG-ACTION
               END-IF
            END-IF.

         WRITE-ONE-UNMATCHED.
            ADD 1 TO WS-UNMATCHED-COUNT
            MOVE SPACES TO UNMATCHED-LINE
            STRING "SEM CASAMENTO: " WS-RET-REF
               " disp " WS-RET-DISP
               " situacao " WS-FX-STATUS " " WS-FX-TYPE
               DELIMITED BY SIZE INTO UNMATCHED-LINE
            END-STRING
            WRITE UNMATCHED-LINE

      *    Retorno sem contrato nosso ou de remessa ja finalizada -
      *    nada se posta, a pendencia e de acompanhamento; o valor em
      *    reais vai junto quando o contrato existe.
            MOVE WS-RET-REF TO WS-SUSP-REF
            MOVE "N" TO WS-SUSP-DIRECTION
            MOVE 0 TO WS-SUSP-AMOUNT
            MOVE 0 TO WS-SUSP-ACCOUNT
            IF WS-FX-STATUS NOT = SPACES
               MOVE WS-FX-BRL       TO WS-SUSP-AMOUNT
               MOVE WS-FX-ACCOUNT   TO WS-SUSP-ACCOUNT
            END-IF
            MOVE SPACES TO WS-SUSP-DETAIL
            STRING "retorno correspondente sem casamento, disp "
               WS-RET-DISP " situacao " WS-FX-STATUS
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
            MOVE "FX-RET" TO WS-LOG-ACTION.

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
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

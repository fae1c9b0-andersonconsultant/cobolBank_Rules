      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Card-switch authorization ingest - runs through the day on
      *  each authorization file the switch drops, so a purchase the
      *  switch approved holds its amount from the moment it happened
      *  instead of only touching the account when the acquirer
      *  settles days later (POS-INGEST). Each approved authorization
      *  becomes an ACTIVE row in card_auth_holds: against the linked
      *  checking account for DEBIT cards (SALDO shows it as retained,
      *  and WITHDRAW, TRANSFER, PIX, TED, cheque payment and the
      *  approval queue refuse to spend it), against the card account
      *  limit for CREDIT cards. A reversal from the switch releases
      *  the hold; the settlement consumes it; one that never settles
      *  is expired by AUTH-EXPIRE after AUTH_HOLD_DAYS (default 7)
      *  days. Same header/detail/trailer mold as POS-INGEST, trailer
      *  control totals proved before anything is recorded, file
      *  registered in the interface registry (FILEREG) first.
      *  Declined authorizations (response code other than 00) hold
      *  nothing and are only counted; an authorization already on
      *  file (same card and code) is skipped.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + switch id X(8) + processing date X(10)
      *              + file sequence X(8)
      *    detail  : '1' + message type X(1) (A authorization,
      *              R reversal) + card number X(16) + authorization
      *              code X(6) + amount 9(12) (two implied decimals)
      *              + response code X(2) + authorization time X(14)
      *              (YYYYMMDDHHMMSS) + merchant name X(30) + MCC 9(4)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      *
      *  Reject reason codes:
      *    A01 card not registered or not ACTIVE
      *    A02 amount invalid or zero, or unknown message type
      *    A03 reversal without an active authorization
      *    A04 hold could not be recorded
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 AUTH-INGEST.
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
            SELECT AUTH-IN-FILE ASSIGN TO WS-AUTH-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-IN-STATUS.

            SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  AUTH-IN-FILE.
         01  AUTH-IN-LINE            PIC X(100).

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

      *    Autorizacao em registro e o cartao que a fez.
         01  WS-AUTH-CARD            PIC X(16) VALUE SPACES.
         01  WS-AUTH-CODE            PIC X(6)  VALUE SPACES.
         01  WS-AUTH-AMOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-AUTH-TIME            PIC X(14) VALUE SPACES.
         01  WS-AUTH-MERCHANT        PIC X(30) VALUE SPACES.
         01  WS-AUTH-MCC             PIC X(4)  VALUE SPACES.
         01  WS-AUTH-ACCOUNT         PIC 9(10) VALUE 0.
         01  WS-CARD-STATUS          PIC X(10) VALUE SPACES.
         01  WS-CARD-TYPE            PIC X(6)  VALUE SPACES.
         01  WS-CARD-ACCT-ID         PIC 9(9)  VALUE 0.
         01  WS-HOLD-ID              PIC 9(9)  VALUE 0.
         01  WS-HOLD-FOUND           PIC 9(5)  VALUE 0.
         01  WS-HOLD-DAYS            PIC 9(3)  VALUE 7.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes do registro lido - um layout por tipo de registro,
      *    selecionado pelo primeiro byte, como no POS-INGEST.
         01  WS-AUTH-RECORD          PIC X(100) VALUE SPACES.
         01  WS-AUTH-HEADER REDEFINES WS-AUTH-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-SWITCH       PIC X(8).
             05  WS-HDR-DATE         PIC X(10).
             05  WS-HDR-SEQ          PIC X(8).
             05  FILLER              PIC X(73).
         01  WS-AUTH-DETAIL REDEFINES WS-AUTH-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-MSG-TYPE     PIC X(1).
             05  WS-DET-CARD         PIC X(16).
             05  WS-DET-AUTH-CODE    PIC X(6).
             05  WS-DET-AMOUNT-X     PIC X(12).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(10)V99.
             05  WS-DET-RESPONSE     PIC X(2).
             05  WS-DET-TIME         PIC X(14).
             05  WS-DET-MERCHANT     PIC X(30).
             05  WS-DET-MCC          PIC X(4).
             05  FILLER              PIC X(14).
         01  WS-AUTH-TRAILER REDEFINES WS-AUTH-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-TOTAL        PIC 9(13)V99.
             05  FILLER              PIC X(78).

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

         01  WS-AUTH-IN-PATH         PIC X(100) VALUE SPACES.
         01  WS-AUTH-IN-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-REJECT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REJECT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-REJECT-REASON        PIC X(3)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-AUTH-EOF             PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-HELD-COUNT           PIC 9(6)  VALUE 0.
         01  WS-HELD-TOTAL           PIC 9(13)V99 VALUE 0.
         01  WS-REVERSED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-DECLINED-COUNT       PIC 9(6)  VALUE 0.
         01  WS-DUPLICATE-COUNT      PIC 9(6)  VALUE 0.
         01  WS-REJECT-COUNT         PIC 9(6)  VALUE 0.

         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "AUTH-INGEST".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BANDEIRA".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "AUTHINGEST".
             05  WS-LOG-ACTION         PIC X(20) VALUE "AUTH-INGEST".
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
               MOVE WS-AUTH-IN-PATH TO WS-FREG-PATH
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM LOAD-DB-POLICY
                     PERFORM HOLD-ALL-AUTHORIZATIONS
                     MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                     MOVE WS-CALC-TOTAL TO WS-FREG-TOTAL
                     PERFORM FINISH-INTERFACE-FILE
                  END-IF
               ELSE IF WS-AUTH-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATHS.
            ACCEPT WS-AUTH-IN-PATH FROM ENVIRONMENT "CARD_AUTH_FILE"
            IF WS-AUTH-IN-PATH = SPACES
               MOVE "/tmp/card_auth.txt" TO WS-AUTH-IN-PATH
            END-IF

            ACCEPT WS-REJECT-PATH FROM ENVIRONMENT
               "CARD_AUTH_REJECT_FILE"
            IF WS-REJECT-PATH = SPACES
               MOVE "/tmp/card_auth_rejects.txt" TO WS-REJECT-PATH
            END-IF.

         LOAD-DB-POLICY.
      *    Dias que uma autorizacao retem o valor esperando a
      *    liquidacao, pelo catalogo central quando cadastrado.
            MOVE "AUTH_HOLD_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-HOLD-DAYS
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada - nada e retido enquanto a soma e a
      *    contagem dos detalhes nao baterem com o trailer.
            OPEN INPUT AUTH-IN-FILE
            IF WS-AUTH-IN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir arquivo de autorizacoes - "
                  "status " WS-AUTH-IN-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-AUTH-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-AUTH-EOF = "Y"
               CLOSE AUTH-IN-FILE

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
            READ AUTH-IN-FILE
               AT END
                  MOVE "Y" TO WS-AUTH-EOF
               NOT AT END
                  MOVE AUTH-IN-LINE TO WS-AUTH-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE SPACES TO WS-FREG-HEADER-SEQ
                        STRING WS-HDR-DATE WS-HDR-SEQ
                           DELIMITED BY SIZE INTO WS-FREG-HEADER-SEQ
                        END-STRING
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

         HOLD-ALL-AUTHORIZATIONS.
      *    Segunda passada - totais provados, cada autorizacao aprovada
      *    retem o valor e cada desfazimento libera a retencao.
            OPEN INPUT AUTH-IN-FILE
            OPEN OUTPUT REJECT-FILE
            MOVE "N" TO WS-AUTH-EOF
            PERFORM HOLD-ONE-RECORD UNTIL WS-AUTH-EOF = "Y"
            CLOSE AUTH-IN-FILE
            CLOSE REJECT-FILE

            DISPLAY "#Autorizacoes retidas: " WS-HELD-COUNT
               " valor " WS-HELD-TOTAL
            DISPLAY "#Desfazimentos: " WS-REVERSED-COUNT
            DISPLAY "#Negadas pela bandeira: " WS-DECLINED-COUNT
            DISPLAY "#Ja registradas: " WS-DUPLICATE-COUNT
            DISPLAY "#Detalhes rejeitados: " WS-REJECT-COUNT

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-HELD-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "autorizacoes " WS-HDR-SWITCH ": " WS-HELD-COUNT
               " retidas, " WS-REVERSED-COUNT " desfeitas, "
               WS-REJECT-COUNT " rejeitadas"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         HOLD-ONE-RECORD.
            READ AUTH-IN-FILE
               AT END
                  MOVE "Y" TO WS-AUTH-EOF
               NOT AT END
                  MOVE AUTH-IN-LINE TO WS-AUTH-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "1"
                        PERFORM HOLD-ONE-DETAIL
                     WHEN OTHER
                        CONTINUE
                  END-EVALUATE
            END-READ.

         HOLD-ONE-DETAIL.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE WS-DET-CARD      TO WS-AUTH-CARD
            MOVE WS-DET-AUTH-CODE TO WS-AUTH-CODE

            IF WS-DET-RESPONSE NOT = "00"
               ADD 1 TO WS-DECLINED-COUNT
            ELSE IF WS-DET-MSG-TYPE = "R"
               PERFORM RELEASE-REVERSED-HOLD
            ELSE IF WS-DET-MSG-TYPE NOT = "A"
               MOVE "A02" TO WS-REJECT-REASON
            ELSE IF WS-DET-AMOUNT-X IS NOT NUMERIC OR
                    WS-DET-AMOUNT-N = 0
               MOVE "A02" TO WS-REJECT-REASON
            ELSE
               MOVE WS-DET-AMOUNT-N TO WS-AUTH-AMOUNT
               PERFORM PLACE-AUTH-HOLD
            END-IF
            END-IF
            END-IF
            END-IF

            IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
            END-IF.

         PLACE-AUTH-HOLD.
      *    Cartao de debito retem na conta corrente vinculada; cartao
      *    de credito, no limite da conta-cartao. Autorizacao ja
      *    registrada (mesmo cartao e codigo) nao retem duas vezes.
            MOVE SPACES TO WS-CARD-STATUS
            MOVE 0 TO WS-AUTH-ACCOUNT
            MOVE 0 TO WS-CARD-ACCT-ID
            EXEC SQL
               SELECT status, account, COALESCE(card_type, 'DEBIT'),
                      COALESCE(card_account_id, 0)
               INTO :WS-CARD-STATUS, :WS-AUTH-ACCOUNT,
                    :WS-CARD-TYPE, :WS-CARD-ACCT-ID
               FROM cards
               WHERE card_number = :WS-AUTH-CARD
            END-EXEC

            IF SQLCODE = 100 OR WS-CARD-STATUS NOT = "ACTIVE"
               MOVE "A01" TO WS-REJECT-REASON
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "A04" TO WS-REJECT-REASON
            ELSE
               MOVE 0 TO WS-HOLD-FOUND
               EXEC SQL
                  SELECT COUNT(*) INTO :WS-HOLD-FOUND
                  FROM card_auth_holds
                  WHERE card_number = :WS-AUTH-CARD
                    AND auth_code = :WS-AUTH-CODE
               END-EXEC

               IF SQLCODE = ZERO AND WS-HOLD-FOUND > 0
                  ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                  PERFORM INSERT-AUTH-HOLD
               END-IF
            END-IF
            END-IF.

         INSERT-AUTH-HOLD.
            IF WS-CARD-TYPE = "CREDIT"
               MOVE 0 TO WS-AUTH-ACCOUNT
            ELSE
               MOVE 0 TO WS-CARD-ACCT-ID
            END-IF
            MOVE WS-DET-TIME     TO WS-AUTH-TIME
            MOVE WS-DET-MERCHANT TO WS-AUTH-MERCHANT
            MOVE WS-DET-MCC      TO WS-AUTH-MCC

            EXEC SQL
               INSERT INTO card_auth_holds
                  (card_number, auth_code, account, card_account_id,
                   amount, merchant, mcc, auth_ts, business_date,
                   expires_on, status)
               VALUES (:WS-AUTH-CARD, :WS-AUTH-CODE,
                       NULLIF(:WS-AUTH-ACCOUNT, 0),
                       NULLIF(:WS-CARD-ACCT-ID, 0),
                       :WS-AUTH-AMOUNT, :WS-AUTH-MERCHANT,
                       :WS-AUTH-MCC,
                       TO_TIMESTAMP(:WS-AUTH-TIME, 'YYYYMMDDHH24MISS'),
                       :WS-BUS-DATE::date,
                       :WS-BUS-DATE::date + :WS-HOLD-DAYS::int,
                       'ACTIVE')
               RETURNING id INTO :WS-HOLD-ID
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
               MOVE "A04" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-HELD-COUNT
               ADD WS-AUTH-AMOUNT TO WS-HELD-TOTAL
            END-IF.

         RELEASE-REVERSED-HOLD.
      *    Desfazimento da bandeira (compra cancelada no terminal,
      *    timeout) libera a retencao ativa daquele codigo.
            EXEC SQL
               UPDATE card_auth_holds
               SET status = 'REVERSED',
                   closed_date = :WS-BUS-DATE::date
               WHERE card_number = :WS-AUTH-CARD
                 AND auth_code = :WS-AUTH-CODE
                 AND status = 'ACTIVE'
            END-EXEC

            IF SQLCODE = 100
               MOVE "A03" TO WS-REJECT-REASON
            ELSE IF SQLCODE NOT = ZERO
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "A04" TO WS-REJECT-REASON
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               ADD 1 TO WS-REVERSED-COUNT
            END-IF
            END-IF.

         WRITE-REJECT-RECORD.
      *    Registro original precedido do codigo de motivo, como no
      *    POS-INGEST.
            MOVE SPACES TO REJECT-LINE
            STRING WS-REJECT-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AUTH-RECORD DELIMITED BY SIZE
                   INTO REJECT-LINE
            END-STRING
            WRITE REJECT-LINE
            ADD 1 TO WS-REJECT-COUNT.

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
      *    retencao - arquivo que esta interface ja processou e
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Outbound chargeback file to the acquirer - every chargeback
      *  the dispute desk opened (DISPUTE-MAINT CHARGEBACK) and that is
      *  still PENDING goes in the acquirer's fixed layout, with the
      *  scheme reason code, the card and the purchase it disputes.
      *  Each row written turns SENT in the same transaction that
      *  registers the file (FILEREG PRODUCE): sent date stamped and
      *  the acquirer's answer deadline set to business date +
      *  CHARGEBACK_RESPONSE_DAYS (default 45), which DISP-AGE watches.
      *  If the file cannot be registered nothing turns SENT and the
      *  next run writes the same chargebacks again. The acquirer's
      *  answer comes back through CB-RESULT.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + acquirer id X(8) + business date X(10)
      *    detail  : '1' + chargeback id 9(9) + card number X(16)
      *              + amount 9(10) (two implied decimals)
      *              + purchase date X(10) + reason code X(4)
      *              + dispute case id 9(9) + transaction ref X(20)
      *    trailer : '9' + detail count 9(6) + total amount 9(15)
      *              (two implied decimals)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CB-OUT.
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
            SELECT CB-OUT-FILE ASSIGN TO WS-CB-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-OUT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  CB-OUT-FILE.
         01  CB-OUT-LINE             PIC X(100).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-RESPONSE-DAYS        PIC 9(4)  VALUE 45.
         01  WS-PENDING-COUNT        PIC 9(9)  VALUE 0.

      *    Linha corrente do cursor sobre os chargebacks pendentes.
         01  WS-CB-ID                PIC 9(9)  VALUE 0.
         01  WS-CB-CASE-ID           PIC 9(9)  VALUE 0.
         01  WS-CB-CARD              PIC X(16) VALUE SPACES.
         01  WS-CB-AMOUNT            PIC 9(8)V99 VALUE 0.
         01  WS-CB-PURCHASE-DATE     PIC X(10) VALUE SPACES.
         01  WS-CB-REASON            PIC X(4)  VALUE SPACES.
         01  WS-CB-TX-REF            PIC X(20) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

      *    Visoes dos registros gravados no arquivo do adquirente.
         01  WS-OUT-HEADER.
             05  FILLER              PIC X(1) VALUE "0".
             05  WS-OUT-HDR-ACQUIRER PIC X(8).
             05  WS-OUT-HDR-DATE     PIC X(10).
         01  WS-OUT-DETAIL.
             05  FILLER              PIC X(1) VALUE "1".
             05  WS-OUT-DET-ID       PIC 9(9).
             05  WS-OUT-DET-CARD     PIC X(16).
             05  WS-OUT-DET-AMOUNT   PIC 9(8)V99.
             05  WS-OUT-DET-PURCHASE PIC X(10).
             05  WS-OUT-DET-REASON   PIC X(4).
             05  WS-OUT-DET-CASE     PIC 9(9).
             05  WS-OUT-DET-TX-REF   PIC X(20).
         01  WS-OUT-TRAILER.
             05  FILLER              PIC X(1) VALUE "9".
             05  WS-OUT-TRL-COUNT    PIC 9(6).
             05  WS-OUT-TRL-TOTAL    PIC 9(13)V99.

         01  WS-CB-OUT-PATH          PIC X(100) VALUE SPACES.
         01  WS-CB-OUT-STATUS        PIC X(2)  VALUE SPACES.
         01  WS-ACQUIRER-ID          PIC X(8)  VALUE SPACES.
         01  WS-RESPONSE-ENV         PIC X(4)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CB-EOF               PIC X(1)  VALUE "N".
         01  WS-CB-FAILED            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
         01  WS-DETAIL-TOTAL         PIC 9(13)V99 VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "CB-OUT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CBOUT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "CHARGEBACK-OUT".
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
            PERFORM LOAD-FILE-PATH
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM EXTRACT-PENDING-CHARGEBACKS
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATH.
            ACCEPT WS-CB-OUT-PATH FROM ENVIRONMENT
               "CHARGEBACK_OUT_FILE"
            IF WS-CB-OUT-PATH = SPACES
               MOVE "/tmp/chargeback_out.txt" TO WS-CB-OUT-PATH
            END-IF

            ACCEPT WS-ACQUIRER-ID FROM ENVIRONMENT "ACQUIRER_ID"
            IF WS-ACQUIRER-ID = SPACES
               MOVE "ADQ00001" TO WS-ACQUIRER-ID
            END-IF

            ACCEPT WS-RESPONSE-ENV FROM ENVIRONMENT
               "CHARGEBACK_RESPONSE_DAYS"
            IF WS-RESPONSE-ENV IS NUMERIC AND
               WS-RESPONSE-ENV NOT = SPACES
               MOVE WS-RESPONSE-ENV TO WS-RESPONSE-DAYS
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
            END-IF.

         EXTRACT-PENDING-CHARGEBACKS.
      *    Sem chargeback pendente nao ha arquivo - o adquirente nao
      *    recebe remessa vazia.
            EXEC SQL
               SELECT COUNT(*) INTO :WS-PENDING-COUNT
               FROM card_chargebacks
               WHERE status = 'PENDING'
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE 1 TO RETURN-CODE
            ELSE IF WS-PENDING-COUNT = 0
               DISPLAY "#Nenhum chargeback pendente de envio"
            ELSE
               EXEC SQL
                  DECLARE CB-OUT-CUR CURSOR FOR
                  SELECT b.id, b.case_id, b.card_number, b.amount,
                         TO_CHAR(b.purchase_date, 'YYYY-MM-DD'),
                         b.reason_code, COALESCE(d.tx_ref, ' ')
                  FROM card_chargebacks b
                  JOIN dispute_cases d ON d.id = b.case_id
                  WHERE b.status = 'PENDING'
                  ORDER BY b.id
               END-EXEC

               EXEC SQL
                  OPEN CB-OUT-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
                  MOVE 1 TO RETURN-CODE
               ELSE
                  OPEN OUTPUT CB-OUT-FILE
                  MOVE WS-ACQUIRER-ID TO WS-OUT-HDR-ACQUIRER
                  MOVE WS-BUS-DATE TO WS-OUT-HDR-DATE
                  MOVE WS-OUT-HEADER TO CB-OUT-LINE
                  WRITE CB-OUT-LINE

                  MOVE "N" TO WS-CB-EOF
                  PERFORM WRITE-ONE-CHARGEBACK UNTIL WS-CB-EOF = "Y"
                  EXEC SQL
                     CLOSE CB-OUT-CUR
                  END-EXEC

                  MOVE WS-DETAIL-COUNT TO WS-OUT-TRL-COUNT
                  MOVE WS-DETAIL-TOTAL TO WS-OUT-TRL-TOTAL
                  MOVE WS-OUT-TRAILER TO CB-OUT-LINE
                  WRITE CB-OUT-LINE
                  CLOSE CB-OUT-FILE
                  PERFORM CLOSE-OUTBOUND-RUN
               END-IF
            END-IF
            END-IF.

         WRITE-ONE-CHARGEBACK.
            EXEC SQL
               FETCH CB-OUT-CUR
               INTO :WS-CB-ID, :WS-CB-CASE-ID, :WS-CB-CARD,
                    :WS-CB-AMOUNT, :WS-CB-PURCHASE-DATE,
                    :WS-CB-REASON, :WS-CB-TX-REF
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-CB-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-CB-EOF
               MOVE "S" TO WS-CB-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
      *    Enviado na mesma transacao do registro do arquivo - so fica
      *    SENT se o arquivo for registrado.
               EXEC SQL
                  UPDATE card_chargebacks
                  SET status = 'SENT',
                      sent_date = :WS-BUS-DATE::date,
                      response_deadline = :WS-BUS-DATE::date
                                          + :WS-RESPONSE-DAYS::int
                  WHERE id = :WS-CB-ID
                    AND status = 'PENDING'
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE "Y" TO WS-CB-EOF
                  MOVE "S" TO WS-CB-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE WS-CB-ID            TO WS-OUT-DET-ID
                  MOVE WS-CB-CARD          TO WS-OUT-DET-CARD
                  MOVE WS-CB-AMOUNT        TO WS-OUT-DET-AMOUNT
                  MOVE WS-CB-PURCHASE-DATE TO WS-OUT-DET-PURCHASE
                  MOVE WS-CB-REASON        TO WS-OUT-DET-REASON
                  MOVE WS-CB-CASE-ID       TO WS-OUT-DET-CASE
                  MOVE WS-CB-TX-REF        TO WS-OUT-DET-TX-REF
                  MOVE WS-OUT-DETAIL TO CB-OUT-LINE
                  WRITE CB-OUT-LINE
                  ADD 1 TO WS-DETAIL-COUNT
                  ADD WS-CB-AMOUNT TO WS-DETAIL-TOTAL
               END-IF
            END-IF
            END-IF.

         CLOSE-OUTBOUND-RUN.
      *    Arquivo incompleto nao segue para o adquirente - nada fica
      *    SENT e a proxima execucao remete tudo de novo.
            IF WS-CB-FAILED = "S"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo de chargeback incompleto - "
                  "nao enviar; chargebacks seguem pendentes"
               MOVE "ERROR" TO WS-LOG-STATUS
               MOVE 1 TO RETURN-CODE
            ELSE
               MOVE WS-CB-OUT-PATH TO WS-FREG-PATH
               MOVE WS-OUT-HEADER(2:18) TO WS-FREG-HEADER-SEQ
               MOVE WS-DETAIL-COUNT TO WS-FREG-RECORDS
               MOVE WS-DETAIL-TOTAL TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE
               IF WS-FREG-DISP = "S"
                  DISPLAY "#Chargebacks enviados: " WS-DETAIL-COUNT
                     " valor " WS-DETAIL-TOTAL
                  MOVE "OK" TO WS-LOG-STATUS
               ELSE
                  MOVE "ERROR" TO WS-LOG-STATUS
                  MOVE 1 TO RETURN-CODE
               END-IF
            END-IF

            MOVE WS-DETAIL-TOTAL TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "remessa de chargeback " WS-BUS-DATE
               " com " WS-DETAIL-COUNT " itens"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    O COMMIT aqui tambem grava os chargebacks como SENT; sem
      *    registro, o ROLLBACK os devolve a PENDING.
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
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "nao enviar; chargebacks seguem pendentes"
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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Outbound international remittance messages - the FX-MAINT
      *  desk books each remittance as a PENDING FX contract with the
      *  BRL already debited; this run writes every pending one to the
      *  payment-message file for the correspondent bank (beneficiary,
      *  bank, country, purpose code, currency amount and the BRL
      *  counter-value) and marks it SENT with the file it went in.
      *  The trailer carries record count and BRL total so the
      *  correspondent can prove the file; FX-RET matches the
      *  correspondent's return back by contract number, the same way
      *  TED-RET does for wires.
      *
      *  Layout (positions are 1-based):
      *    header  : '0' + business date X(10)
      *    detail  : '1' + contract number X(20) + currency X(3)
      *              + currency amount 9(13)V99 + BRL amount 9(13)V99
      *              + payer account 9(10) + beneficiary name X(35)
      *              + beneficiary account/IBAN X(34) + SWIFT/BIC
      *              X(11) + country X(2) + purpose code X(5)
      *    trailer : '9' + detail count 9(6) + BRL total 9(15)V99
      *
      *  The file produced is registered in the interface registry
      *  (FILEREG) as PRODUCED; sending and the partner's
      *  acknowledgement are marked at IFACE-MAINT. Contracts and
      *  registry commit together - a file that could not be
      *  registered leaves its contracts PENDING for the next run.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FX-REMIT-OUT.
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
            SELECT REMIT-OUT-FILE ASSIGN TO WS-REMIT-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-OUT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REMIT-OUT-FILE.
         01  REMIT-OUT-LINE          PIC X(160).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.

      *    Linha corrente do cursor sobre as remessas pendentes.
         01  WS-RM-ID                PIC 9(9)  VALUE 0.
         01  WS-RM-CONTRACT-NO       PIC X(20) VALUE SPACES.
         01  WS-RM-CURRENCY          PIC X(3)  VALUE SPACES.
         01  WS-RM-FX-AMOUNT         PIC 9(10)V99 VALUE 0.
         01  WS-RM-BRL               PIC 9(10)V99 VALUE 0.
         01  WS-RM-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-RM-BENEF-NAME        PIC X(35) VALUE SPACES.
         01  WS-RM-BENEF-ACCOUNT     PIC X(34) VALUE SPACES.
         01  WS-RM-BENEF-SWIFT       PIC X(11) VALUE SPACES.
         01  WS-RM-BENEF-COUNTRY     PIC X(2)  VALUE SPACES.
         01  WS-RM-PURPOSE           PIC X(5)  VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Visoes dos registros gravados na mensagem de saida.
         01  WS-OUT-HEADER.
             05  FILLER              PIC X(1) VALUE "0".
             05  WS-OUT-HDR-DATE     PIC X(10).
             05  FILLER              PIC X(149) VALUE SPACES.
         01  WS-OUT-DETAIL.
             05  FILLER              PIC X(1) VALUE "1".
             05  WS-OUT-DET-CONTRACT PIC X(20).
             05  WS-OUT-DET-CURRENCY PIC X(3).
             05  WS-OUT-DET-FX       PIC 9(13)V99.
             05  WS-OUT-DET-BRL      PIC 9(13)V99.
             05  WS-OUT-DET-ACCOUNT  PIC 9(10).
             05  WS-OUT-DET-NAME     PIC X(35).
             05  WS-OUT-DET-BENEF    PIC X(34).
             05  WS-OUT-DET-SWIFT    PIC X(11).
             05  WS-OUT-DET-COUNTRY  PIC X(2).
             05  WS-OUT-DET-PURPOSE  PIC X(5).
             05  FILLER              PIC X(9) VALUE SPACES.
         01  WS-OUT-TRAILER.
             05  FILLER              PIC X(1) VALUE "9".
             05  WS-OUT-TRL-COUNT    PIC 9(6).
             05  WS-OUT-TRL-TOTAL    PIC 9(15)V99.
             05  FILLER              PIC X(136) VALUE SPACES.

         01  WS-REMIT-OUT-PATH       PIC X(100) VALUE SPACES.
         01  WS-REMIT-OUT-STATUS     PIC X(2)  VALUE SPACES.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-RM-EOF               PIC X(1)  VALUE "N".
         01  WS-RM-FAILED            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.
         01  WS-DETAIL-COUNT         PIC 9(6)  VALUE 0.
         01  WS-DETAIL-TOTAL         PIC 9(15)V99 VALUE 0.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "FX-REMIT-OUT".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "FXREMOUT".
             05  WS-LOG-ACTION         PIC X(20) VALUE "FX-REMIT-OUT".
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
               PERFORM EXTRACT-PENDING-REMITS
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATH.
            ACCEPT WS-REMIT-OUT-PATH FROM ENVIRONMENT
               "FX_REMIT_OUT_FILE"
            IF WS-REMIT-OUT-PATH = SPACES
               MOVE "/tmp/fx_remit_out.dat" TO WS-REMIT-OUT-PATH
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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
            END-IF.

         EXTRACT-PENDING-REMITS.
      *    Cada remessa escrita e marcada SENT na mesma transacao do
      *    registro do arquivo - o COMMIT so vem depois do FILEREG.
            EXEC SQL
               DECLARE FX-REMIT-CUR CURSOR FOR
               SELECT id, contract_no, currency, fx_amount,
                      brl_amount, account, beneficiary_name,
                      beneficiary_account, beneficiary_swift,
                      beneficiary_country, purpose_code
               FROM fx_contracts
               WHERE deal_type = 'REMIT'
                 AND status = 'PENDING'
               ORDER BY id
            END-EXEC

            EXEC SQL
               OPEN FX-REMIT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               OPEN OUTPUT REMIT-OUT-FILE
               MOVE WS-BUS-DATE TO WS-OUT-HDR-DATE
               MOVE WS-OUT-HEADER TO REMIT-OUT-LINE
               WRITE REMIT-OUT-LINE

               MOVE "N" TO WS-RM-EOF
               MOVE "N" TO WS-RM-FAILED
               PERFORM WRITE-ONE-REMIT UNTIL WS-RM-EOF = "Y"
               EXEC SQL
                  CLOSE FX-REMIT-CUR
               END-EXEC

               MOVE WS-DETAIL-COUNT TO WS-OUT-TRL-COUNT
               MOVE WS-DETAIL-TOTAL TO WS-OUT-TRL-TOTAL
               MOVE WS-OUT-TRAILER TO REMIT-OUT-LINE
               WRITE REMIT-OUT-LINE
               CLOSE REMIT-OUT-FILE

               IF WS-RM-FAILED = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "#Falha ao marcar remessas - arquivo "
                     WS-REMIT-OUT-PATH " nao deve ser enviado"
               ELSE IF WS-DETAIL-COUNT = 0
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "#Nenhuma remessa pendente"
               ELSE
                  MOVE WS-REMIT-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-DETAIL-COUNT TO WS-FREG-RECORDS
                  MOVE WS-DETAIL-TOTAL TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE
               END-IF
               END-IF
            END-IF.

         WRITE-ONE-REMIT.
            EXEC SQL
               FETCH FX-REMIT-CUR
               INTO :WS-RM-ID, :WS-RM-CONTRACT-NO, :WS-RM-CURRENCY,
                    :WS-RM-FX-AMOUNT, :WS-RM-BRL, :WS-RM-ACCOUNT,
                    :WS-RM-BENEF-NAME, :WS-RM-BENEF-ACCOUNT,
                    :WS-RM-BENEF-SWIFT, :WS-RM-BENEF-COUNTRY,
                    :WS-RM-PURPOSE
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-RM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-RM-EOF
               MOVE "S" TO WS-RM-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  UPDATE fx_contracts
                  SET status = 'SENT', sent_at = now()
                  WHERE id = :WS-RM-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE "Y" TO WS-RM-EOF
                  MOVE "S" TO WS-RM-FAILED
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE WS-RM-CONTRACT-NO   TO WS-OUT-DET-CONTRACT
                  MOVE WS-RM-CURRENCY      TO WS-OUT-DET-CURRENCY
                  MOVE WS-RM-FX-AMOUNT     TO WS-OUT-DET-FX
                  MOVE WS-RM-BRL           TO WS-OUT-DET-BRL
                  MOVE WS-RM-ACCOUNT       TO WS-OUT-DET-ACCOUNT
                  MOVE WS-RM-BENEF-NAME    TO WS-OUT-DET-NAME
                  MOVE WS-RM-BENEF-ACCOUNT TO WS-OUT-DET-BENEF
                  MOVE WS-RM-BENEF-SWIFT   TO WS-OUT-DET-SWIFT
                  MOVE WS-RM-BENEF-COUNTRY TO WS-OUT-DET-COUNTRY
                  MOVE WS-RM-PURPOSE       TO WS-OUT-DET-PURPOSE
                  MOVE WS-OUT-DETAIL TO REMIT-OUT-LINE
                  WRITE REMIT-OUT-LINE
                  ADD 1 TO WS-DETAIL-COUNT
                  ADD WS-RM-BRL TO WS-DETAIL-TOTAL
               END-IF
            END-IF
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED, e as remessas marcadas SENT guardam o arquivo em
      *    que foram - tudo comita junto ou as remessas voltam a
      *    PENDING para a proxima rodada.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               MOVE WS-FREG-FILE-ID TO WS-FILE-ID
               EXEC SQL
                  UPDATE fx_contracts
                  SET message_file_id = :WS-FILE-ID
                  WHERE deal_type = 'REMIT'
                    AND status = 'SENT'
                    AND message_file_id IS NULL
               END-EXEC
            END-IF

            IF WS-FREG-DISP = "S" AND SQLCODE = ZERO
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Mensagem de remessas gerada: "
                  WS-DETAIL-COUNT " remessa(s), arquivo "
                  WS-FREG-FILE-ID

               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-DETAIL-COUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "remessas ao exterior " WS-BUS-DATE
                  " com " WS-DETAIL-COUNT " itens, arquivo "
                  WS-FREG-FILE-ID
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "remessas continuam PENDING, nao enviar"
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - vai
      *    no header da mensagem.
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Reserve account (conta Reservas) statement reconciliation -
      *  every interbank rail settles through our reserve account at
      *  the central bank, and until now nobody proved that the
      *  central bank's daily statement of that account matches what
      *  our side posted. The statement file is proved first (count,
      *  debit and credit totals, opening + credits - debits =
      *  closing) and only then each movement is matched to the
      *  record of the rail that originated it:
      *    TED  - TED-CMD wires (ted_wires) by reference and amount;
      *           the debit is the wire sent, a credit is a wire the
      *           STR returned (status RETURNED);
      *    PIXO - outbound PIX (the PIX OK log line, post_pix ref or
      *           the PIX-IN devolution) by reference and amount;
      *    PIXI - inbound PIX (pix_inbound, or the suspense item
      *           PIX-IN opened for an unknown key) by e2e and amount;
      *    BOLR - BOLETO-RET receipts (boleto PAID, or the suspense
      *           item BOLETO-RET opened for it) by boleto id;
      *    SETL - SETTLE-OUT clearing net, proved in aggregate against
      *           the day's TRANSFER OK extract;
      *    DDPY - DD-COLLECT payouts to the utilities, proved in
      *           aggregate against the day's DDCOLLECT transfers.
      *  A record of ours is matched once only - a movement repeated
      *  on the statement, or one already matched on an earlier day,
      *  is a break. Our rail records of the statement date with no
      *  movement on the statement are breaks on our side. Every line
      *  goes to reserve_recon_items (a rerun for the same date
      *  rewrites them); the report lists the breaks by rail, a
      *  per-rail summary and the unreconciled difference that
      *  treasury signs off each morning, kept in reserve_recon_runs.
      *  The statement is registered in the interface registry
      *  (FILEREG) - a statement already reconciled is refused.
      *
      *  Statement layout (positions are 1-based):
      *    header  : '0' + statement date X(10) (YYYY-MM-DD)
      *              + opening balance 9(15) (two implied decimals)
      *              + opening sign X(1) ('-' when negative)
      *    detail  : '1' + rail X(4) + direction X(1) ('D'/'C')
      *              + amount 9(15) (two implied decimals)
      *              + reference X(32)
      *    trailer : '9' + detail count 9(6) + debits 9(15)
      *              + credits 9(15) + closing balance 9(15)
      *              (two implied decimals) + closing sign X(1)
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 RES-RECON.
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
            SELECT STMT-IN-FILE ASSIGN TO WS-STMT-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-IN-STATUS.

            SELECT RECON-REPORT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  STMT-IN-FILE.
         01  STMT-IN-LINE            PIC X(80).

         FD  RECON-REPORT.
         01  RECON-REPORT-LINE       PIC X(132).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Movimento corrente do extrato e o registro nosso casado.
         01  WS-STMT-DATE            PIC X(10) VALUE SPACES.
         01  WS-MOV-RAIL             PIC X(4)  VALUE SPACES.
         01  WS-MOV-DIRECTION        PIC X(1)  VALUE SPACE.
         01  WS-MOV-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-MOV-REF              PIC X(32) VALUE SPACES.
         01  WS-MOV-SIDE             PIC X(5)  VALUE SPACES.
         01  WS-MOV-STATUS           PIC X(9)  VALUE SPACES.
         01  WS-MOV-REASON           PIC X(80) VALUE SPACES.
         01  WS-OUR-REF              PIC X(40) VALUE SPACES.

      *    Lado nosso dos trilhos conferidos no agregado.
         01  WS-OUR-SETL-TOTAL       PIC S9(13)V99 VALUE 0.
         01  WS-OUR-DDPY-TOTAL       PIC S9(13)V99 VALUE 0.

      *    Saldos e totais da rodada gravados em reserve_recon_runs.
         01  WS-RUN-OPENING          PIC S9(13)V99 VALUE 0.
         01  WS-RUN-CLOSING          PIC S9(13)V99 VALUE 0.
         01  WS-RUN-MOVES            PIC 9(6)  VALUE 0.
         01  WS-RUN-MATCHED          PIC 9(6)  VALUE 0.
         01  WS-RUN-BREAKS           PIC 9(6)  VALUE 0.
         01  WS-RUN-DIFF             PIC S9(13)V99 VALUE 0.

      *    Linha do relatorio de quebras e do resumo por trilho.
         01  WS-BRK-RAIL             PIC X(4)  VALUE SPACES.
         01  WS-BRK-SIDE             PIC X(5)  VALUE SPACES.
         01  WS-BRK-DIRECTION        PIC X(1)  VALUE SPACE.
         01  WS-BRK-AMOUNT           PIC 9(13)V99 VALUE 0.
         01  WS-BRK-REF              PIC X(40) VALUE SPACES.
         01  WS-BRK-REASON           PIC X(80) VALUE SPACES.
         01  WS-SUM-MATCHED          PIC 9(6)  VALUE 0.
         01  WS-SUM-AGGREGATE        PIC 9(6)  VALUE 0.
         01  WS-SUM-BREAKS           PIC 9(6)  VALUE 0.

         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Visoes do registro lido.
         01  WS-STMT-RECORD          PIC X(80) VALUE SPACES.
         01  WS-STMT-HEADER REDEFINES WS-STMT-RECORD.
             05  WS-HDR-TYPE         PIC X(1).
             05  WS-HDR-DATE         PIC X(10).
             05  WS-HDR-OPENING      PIC 9(13)V99.
             05  WS-HDR-OPEN-SIGN    PIC X(1).
             05  FILLER              PIC X(53).
         01  WS-STMT-DETAIL REDEFINES WS-STMT-RECORD.
             05  WS-DET-TYPE         PIC X(1).
             05  WS-DET-RAIL         PIC X(4).
             05  WS-DET-DIRECTION    PIC X(1).
             05  WS-DET-AMOUNT-X     PIC X(15).
             05  WS-DET-AMOUNT-N REDEFINES WS-DET-AMOUNT-X
                                     PIC 9(13)V99.
             05  WS-DET-REF          PIC X(32).
             05  FILLER              PIC X(27).
         01  WS-STMT-TRAILER REDEFINES WS-STMT-RECORD.
             05  WS-TRL-TYPE         PIC X(1).
             05  WS-TRL-COUNT        PIC 9(6).
             05  WS-TRL-DEBITS       PIC 9(13)V99.
             05  WS-TRL-CREDITS      PIC 9(13)V99.
             05  WS-TRL-CLOSING      PIC 9(13)V99.
             05  WS-TRL-CLOSE-SIGN   PIC X(1).
             05  FILLER              PIC X(27).

      *    Totais de controle apurados na primeira passada.
         01  WS-CALC-COUNT           PIC 9(6)  VALUE 0.
         01  WS-CALC-DEBITS          PIC 9(13)V99 VALUE 0.
         01  WS-CALC-CREDITS         PIC 9(13)V99 VALUE 0.
         01  WS-CALC-CLOSING         PIC S9(13)V99 VALUE 0.
         01  WS-TRAILER-SEEN         PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN          PIC X(1)  VALUE "N".
         01  WS-FILE-OK              PIC X(1)  VALUE "S".

      *    Liquido do extrato nos trilhos conferidos no agregado -
      *    credito positivo, debito negativo.
         01  WS-STMT-SETL-NET        PIC S9(13)V99 VALUE 0.
         01  WS-STMT-DDPY-NET        PIC S9(13)V99 VALUE 0.
         01  WS-STMT-SETL-COUNT      PIC 9(6)  VALUE 0.
         01  WS-STMT-DDPY-COUNT      PIC 9(6)  VALUE 0.
         01  WS-AGG-RAIL             PIC X(4)  VALUE SPACES.
         01  WS-AGG-STMT-NET         PIC S9(13)V99 VALUE 0.
         01  WS-AGG-OUR-NET          PIC S9(13)V99 VALUE 0.
         01  WS-AGG-DIFF             PIC S9(13)V99 VALUE 0.

      *    Quebra por trilho no relatorio.
         01  WS-BREAK-RAIL           PIC X(4)  VALUE SPACES.
         01  WS-RAIL-COUNT           PIC 9(6)  VALUE 0.
         01  WS-RAIL-NET             PIC S9(13)V99 VALUE 0.
         01  WS-SIGNED-AMOUNT        PIC S9(13)V99 VALUE 0.
         01  WS-AMT-EDIT             PIC -(13)9,99.
         01  WS-AMT-EDIT-2           PIC -(13)9,99.

         01  WS-STMT-IN-PATH         PIC X(100) VALUE SPACES.
         01  WS-STMT-IN-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-REPORT-PATH          PIC X(100) VALUE SPACES.
         01  WS-REPORT-STATUS        PIC X(2)  VALUE SPACES.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-STMT-EOF             PIC X(1)  VALUE "N".
         01  WS-BRK-EOF              PIC X(1)  VALUE "N".
         01  WS-SUM-EOF              PIC X(1)  VALUE "N".
         01  WS-RUN-ABORTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP            PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "RES-RECON".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BACEN".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "RESRECON".
             05  WS-LOG-ACTION         PIC X(20) VALUE "RES-RECON".
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
            PERFORM PROVE-STATEMENT
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-STMT-IN-PATH TO WS-FREG-PATH
               MOVE WS-STMT-DATE TO WS-FREG-HEADER-SEQ
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM RECONCILE-STATEMENT
                     IF WS-RUN-ABORTED NOT = "S"
                        PERFORM WRITE-RECON-REPORT
                        MOVE WS-CALC-COUNT TO WS-FREG-RECORDS
                        COMPUTE WS-FREG-TOTAL =
                           WS-CALC-CREDITS - WS-CALC-DEBITS
                        PERFORM FINISH-INTERFACE-FILE
                     END-IF
                  END-IF
               ELSE IF WS-STMT-IN-STATUS = "00"
                  MOVE "controle do trailer nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-FILE-PATHS.
            ACCEPT WS-STMT-IN-PATH FROM ENVIRONMENT "RESERVE_STMT_FILE"
            IF WS-STMT-IN-PATH = SPACES
               MOVE "/tmp/reserve_stmt.txt" TO WS-STMT-IN-PATH
            END-IF

            ACCEPT WS-REPORT-PATH FROM ENVIRONMENT
               "RESERVE_RECON_FILE"
            IF WS-REPORT-PATH = SPACES
               MOVE "/tmp/reserve_recon.txt" TO WS-REPORT-PATH
            END-IF.

         PROVE-STATEMENT.
      *    Primeira passada - nada e conciliado enquanto contagem,
      *    debitos, creditos e saldo final nao baterem com o trailer.
            OPEN INPUT STMT-IN-FILE
            IF WS-STMT-IN-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir extrato da conta Reservas - "
                  "status " WS-STMT-IN-STATUS
               MOVE "N" TO WS-FILE-OK
            ELSE
               MOVE "N" TO WS-STMT-EOF
               PERFORM TALLY-ONE-RECORD UNTIL WS-STMT-EOF = "Y"
               CLOSE STMT-IN-FILE

               IF WS-HEADER-SEEN NOT = "S"
                  DISPLAY "#Extrato sem registro header - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-TRAILER-SEEN NOT = "S"
                  DISPLAY "#Extrato sem registro trailer - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-STMT-DATE = SPACES
                  DISPLAY "#Extrato sem data no header - recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-COUNT NOT = WS-TRL-COUNT
                  DISPLAY "#Contagem do trailer (" WS-TRL-COUNT
                     ") difere dos detalhes (" WS-CALC-COUNT
                     ") - extrato recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-DEBITS NOT = WS-TRL-DEBITS
                  DISPLAY "#Debitos do trailer (" WS-TRL-DEBITS
                     ") diferem dos detalhes (" WS-CALC-DEBITS
                     ") - extrato recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE IF WS-CALC-CREDITS NOT = WS-TRL-CREDITS
                  DISPLAY "#Creditos do trailer (" WS-TRL-CREDITS
                     ") diferem dos detalhes (" WS-CALC-CREDITS
                     ") - extrato recusado"
                  MOVE "N" TO WS-FILE-OK
               ELSE
                  COMPUTE WS-CALC-CLOSING = WS-RUN-OPENING
                     + WS-CALC-CREDITS - WS-CALC-DEBITS
                  IF WS-CALC-CLOSING NOT = WS-RUN-CLOSING
                     MOVE WS-RUN-CLOSING TO WS-AMT-EDIT
                     MOVE WS-CALC-CLOSING TO WS-AMT-EDIT-2
                     DISPLAY "#Saldo final do trailer (" WS-AMT-EDIT
                        ") difere do inicial mais movimento ("
                        WS-AMT-EDIT-2 ") - extrato recusado"
                     MOVE "N" TO WS-FILE-OK
                  END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         TALLY-ONE-RECORD.
            READ STMT-IN-FILE
               AT END
                  MOVE "Y" TO WS-STMT-EOF
               NOT AT END
                  MOVE STMT-IN-LINE TO WS-STMT-RECORD
                  EVALUATE WS-HDR-TYPE
                     WHEN "0"
                        MOVE "S" TO WS-HEADER-SEEN
                        MOVE WS-HDR-DATE TO WS-STMT-DATE
                        MOVE WS-HDR-OPENING TO WS-RUN-OPENING
                        IF WS-HDR-OPEN-SIGN = "-"
                           COMPUTE WS-RUN-OPENING =
                              0 - WS-RUN-OPENING
                        END-IF
                     WHEN "1"
                        ADD 1 TO WS-CALC-COUNT
                        IF WS-DET-AMOUNT-X IS NUMERIC
                           IF WS-DET-DIRECTION = "D"
                              ADD WS-DET-AMOUNT-N TO WS-CALC-DEBITS
                           ELSE IF WS-DET-DIRECTION = "C"
                              ADD WS-DET-AMOUNT-N TO WS-CALC-CREDITS
                           END-IF
                           END-IF
                        END-IF
                     WHEN "9"
                        MOVE "S" TO WS-TRAILER-SEEN
                        MOVE WS-TRL-CLOSING TO WS-RUN-CLOSING
                        IF WS-TRL-CLOSE-SIGN = "-"
                           COMPUTE WS-RUN-CLOSING =
                              0 - WS-RUN-CLOSING
                        END-IF
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
               DISPLAY "#Extrato da conta Reservas de " WS-STMT-DATE
            END-IF.

         RECONCILE-STATEMENT.
      *    Rerun da mesma data reescreve as linhas dela - como o
      *    GL-POST faz com o razao do dia.
            EXEC SQL
               DELETE FROM reserve_recon_items
               WHERE statement_date = TO_DATE(:WS-STMT-DATE,
                                              'YYYY-MM-DD')
            END-EXEC
            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ABORT-RUN
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC

               OPEN INPUT STMT-IN-FILE
               MOVE "N" TO WS-STMT-EOF
               PERFORM MATCH-ONE-RECORD UNTIL WS-STMT-EOF = "Y"
               CLOSE STMT-IN-FILE

               IF WS-RUN-ABORTED NOT = "S"
                  PERFORM PROVE-AGGREGATE-RAILS
               END-IF
               IF WS-RUN-ABORTED NOT = "S"
                  PERFORM RECORD-MISSING-OURS
               END-IF
            END-IF.

         MATCH-ONE-RECORD.
            READ STMT-IN-FILE
               AT END
                  MOVE "Y" TO WS-STMT-EOF
               NOT AT END
                  MOVE STMT-IN-LINE TO WS-STMT-RECORD
                  IF WS-DET-TYPE = "1"
                     PERFORM MATCH-ONE-MOVEMENT
                     IF WS-RUN-ABORTED = "S"
                        MOVE "Y" TO WS-STMT-EOF
                     END-IF
                  END-IF
            END-READ.

         MATCH-ONE-MOVEMENT.
      *    Cada movimento do extrato vira uma linha: casado com o
      *    registro do trilho, agregado (SETL/DDPY) ou quebra.
            ADD 1 TO WS-RUN-MOVES
            MOVE WS-DET-RAIL      TO WS-MOV-RAIL
            MOVE WS-DET-DIRECTION TO WS-MOV-DIRECTION
            MOVE WS-DET-REF       TO WS-MOV-REF
            MOVE 0                TO WS-MOV-AMOUNT
            IF WS-DET-AMOUNT-X IS NUMERIC
               MOVE WS-DET-AMOUNT-N TO WS-MOV-AMOUNT
            END-IF
            MOVE "BC"             TO WS-MOV-SIDE
            MOVE "BREAK"          TO WS-MOV-STATUS
            MOVE SPACES           TO WS-MOV-REASON
            MOVE SPACES           TO WS-OUR-REF

            IF WS-DET-AMOUNT-X IS NOT NUMERIC
               MOVE "valor nao numerico no extrato" TO WS-MOV-REASON
            ELSE IF WS-MOV-DIRECTION NOT = "D" AND
                    WS-MOV-DIRECTION NOT = "C"
               MOVE "sentido invalido no extrato" TO WS-MOV-REASON
            ELSE
               EVALUATE WS-MOV-RAIL
                  WHEN "TED "
                     PERFORM MATCH-TED-WIRE
                  WHEN "PIXO"
                     PERFORM MATCH-PIX-OUT
                  WHEN "PIXI"
                     PERFORM MATCH-PIX-IN
                  WHEN "BOLR"
                     PERFORM MATCH-BOLETO-RECEIPT
                  WHEN "SETL"
                     MOVE "AGGREGATE" TO WS-MOV-STATUS
                     ADD 1 TO WS-STMT-SETL-COUNT
                     IF WS-MOV-DIRECTION = "C"
                        ADD WS-MOV-AMOUNT TO WS-STMT-SETL-NET
                     ELSE
                        SUBTRACT WS-MOV-AMOUNT FROM WS-STMT-SETL-NET
                     END-IF
                  WHEN "DDPY"
                     MOVE "AGGREGATE" TO WS-MOV-STATUS
                     ADD 1 TO WS-STMT-DDPY-COUNT
                     IF WS-MOV-DIRECTION = "C"
                        ADD WS-MOV-AMOUNT TO WS-STMT-DDPY-NET
                     ELSE
                        SUBTRACT WS-MOV-AMOUNT FROM WS-STMT-DDPY-NET
                     END-IF
                  WHEN OTHER
                     MOVE "trilho desconhecido" TO WS-MOV-REASON
               END-EVALUATE
            END-IF
            END-IF

            IF WS-RUN-ABORTED NOT = "S"
               IF WS-MOV-STATUS = "MATCHED"
                  ADD 1 TO WS-RUN-MATCHED
               END-IF
               PERFORM RECORD-RECON-ITEM
            END-IF.

         MATCH-TED-WIRE.
      *    Debito e o fio enviado; credito so casa com fio que o STR
      *    devolveu. Fio ja casado com outro movimento nao casa de novo.
            EXEC SQL
               SELECT COALESCE(MIN(w.ref), '')
               INTO :WS-OUR-REF
               FROM ted_wires w
               WHERE w.ref = TRIM(:WS-MOV-REF)
                 AND w.amount = :WS-MOV-AMOUNT
                 AND (:WS-MOV-DIRECTION = 'D'
                      OR w.status = 'RETURNED')
                 AND NOT EXISTS
                     (SELECT 1 FROM reserve_recon_items r
                      WHERE r.rail = 'TED'
                        AND r.direction = :WS-MOV-DIRECTION
                        AND r.our_ref = w.ref
                        AND r.status = 'MATCHED')
            END-EXEC
            PERFORM SETTLE-MATCH-RESULT
            IF WS-MOV-STATUS = "BREAK" AND WS-MOV-REASON = SPACES
               MOVE "TED sem fio nosso (ref/valor/status) ou ja casado"
                  TO WS-MOV-REASON
            END-IF.

         MATCH-PIX-OUT.
      *    PIX enviado pelo Enginev3 (ref do post_pix) ou devolucao
      *    feita pelo PIX-IN - ambos deixam a linha PIX OK no log.
            EXEC SQL
               SELECT COALESCE(MIN(LEFT(TRIM(l.message), 40)), '')
               INTO :WS-OUR-REF
               FROM log_cobol l
               WHERE l.action = 'PIX'
                 AND l.status = 'OK'
                 AND (TRIM(l.message) = TRIM(:WS-MOV-REF)
                      OR TRIM(l.message) =
                         'devolucao e2e ' || TRIM(:WS-MOV-REF))
                 AND ABS(l.value_processed) = :WS-MOV-AMOUNT
                 AND NOT EXISTS
                     (SELECT 1 FROM reserve_recon_items r
                      WHERE r.rail = 'PIXO'
                        AND r.our_ref = LEFT(TRIM(l.message), 40)
                        AND r.status = 'MATCHED')
            END-EXEC
            PERFORM SETTLE-MATCH-RESULT
            IF WS-MOV-STATUS = "BREAK" AND WS-MOV-REASON = SPACES
               MOVE "PIX enviado sem lancamento nosso ou ja casado"
                  TO WS-MOV-REASON
            END-IF.

         MATCH-PIX-IN.
      *    PIX recebido casa com pix_inbound; o recusado para chave
      *    desconhecida casa com a pendencia que o PIX-IN abriu.
            EXEC SQL
               SELECT COALESCE(MIN(k.e2e), '')
               INTO :WS-OUR-REF
               FROM (SELECT p.e2e_id AS e2e
                     FROM pix_inbound p
                     WHERE p.e2e_id = TRIM(:WS-MOV-REF)
                       AND p.amount = :WS-MOV-AMOUNT
                     UNION
                     SELECT s.ref AS e2e
                     FROM suspense_items s
                     WHERE s.source = 'PIX-IN'
                       AND s.ref = TRIM(:WS-MOV-REF)
                       AND s.amount = :WS-MOV-AMOUNT) k
               WHERE :WS-MOV-DIRECTION = 'C'
                 AND NOT EXISTS
                     (SELECT 1 FROM reserve_recon_items r
                      WHERE r.rail = 'PIXI'
                        AND r.our_ref = k.e2e
                        AND r.status = 'MATCHED')
            END-EXEC
            PERFORM SETTLE-MATCH-RESULT
            IF WS-MOV-STATUS = "BREAK" AND WS-MOV-REASON = SPACES
               MOVE "PIX recebido sem registro nosso ou ja casado"
                  TO WS-MOV-REASON
            END-IF.

         MATCH-BOLETO-RECEIPT.
      *    Boleto liquidado pelo BOLETO-RET, ou a pendencia que ele
      *    abriu para o boleto desconhecido/pago duas vezes (ref da
      *    pendencia = id/data paga).
            EXEC SQL
               SELECT COALESCE(MIN(k.ref), '')
               INTO :WS-OUR-REF
               FROM (SELECT 'BOL ' || b.id::text AS ref
                     FROM boletos b
                     WHERE b.id::text = TRIM(:WS-MOV-REF)
                       AND b.amount = :WS-MOV-AMOUNT
                       AND b.status = 'PAID'
                     UNION
                     SELECT s.ref AS ref
                     FROM suspense_items s
                     WHERE s.source = 'BOLETO-RET'
                       AND LTRIM(s.ref, '0') LIKE
                           LTRIM(TRIM(:WS-MOV-REF), '0') || '/%'
                       AND s.amount = :WS-MOV-AMOUNT) k
               WHERE :WS-MOV-DIRECTION = 'C'
                 AND NOT EXISTS
                     (SELECT 1 FROM reserve_recon_items r
                      WHERE r.rail = 'BOLR'
                        AND r.our_ref = k.ref
                        AND r.status = 'MATCHED')
            END-EXEC
            PERFORM SETTLE-MATCH-RESULT
            IF WS-MOV-STATUS = "BREAK" AND WS-MOV-REASON = SPACES
               MOVE "boleto sem liquidacao nossa ou ja casado"
                  TO WS-MOV-REASON
            END-IF.

         SETTLE-MATCH-RESULT.
      *    Consulta que falha nao derruba a rodada - o movimento fica
      *    como quebra para conferencia manual.
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
               MOVE SPACES TO WS-OUR-REF
               MOVE "consulta ao trilho falhou - conferir"
                  TO WS-MOV-REASON
            ELSE IF WS-OUR-REF NOT = SPACES
               MOVE "MATCHED" TO WS-MOV-STATUS
            END-IF
            END-IF.

         RECORD-RECON-ITEM.
            EXEC SQL
               INSERT INTO reserve_recon_items
                  (statement_date, rail, direction, amount, ref,
                   our_ref, side, status, reason, created_at)
               VALUES (TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD'),
                       TRIM(:WS-MOV-RAIL), :WS-MOV-DIRECTION,
                       :WS-MOV-AMOUNT, TRIM(:WS-MOV-REF),
                       NULLIF(TRIM(:WS-OUR-REF), ''),
                       TRIM(:WS-MOV-SIDE), TRIM(:WS-MOV-STATUS),
                       NULLIF(TRIM(:WS-MOV-REASON), ''), now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM ABORT-RUN
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         PROVE-AGGREGATE-RAILS.
      *    SETL: o liquido da compensacao sai da Reservas - o extrato
      *    deve trazer o negativo do extrato TRANSFER OK do dia (sem
      *    os repasses do debito automatico, que tem trilho proprio).
            EXEC SQL
               SELECT COALESCE(SUM(value_processed), 0)
               INTO :WS-OUR-SETL-TOTAL
               FROM log_cobol
               WHERE action = 'TRANSFER'
                 AND status = 'OK'
                 AND TRIM(component) <> 'DDCOLLECT'
                 AND created_at::date =
                     TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM ABORT-RUN
            ELSE
               MOVE "SETL" TO WS-AGG-RAIL
               MOVE WS-STMT-SETL-NET TO WS-AGG-STMT-NET
               COMPUTE WS-AGG-OUR-NET = 0 - WS-OUR-SETL-TOTAL
               PERFORM RECORD-AGGREGATE-DIFF
            END-IF

      *    DDPY: repasses do DD-COLLECT as concessionarias.
            IF WS-RUN-ABORTED NOT = "S"
               EXEC SQL
                  SELECT COALESCE(SUM(value_processed), 0)
                  INTO :WS-OUR-DDPY-TOTAL
                  FROM log_cobol
                  WHERE action = 'TRANSFER'
                    AND status = 'OK'
                    AND TRIM(component) = 'DDCOLLECT'
                    AND created_at::date =
                        TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
               END-EXEC
               IF SQLCODE NOT = ZERO
                  PERFORM ABORT-RUN
               ELSE
                  MOVE "DDPY" TO WS-AGG-RAIL
                  MOVE WS-STMT-DDPY-NET TO WS-AGG-STMT-NET
                  COMPUTE WS-AGG-OUR-NET = 0 - WS-OUR-DDPY-TOTAL
                  PERFORM RECORD-AGGREGATE-DIFF
               END-IF
            END-IF.

         RECORD-AGGREGATE-DIFF.
      *    Diferenca do agregado vira uma quebra do trilho: credito
      *    quando o extrato traz mais que o nosso lado, debito quando
      *    traz menos.
            COMPUTE WS-AGG-DIFF = WS-AGG-STMT-NET - WS-AGG-OUR-NET
            IF WS-AGG-DIFF NOT = 0
               MOVE WS-AGG-RAIL TO WS-MOV-RAIL
               MOVE "AGREG" TO WS-MOV-SIDE
               MOVE "BREAK" TO WS-MOV-STATUS
               MOVE SPACES TO WS-OUR-REF
               MOVE SPACES TO WS-MOV-REF
               STRING "LIQUIDO " WS-STMT-DATE
                  DELIMITED BY SIZE INTO WS-MOV-REF
               END-STRING
               IF WS-AGG-DIFF > 0
                  MOVE "C" TO WS-MOV-DIRECTION
                  MOVE WS-AGG-DIFF TO WS-MOV-AMOUNT
               ELSE
                  MOVE "D" TO WS-MOV-DIRECTION
                  COMPUTE WS-MOV-AMOUNT = 0 - WS-AGG-DIFF
               END-IF
               MOVE WS-AGG-STMT-NET TO WS-AMT-EDIT
               MOVE WS-AGG-OUR-NET TO WS-AMT-EDIT-2
               MOVE SPACES TO WS-MOV-REASON
               STRING "liquido extrato " WS-AMT-EDIT
                  " nosso " WS-AMT-EDIT-2
                  DELIMITED BY SIZE INTO WS-MOV-REASON
               END-STRING
               PERFORM RECORD-RECON-ITEM
            END-IF.

         RECORD-MISSING-OURS.
      *    Lado nosso sem movimento no extrato: fio TED com data de
      *    valor do extrato, PIX recebido e PIX enviado do dia que
      *    nenhum movimento casou. Fio retido pela triagem (HELD) ou
      *    pela pontuacao de fraude (CALLBACK), ou recusado
      *    (REJECTED), nunca foi ao STR.
            EXEC SQL
               INSERT INTO reserve_recon_items
                  (statement_date, rail, direction, amount, ref,
                   our_ref, side, status, reason, created_at)
               SELECT TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD'), 'TED',
                      'D', w.amount, w.ref, w.ref, 'NOSSO', 'BREAK',
                      'fio TED enviado sem movimento no extrato',
                      now()
               FROM ted_wires w
               WHERE w.value_date =
                     TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
                 AND w.status NOT IN ('HELD', 'CALLBACK',
                                      'REJECTED')
                 AND NOT EXISTS
                     (SELECT 1 FROM reserve_recon_items r
                      WHERE r.rail = 'TED'
                        AND r.direction = 'D'
                        AND r.our_ref = w.ref
                        AND r.status = 'MATCHED')
            END-EXEC

            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  INSERT INTO reserve_recon_items
                     (statement_date, rail, direction, amount, ref,
                      our_ref, side, status, reason, created_at)
                  SELECT TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD'),
                         'PIXI', 'C', p.amount, p.e2e_id, p.e2e_id,
                         'NOSSO', 'BREAK',
                         'PIX recebido sem movimento no extrato',
                         now()
                  FROM pix_inbound p
                  WHERE p.received_at::date =
                        TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
                    AND NOT EXISTS
                        (SELECT 1 FROM reserve_recon_items r
                         WHERE r.rail = 'PIXI'
                           AND r.our_ref = p.e2e_id
                           AND r.status = 'MATCHED')
               END-EXEC
            END-IF

            IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                  INSERT INTO reserve_recon_items
                     (statement_date, rail, direction, amount, ref,
                      our_ref, side, status, reason, created_at)
                  SELECT TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD'),
                         'PIXO', 'D', ABS(l.value_processed),
                         LEFT(TRIM(l.message), 40),
                         LEFT(TRIM(l.message), 40),
                         'NOSSO', 'BREAK',
                         'PIX enviado sem movimento no extrato',
                         now()
                  FROM log_cobol l
                  WHERE l.action = 'PIX'
                    AND l.status = 'OK'
                    AND l.created_at::date =
                        TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
                    AND NOT EXISTS
                        (SELECT 1 FROM reserve_recon_items r
                         WHERE r.rail = 'PIXO'
                           AND r.our_ref = LEFT(TRIM(l.message), 40)
                           AND r.status = 'MATCHED')
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               PERFORM ABORT-RUN
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF.

         ABORT-RUN.
      *    Falha gravando a conciliacao - desfaz o pendente e nao
      *    emite relatorio incompleto para o visto da tesouraria.
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS
            EXEC SQL
               ROLLBACK
            END-EXEC
            CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
               SQLERRMC-PASS, WS-UTIL-DISP
            MOVE "S" TO WS-RUN-ABORTED
            DISPLAY "#Conciliacao da conta Reservas interrompida - "
               "rodar de novo apos corrigir"

            MOVE "ERROR" TO WS-LOG-STATUS
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "conciliacao Reservas " WS-STMT-DATE
               " interrompida"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         WRITE-RECON-REPORT.
            OPEN OUTPUT RECON-REPORT
            IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "#Falha ao abrir relatorio da conciliacao - "
                  "status " WS-REPORT-STATUS
            ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "CONCILIACAO DA CONTA RESERVAS - EXTRATO DE "
                  WS-STMT-DATE
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
               MOVE WS-RUN-OPENING TO WS-AMT-EDIT
               MOVE WS-RUN-CLOSING TO WS-AMT-EDIT-2
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "SALDO INICIAL " WS-AMT-EDIT
                  "   SALDO FINAL " WS-AMT-EDIT-2
                  "   MOVIMENTOS " WS-RUN-MOVES
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE

               PERFORM WRITE-BREAKS-BY-RAIL
               PERFORM WRITE-RAIL-SUMMARY
               PERFORM WRITE-RUN-TOTALS
               CLOSE RECON-REPORT
            END-IF.

         WRITE-BREAKS-BY-RAIL.
      *    Quebras do extrato (BC), do nosso lado (NOSSO) e dos
      *    agregados (AGREG), com quebra de controle por trilho.
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE "QUEBRAS POR TRILHO" TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE

            EXEC SQL
               DECLARE RECON-BRK-CUR CURSOR FOR
               SELECT rail, side, direction, amount, ref,
                      COALESCE(reason, '')
               FROM reserve_recon_items
               WHERE statement_date =
                     TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
                 AND status = 'BREAK'
               ORDER BY rail, side, id
            END-EXEC

            EXEC SQL
               OPEN RECON-BRK-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SPACES TO WS-BREAK-RAIL
               MOVE "N" TO WS-BRK-EOF
               PERFORM WRITE-ONE-BREAK UNTIL WS-BRK-EOF = "Y"
               EXEC SQL
                  CLOSE RECON-BRK-CUR
               END-EXEC
               IF WS-BREAK-RAIL NOT = SPACES
                  PERFORM WRITE-RAIL-BREAK-TOTALS
               END-IF
            END-IF

            IF WS-RUN-BREAKS = 0
               MOVE "  NENHUMA QUEBRA" TO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
            END-IF.

         WRITE-ONE-BREAK.
            EXEC SQL
               FETCH RECON-BRK-CUR
               INTO :WS-BRK-RAIL, :WS-BRK-SIDE, :WS-BRK-DIRECTION,
                    :WS-BRK-AMOUNT, :WS-BRK-REF, :WS-BRK-REASON
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-BRK-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-BRK-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               IF WS-BRK-RAIL NOT = WS-BREAK-RAIL
                  IF WS-BREAK-RAIL NOT = SPACES
                     PERFORM WRITE-RAIL-BREAK-TOTALS
                  END-IF
                  PERFORM START-RAIL
               END-IF
               PERFORM WRITE-BREAK-LINE
            END-IF
            END-IF.

         START-RAIL.
            MOVE WS-BRK-RAIL TO WS-BREAK-RAIL
            MOVE 0 TO WS-RAIL-COUNT
            MOVE 0 TO WS-RAIL-NET
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "TRILHO " WS-BREAK-RAIL
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE.

         WRITE-BREAK-LINE.
      *    Efeito no saldo da Reservas: movimento so do extrato entra
      *    com o sinal dele, movimento so nosso com o sinal trocado -
      *    a soma e o que falta explicar entre extrato e razao.
            ADD 1 TO WS-RUN-BREAKS
            ADD 1 TO WS-RAIL-COUNT
            IF WS-BRK-DIRECTION = "C"
               MOVE WS-BRK-AMOUNT TO WS-SIGNED-AMOUNT
            ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-BRK-AMOUNT
            END-IF
            IF WS-BRK-SIDE = "NOSSO"
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-SIGNED-AMOUNT
            END-IF
            ADD WS-SIGNED-AMOUNT TO WS-RAIL-NET
            ADD WS-SIGNED-AMOUNT TO WS-RUN-DIFF

            MOVE WS-SIGNED-AMOUNT TO WS-AMT-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "  " WS-BRK-SIDE " " WS-BRK-DIRECTION " "
               WS-AMT-EDIT " " WS-BRK-REF " " WS-BRK-REASON(1:60)
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE.

         WRITE-RAIL-BREAK-TOTALS.
            MOVE WS-RAIL-NET TO WS-AMT-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "  SUBTOTAL " WS-BREAK-RAIL ": " WS-RAIL-COUNT
               " quebra(s), diferenca " WS-AMT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
            DISPLAY "#" WS-BREAK-RAIL ": " WS-RAIL-COUNT
               " quebra(s), diferenca " WS-AMT-EDIT.

         WRITE-RAIL-SUMMARY.
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE "RESUMO POR TRILHO" TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE

            EXEC SQL
               DECLARE RECON-SUM-CUR CURSOR FOR
               SELECT rail,
                      COUNT(*) FILTER (WHERE status = 'MATCHED'),
                      COUNT(*) FILTER (WHERE status = 'AGGREGATE'),
                      COUNT(*) FILTER (WHERE status = 'BREAK')
               FROM reserve_recon_items
               WHERE statement_date =
                     TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD')
               GROUP BY rail
               ORDER BY rail
            END-EXEC

            EXEC SQL
               OPEN RECON-SUM-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-SUM-EOF
               PERFORM WRITE-ONE-RAIL-SUMMARY UNTIL WS-SUM-EOF = "Y"
               EXEC SQL
                  CLOSE RECON-SUM-CUR
               END-EXEC
            END-IF.

         WRITE-ONE-RAIL-SUMMARY.
            EXEC SQL
               FETCH RECON-SUM-CUR
               INTO :WS-BRK-RAIL, :WS-SUM-MATCHED,
                    :WS-SUM-AGGREGATE, :WS-SUM-BREAKS
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-SUM-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-SUM-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "  " WS-BRK-RAIL " conciliados=" WS-SUM-MATCHED
                  " no agregado=" WS-SUM-AGGREGATE
                  " quebras=" WS-SUM-BREAKS
                  DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-STRING
               WRITE RECON-REPORT-LINE
            END-IF
            END-IF.

         WRITE-RUN-TOTALS.
      *    Diferenca nao conciliada - o numero que a tesouraria vista
      *    toda manha; fica gravado por data em reserve_recon_runs.
            MOVE WS-RUN-DIFF TO WS-AMT-EDIT
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "TOTAIS: movimentos=" WS-RUN-MOVES
               " conciliados=" WS-RUN-MATCHED
               " quebras=" WS-RUN-BREAKS
               " DIFERENCA NAO CONCILIADA=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            WRITE RECON-REPORT-LINE
            MOVE SPACES TO RECON-REPORT-LINE
            STRING "VISTO TESOURARIA: ______________________________"
               "   DATA: ____/____/________"
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
            END-STRING
            WRITE RECON-REPORT-LINE

            EXEC SQL
               INSERT INTO reserve_recon_runs
                  (statement_date, opening_balance, closing_balance,
                   movement_count, matched_count, break_count,
                   unreconciled_diff, run_at)
               VALUES (TO_DATE(:WS-STMT-DATE, 'YYYY-MM-DD'),
                       :WS-RUN-OPENING, :WS-RUN-CLOSING,
                       :WS-RUN-MOVES, :WS-RUN-MATCHED,
                       :WS-RUN-BREAKS, :WS-RUN-DIFF, now())
               ON CONFLICT (statement_date) DO UPDATE
               SET opening_balance = EXCLUDED.opening_balance,
                   closing_balance = EXCLUDED.closing_balance,
                   movement_count = EXCLUDED.movement_count,
                   matched_count = EXCLUDED.matched_count,
                   break_count = EXCLUDED.break_count,
                   unreconciled_diff = EXCLUDED.unreconciled_diff,
                   run_at = EXCLUDED.run_at
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               EXEC SQL
                  ROLLBACK
               END-EXEC
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
            END-IF

            DISPLAY "#Movimentos=" WS-RUN-MOVES
               " conciliados=" WS-RUN-MATCHED
               " quebras=" WS-RUN-BREAKS
               " diferenca nao conciliada=" WS-AMT-EDIT

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-RUN-DIFF TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "Reservas " WS-STMT-DATE " mov=" WS-RUN-MOVES
               " casados=" WS-RUN-MATCHED " quebras=" WS-RUN-BREAKS
               " dif=" WS-AMT-EDIT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

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

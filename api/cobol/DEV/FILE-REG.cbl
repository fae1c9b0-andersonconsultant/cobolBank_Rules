      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Interface file registry - one row in interface_files for
      *  every file that comes in or goes out, called on an already-
      *  open connection (same pattern as JRNLWRITE and SUSPOPEN) by
      *  each ingest program before it touches the file and by each
      *  extract program after it closes its output. The content hash
      *  (md5 chained line by line over the file as read) and the line
      *  count are computed here, so a resent file is refused by the
      *  registry even when the program has no guard of its own.
      *  Nothing is committed here - the caller commits, as with
      *  SUSPOPEN.
      *
      *  Functions (LK-FR-FUNC):
      *    RECEIVE - inbound file about to be processed: refused ("D")
      *              when the same interface already PROCESSED a file
      *              with the same content hash; an interrupted run
      *              (still RECEIVED) is resumed on the same row;
      *              otherwise a RECEIVED row is opened. The header
      *              sequence (the header's identifying fields, as the
      *              caller knows them) is recorded for the operators -
      *              not every layout carries a true sequence number.
      *    PROCESS - inbound file done: PROCESSED with the record count
      *              and control total the program proved.
      *    REJECT  - inbound file refused by the program's own checks:
      *              REJECTED with the reason; with no file id (refused
      *              before RECEIVE) the file is registered already
      *              REJECTED, hash and all.
      *    PRODUCE - outbound file written and closed: PRODUCED, then
      *              SENT and ACKED (or REJECTED by the partner) at
      *              the IFACE-MAINT desk. The same content produced
      *              twice is not registered twice.
      *
      *  CALL "FILEREG" USING dados, disp
      *    disp "S" = feito (id do registro em dados)
      *         "D" = arquivo ja processado (ou ja produzido) - id do
      *               registro anterior em dados, nada feito
      *         "N" = falha - o chamador nao processa o arquivo
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 FILE-REG.
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
            SELECT REG-FILE ASSIGN TO WS-FR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  REG-FILE.
         01  REG-LINE                PIC X(1000).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  WS-FR-DIRECTION         PIC X(1)  VALUE SPACE.
         01  WS-FR-INTERFACE         PIC X(14) VALUE SPACES.
         01  WS-FR-PATH              PIC X(100) VALUE SPACES.
         01  WS-FR-PARTNER           PIC X(20) VALUE SPACES.
         01  WS-FR-HEADER-SEQ        PIC X(20) VALUE SPACES.
         01  WS-FR-RECORDS           PIC 9(9)  VALUE 0.
         01  WS-FR-TOTAL             PIC S9(13)V99 VALUE 0.
         01  WS-FR-REASON            PIC X(60) VALUE SPACES.
         01  WS-FR-SESSION           PIC X(10) VALUE SPACES.
         01  WS-FR-STATUS            PIC X(10) VALUE SPACES.
         01  WS-FR-FILE-ID           PIC 9(9)  VALUE 0.
         01  WS-FR-HASH              PIC X(32) VALUE SPACES.
         01  WS-FR-LINE              PIC X(1000) VALUE SPACES.
         01  WS-FR-LINES             PIC 9(9)  VALUE 0.
         01  WS-FR-SEEN              PIC 9(5)  VALUE 0.
         01  WS-FR-SEEN-AT           PIC X(19) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-FR-FILE-STATUS       PIC X(2)  VALUE SPACES.
         01  WS-FR-EOF               PIC X(1)  VALUE "N".
         01  WS-FR-HASH-OK           PIC X(1)  VALUE "N".

         LINKAGE SECTION.
         01  LK-FREG-DATA.
             05  LK-FR-FUNC          PIC X(8).
             05  LK-FR-INTERFACE     PIC X(14).
             05  LK-FR-PATH          PIC X(100).
             05  LK-FR-PARTNER       PIC X(20).
             05  LK-FR-HEADER-SEQ    PIC X(20).
             05  LK-FR-RECORDS       PIC 9(9).
             05  LK-FR-TOTAL         PIC S9(13)V99.
             05  LK-FR-REASON        PIC X(60).
             05  LK-FR-SESSION       PIC X(10).
             05  LK-FR-FILE-ID       PIC 9(9).
             05  LK-FR-HASH          PIC X(32).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-FREG-DATA,
               LK-DISPOSITION.
      ******************************************************************
         FILEREG-RTN.
            ENTRY "FILEREG" USING LK-FREG-DATA, LK-DISPOSITION.
            MOVE LK-FR-INTERFACE  TO WS-FR-INTERFACE
            MOVE LK-FR-PATH       TO WS-FR-PATH
            MOVE LK-FR-PARTNER    TO WS-FR-PARTNER
            MOVE LK-FR-HEADER-SEQ TO WS-FR-HEADER-SEQ
            MOVE LK-FR-RECORDS    TO WS-FR-RECORDS
            MOVE LK-FR-TOTAL      TO WS-FR-TOTAL
            MOVE LK-FR-REASON     TO WS-FR-REASON
            MOVE LK-FR-SESSION    TO WS-FR-SESSION
            MOVE LK-FR-FILE-ID    TO WS-FR-FILE-ID
            MOVE "N" TO LK-DISPOSITION

            EVALUATE LK-FR-FUNC
               WHEN "RECEIVE"
                  MOVE "I" TO WS-FR-DIRECTION
                  PERFORM HASH-FILE
                  IF WS-FR-HASH-OK = "S"
                     PERFORM RECEIVE-FILE
                  END-IF
               WHEN "PROCESS"
                  MOVE "PROCESSED" TO WS-FR-STATUS
                  PERFORM FINISH-INBOUND-FILE
               WHEN "REJECT"
                  MOVE "REJECTED" TO WS-FR-STATUS
                  IF WS-FR-FILE-ID > 0
                     PERFORM FINISH-INBOUND-FILE
                  ELSE
                     MOVE "I" TO WS-FR-DIRECTION
                     PERFORM HASH-FILE
                     IF WS-FR-HASH-OK = "S"
                        PERFORM INSERT-FILE-ROW
                     END-IF
                  END-IF
               WHEN "PRODUCE"
                  MOVE "O" TO WS-FR-DIRECTION
                  PERFORM HASH-FILE
                  IF WS-FR-HASH-OK = "S"
                     PERFORM PRODUCE-FILE
                  END-IF
               WHEN OTHER
                  DISPLAY "#Funcao invalida no registro de arquivos: "
                     LK-FR-FUNC
            END-EVALUATE
            EXIT PROGRAM.

         HASH-FILE.
      *    Hash encadeado linha a linha (md5 do hash anterior mais a
      *    linha) - o mesmo conteudo da sempre o mesmo hash, qualquer
      *    que seja o nome com que o arquivo chegou.
            MOVE "N" TO WS-FR-HASH-OK
            MOVE SPACES TO WS-FR-HASH
            MOVE 0 TO WS-FR-LINES
            OPEN INPUT REG-FILE
            IF WS-FR-FILE-STATUS NOT = "00"
               DISPLAY "#Registro de arquivos: falha ao abrir "
                  WS-FR-PATH " - status " WS-FR-FILE-STATUS
            ELSE
               MOVE "S" TO WS-FR-HASH-OK
               MOVE "N" TO WS-FR-EOF
               PERFORM HASH-ONE-LINE
                  UNTIL WS-FR-EOF = "Y" OR WS-FR-HASH-OK NOT = "S"
               CLOSE REG-FILE
               MOVE WS-FR-HASH TO LK-FR-HASH
            END-IF.

         HASH-ONE-LINE.
            READ REG-FILE
               AT END
                  MOVE "Y" TO WS-FR-EOF
               NOT AT END
                  ADD 1 TO WS-FR-LINES
                  MOVE REG-LINE TO WS-FR-LINE
                  EXEC SQL
                     SELECT md5(TRIM(:WS-FR-HASH) ||
                                RTRIM(:WS-FR-LINE) || chr(10))
                     INTO :WS-FR-HASH
                  END-EXEC
                  IF SQLCODE NOT = ZERO
                     MOVE "N" TO WS-FR-HASH-OK
                     DISPLAY "#Registro de arquivos: falha no hash - "
                        SQLERRMC
                  END-IF
            END-READ.

         RECEIVE-FILE.
      *    Conteudo ja processado pela mesma interface e recusado, com
      *    o registro anterior.
            MOVE 0 TO WS-FR-SEEN
            MOVE 0 TO WS-FR-FILE-ID
            EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0),
                      COALESCE(TO_CHAR(MIN(processed_at),
                         'YYYY-MM-DD HH24:MI:SS'), '')
               INTO :WS-FR-SEEN, :WS-FR-FILE-ID, :WS-FR-SEEN-AT
               FROM interface_files
               WHERE direction = 'I'
                 AND interface = TRIM(:WS-FR-INTERFACE)
                 AND status = 'PROCESSED'
                 AND content_hash = TRIM(:WS-FR-HASH)
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Registro de arquivos indisponivel - "
                  SQLERRMC
            ELSE IF WS-FR-SEEN > 0
               MOVE WS-FR-FILE-ID TO LK-FR-FILE-ID
               MOVE "D" TO LK-DISPOSITION
               DISPLAY "#Arquivo ja processado (registro "
                  WS-FR-FILE-ID " em " WS-FR-SEEN-AT ") - recusado"
            ELSE
      *    Rodada interrompida deixou o mesmo conteudo RECEIVED - o
      *    rerun retoma a mesma linha em vez de abrir outra.
               MOVE 0 TO WS-FR-FILE-ID
               EXEC SQL
                  SELECT COALESCE(MAX(id), 0)
                  INTO :WS-FR-FILE-ID
                  FROM interface_files
                  WHERE direction = 'I'
                    AND interface = TRIM(:WS-FR-INTERFACE)
                    AND status = 'RECEIVED'
                    AND content_hash = TRIM(:WS-FR-HASH)
               END-EXEC
               IF SQLCODE NOT = ZERO
                  DISPLAY "#Registro de arquivos indisponivel - "
                     SQLERRMC
               ELSE IF WS-FR-FILE-ID > 0
                  MOVE WS-FR-FILE-ID TO LK-FR-FILE-ID
                  MOVE "S" TO LK-DISPOSITION
                  DISPLAY "#Arquivo retomado no registro "
                     WS-FR-FILE-ID
               ELSE
                  MOVE "RECEIVED" TO WS-FR-STATUS
                  PERFORM INSERT-FILE-ROW
               END-IF
               END-IF
            END-IF
            END-IF.

         PRODUCE-FILE.
      *    Rerun que regrava o mesmo conteudo nao duplica o registro;
      *    arquivo recusado pelo parceiro (NACK) pode ser reenviado.
            MOVE 0 TO WS-FR-SEEN
            MOVE 0 TO WS-FR-FILE-ID
            EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(id), 0)
               INTO :WS-FR-SEEN, :WS-FR-FILE-ID
               FROM interface_files
               WHERE direction = 'O'
                 AND interface = TRIM(:WS-FR-INTERFACE)
                 AND content_hash = TRIM(:WS-FR-HASH)
                 AND status <> 'REJECTED'
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Registro de arquivos indisponivel - "
                  SQLERRMC
            ELSE IF WS-FR-SEEN > 0
               MOVE WS-FR-FILE-ID TO LK-FR-FILE-ID
               MOVE "D" TO LK-DISPOSITION
            ELSE
               MOVE "PRODUCED" TO WS-FR-STATUS
               PERFORM INSERT-FILE-ROW
            END-IF
            END-IF.

         INSERT-FILE-ROW.
      *    Data do movimento carimbada na sessao, como nas pendencias.
            IF WS-FR-RECORDS = 0
               MOVE WS-FR-LINES TO WS-FR-RECORDS
            END-IF
            EXEC SQL
               INSERT INTO interface_files
                  (direction, interface, file_name, partner,
                   content_hash, line_count, header_seq,
                   record_count, control_total, status, reason,
                   session_id, business_date, registered_at,
                   processed_at)
               VALUES (:WS-FR-DIRECTION, TRIM(:WS-FR-INTERFACE),
                       TRIM(:WS-FR-PATH), TRIM(:WS-FR-PARTNER),
                       TRIM(:WS-FR-HASH), :WS-FR-LINES,
                       NULLIF(TRIM(:WS-FR-HEADER-SEQ), ''),
                       :WS-FR-RECORDS, :WS-FR-TOTAL,
                       TRIM(:WS-FR-STATUS),
                       NULLIF(TRIM(:WS-FR-REASON), ''),
                       TRIM(:WS-FR-SESSION),
                       COALESCE(NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          CURRENT_DATE),
                       now(),
                       CASE WHEN TRIM(:WS-FR-STATUS) = 'REJECTED'
                            THEN now() END)
               RETURNING id INTO :WS-FR-FILE-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao registrar arquivo - " SQLERRMC
            ELSE
               MOVE WS-FR-FILE-ID TO LK-FR-FILE-ID
               MOVE "S" TO LK-DISPOSITION
            END-IF.

         FINISH-INBOUND-FILE.
      *    Contagem e total que o programa provou substituem a contagem
      *    bruta de linhas quando informados.
            EXEC SQL
               UPDATE interface_files
               SET status = TRIM(:WS-FR-STATUS),
                   record_count = CASE WHEN :WS-FR-RECORDS > 0
                                       THEN :WS-FR-RECORDS
                                       ELSE record_count END,
                   control_total = CASE WHEN :WS-FR-TOTAL <> 0
                                        THEN :WS-FR-TOTAL
                                        ELSE control_total END,
                   header_seq = COALESCE(
                      NULLIF(TRIM(:WS-FR-HEADER-SEQ), ''), header_seq),
                   reason = NULLIF(TRIM(:WS-FR-REASON), ''),
                   processed_at = now()
               WHERE id = :WS-FR-FILE-ID
                 AND direction = 'I'
                 AND status = 'RECEIVED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao encerrar registro do arquivo "
                  WS-FR-FILE-ID " - " SQLERRMC
            ELSE
               MOVE "S" TO LK-DISPOSITION
            END-IF.

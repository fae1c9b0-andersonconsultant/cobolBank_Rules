      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Interface file desk - the operators follow here every file
      *  registered in interface_files by FILEREG: inbound files the
      *  ingest programs RECEIVED, PROCESSED or REJECTED, outbound
      *  files the extract programs PRODUCED. Commands:
      *    SENT    outbound file transmitted to the partner (with the
      *            transmission reference, when there is one);
      *    ACK     partner acknowledged the outbound file - protocol
      *            or receipt number is mandatory;
      *    NACK    partner refused the outbound file - REJECTED with
      *            the reason; the corrected file registers again;
      *    RELEASE inbound file released for reprocessing (a statement
      *            run again after a fix, an interrupted run left
      *            RECEIVED) - the row becomes REJECTED with the reason
      *            and the same file is accepted again by its program.
      *  Each change only applies from the expected status (guarded in
      *  the UPDATE itself) and leaves the before/after images in the
      *  change trail (CHGAUDIT). What is still waiting - files not
      *  acknowledged, inbound files stuck in RECEIVED - is reported
      *  daily by IFACE-PEND.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 IFACE-MAINT.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Registro de arquivo em manutencao.
         01  WS-FILE-ID              PIC 9(9)  VALUE 0.
         01  WS-FILE-DIRECTION       PIC X(1)  VALUE SPACE.
         01  WS-FILE-INTERFACE       PIC X(14) VALUE SPACES.
         01  WS-FILE-NAME            PIC X(100) VALUE SPACES.
         01  WS-FILE-PARTNER         PIC X(20) VALUE SPACES.
         01  WS-FILE-HASH            PIC X(32) VALUE SPACES.
         01  WS-FILE-LINES           PIC 9(9)  VALUE 0.
         01  WS-FILE-HEADER-SEQ      PIC X(20) VALUE SPACES.
         01  WS-FILE-RECORDS         PIC 9(9)  VALUE 0.
         01  WS-FILE-TOTAL           PIC S9(13)V99 VALUE 0.
         01  WS-FILE-STATUS          PIC X(10) VALUE SPACES.
         01  WS-FILE-REASON          PIC X(60) VALUE SPACES.
         01  WS-FILE-BUS-DATE        PIC X(10) VALUE SPACES.
         01  WS-FILE-REGISTERED      PIC X(16) VALUE SPACES.
         01  WS-FILE-SENT            PIC X(16) VALUE SPACES.
         01  WS-FILE-SENT-REF        PIC X(40) VALUE SPACES.
         01  WS-FILE-ACKED           PIC X(16) VALUE SPACES.
         01  WS-FILE-ACK-REF         PIC X(40) VALUE SPACES.
         01  WS-FILE-AGE             PIC 9(5)  VALUE 0.

      *    Filtro do LIST e a mudanca de situacao pedida.
         01  WS-FILTER-STATUS        PIC X(10) VALUE SPACES.
         01  WS-NEW-STATUS           PIC X(10) VALUE SPACES.
         01  WS-NEED-DIRECTION       PIC X(1)  VALUE SPACE.
         01  WS-FROM-STATUS-1        PIC X(10) VALUE SPACES.
         01  WS-FROM-STATUS-2        PIC X(10) VALUE SPACES.
         01  WS-CHANGE-REF           PIC X(40) VALUE SPACES.
         01  WS-CHANGE-REASON        PIC X(60) VALUE SPACES.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Operador do console - conferido no cadastro (OPERAUTH) logo
      *    apos o CONNECT; assina as alteracoes feitas aqui.
         01  WS-OPERATOR-USER       PIC X(20) VALUE SPACES.
         01  WS-OPERATOR-PASSWD     PIC X(20) VALUE SPACES.
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Imagens da linha alterada (row_to_json) para a trilha de
      *    alteracoes - antes e depois de cada INSERT/UPDATE/DELETE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-FILE-FOUND          PIC X(1)  VALUE "N".
         01  WS-CHANGE-OK           PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(6)  VALUE 0.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "IFACE-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "IFACE".
             05  WS-LOG-ACTION         PIC X(20) VALUE SPACES.
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
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         START-SQL.
      *    CONNECT - credenciais do vault, como a Enginev3, ja que este
      *    console tambem fica na mao de operador.
            MOVE "cobolbd"   TO   DBNAME
            CALL "GETCREDS" USING USERNAME, PASSWD

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
               PERFORM OPERATOR-SIGNON
            END-IF.

         OPERATOR-SIGNON.
      *    Sem operador ativo no cadastro (OPERAUTH) o console nao
      *    abre; papel READONLY tambem nao, ja que aqui tudo altera.
            DISPLAY "#Usuario operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-USER
            DISPLAY "#Senha operador: " NO ADVANCING
            ACCEPT WS-OPERATOR-PASSWD
            INSPECT WS-OPERATOR-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            MOVE "LOGIN" TO WS-AUTH-FUNC
            CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-OPERATOR-USER,
               WS-OPERATOR-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
               WS-AUTH-DISP
            MOVE SPACES TO WS-OPERATOR-PASSWD
            IF WS-AUTH-DISP = "S" AND WS-AUTH-ROLE = "READONLY"
               MOVE "F" TO WS-AUTH-DISP
            END-IF

            MOVE "LOGIN" TO WS-LOG-ACTION
            MOVE 0 TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "operador " WS-OPERATOR-USER " disp "
               WS-AUTH-DISP
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            IF WS-AUTH-DISP = "S"
               MOVE "OK" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "1\STATUS\ID:" WS-CONN-PID
               DISPLAY "#Mesa de interfaces - digite HELP para ajuda"
            ELSE
               MOVE "DENIED" TO WS-LOG-STATUS
               CALL "LOGINSERT" USING WS-LOG-DATA
               DISPLAY "0\STATUS"
               DISPLAY "#Operador nao autorizado - console encerrado"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               MOVE "N" TO WS-DB-STARTED
            END-IF.

         MENU-HELP.
            DISPLAY SPACE
            DISPLAY "=== MESA DE INTERFACES ==="
            DISPLAY "LIST    : Lista arquivos pendentes [situacao]"
            DISPLAY "SHOW    : Mostra o registro do arquivo"
            DISPLAY "SENT    : Marca arquivo de saida como enviado"
            DISPLAY "ACK     : Registra a confirmacao do parceiro"
            DISPLAY "NACK    : Registra a recusa do parceiro"
            DISPLAY "RELEASE : Libera arquivo de entrada p/ reprocessar"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "=========================="
            DISPLAY SPACE.

         WAIT-CMD.
            DISPLAY "#Digite o comando: - Digite HELP para ajuda"
            ACCEPT WS-CMD-LINE
            MOVE SPACES TO WS-CMD-ARGS
            UNSTRING WS-CMD-LINE DELIMITED BY SPACE
               INTO WS-CMD, WS-CMD-ARGS
            INSPECT WS-CMD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-FILES
               WHEN "SHOW"     PERFORM SHOW-FILE
               WHEN "SENT"
                  MOVE "SENT"     TO WS-NEW-STATUS
                  MOVE "O"        TO WS-NEED-DIRECTION
                  MOVE "PRODUCED" TO WS-FROM-STATUS-1
                  MOVE "PRODUCED" TO WS-FROM-STATUS-2
                  PERFORM CHANGE-FILE-STATUS
               WHEN "ACK"
                  MOVE "ACKED"    TO WS-NEW-STATUS
                  MOVE "O"        TO WS-NEED-DIRECTION
                  MOVE "SENT"     TO WS-FROM-STATUS-1
                  MOVE "SENT"     TO WS-FROM-STATUS-2
                  PERFORM CHANGE-FILE-STATUS
               WHEN "NACK"
                  MOVE "REJECTED" TO WS-NEW-STATUS
                  MOVE "O"        TO WS-NEED-DIRECTION
                  MOVE "SENT"     TO WS-FROM-STATUS-1
                  MOVE "PRODUCED" TO WS-FROM-STATUS-2
                  PERFORM CHANGE-FILE-STATUS
               WHEN "RELEASE"
                  MOVE "REJECTED" TO WS-NEW-STATUS
                  MOVE "I"        TO WS-NEED-DIRECTION
                  MOVE "PROCESSED" TO WS-FROM-STATUS-1
                  MOVE "RECEIVED" TO WS-FROM-STATUS-2
                  PERFORM CHANGE-FILE-STATUS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-FILE-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do arquivo: " NO ADVANCING
               ACCEPT WS-FILE-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-FILE-ID
            END-IF.

         FETCH-ONE-FILE.
      *    Idade em dias do movimento desde o registro - a mesma data
      *    que o FILEREG carimbou.
            MOVE "N" TO WS-FILE-FOUND
            EXEC SQL
               SELECT direction, interface, file_name,
                      COALESCE(partner, ''), content_hash, line_count,
                      COALESCE(header_seq, ''), record_count,
                      control_total, status, COALESCE(reason, ''),
                      TO_CHAR(business_date, 'YYYY-MM-DD'),
                      TO_CHAR(registered_at, 'YYYY-MM-DD HH24:MI'),
                      COALESCE(TO_CHAR(sent_at,
                         'YYYY-MM-DD HH24:MI'), ''),
                      COALESCE(sent_ref, ''),
                      COALESCE(TO_CHAR(acked_at,
                         'YYYY-MM-DD HH24:MI'), ''),
                      COALESCE(ack_ref, ''),
                      GREATEST(COALESCE(NULLIF(current_setting(
                         'bank.business_date', true), '')::date,
                         CURRENT_DATE) - business_date, 0)
               INTO :WS-FILE-DIRECTION, :WS-FILE-INTERFACE,
                    :WS-FILE-NAME, :WS-FILE-PARTNER, :WS-FILE-HASH,
                    :WS-FILE-LINES, :WS-FILE-HEADER-SEQ,
                    :WS-FILE-RECORDS, :WS-FILE-TOTAL,
                    :WS-FILE-STATUS, :WS-FILE-REASON,
                    :WS-FILE-BUS-DATE, :WS-FILE-REGISTERED,
                    :WS-FILE-SENT, :WS-FILE-SENT-REF,
                    :WS-FILE-ACKED, :WS-FILE-ACK-REF, :WS-FILE-AGE
               FROM interface_files
               WHERE id = :WS-FILE-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\IFACE"
               DISPLAY "#Arquivo " WS-FILE-ID " nao registrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "S" TO WS-FILE-FOUND
            END-IF
            END-IF.

         SHOW-FILE.
            PERFORM GET-FILE-ARG
            PERFORM FETCH-ONE-FILE
            IF WS-FILE-FOUND = "S"
               DISPLAY "1\IFACE-SHOW\" WS-FILE-ID
               DISPLAY "#Sentido   : " WS-FILE-DIRECTION
               DISPLAY "#Interface : " WS-FILE-INTERFACE
               DISPLAY "#Parceiro  : " WS-FILE-PARTNER
               DISPLAY "#Arquivo   : " WS-FILE-NAME
               DISPLAY "#Hash      : " WS-FILE-HASH
               DISPLAY "#Header    : " WS-FILE-HEADER-SEQ
               DISPLAY "#Linhas    : " WS-FILE-LINES
                  " registros: " WS-FILE-RECORDS
               DISPLAY "#Total     : " WS-FILE-TOTAL
               DISPLAY "#Situacao  : " WS-FILE-STATUS
               DISPLAY "#Motivo    : " WS-FILE-REASON
               DISPLAY "#Movimento : " WS-FILE-BUS-DATE
                  " (" WS-FILE-AGE " dia(s))"
               DISPLAY "#Registro  : " WS-FILE-REGISTERED
               DISPLAY "#Enviado   : " WS-FILE-SENT " "
                  WS-FILE-SENT-REF
               DISPLAY "#Confirmado: " WS-FILE-ACKED " "
                  WS-FILE-ACK-REF
            END-IF.

         LIST-FILES.
      *    Sem filtro, so o que ainda espera alguem: entrada parada em
      *    RECEIVED, saida ainda nao confirmada. LIST REJECTED (ou
      *    outra situacao) lista aquela situacao.
            MOVE WS-CMD-ARGS TO WS-FILTER-STATUS
            INSPECT WS-FILTER-STATUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE 0 TO WS-LIST-COUNT

            EXEC SQL
               DECLARE IFACE-LIST-CUR CURSOR FOR
               SELECT id, direction, interface, status,
                      record_count, control_total,
                      TO_CHAR(business_date, 'YYYY-MM-DD'),
                      GREATEST(COALESCE(NULLIF(current_setting(
                         'bank.business_date', true), '')::date,
                         CURRENT_DATE) - business_date, 0),
                      file_name
               FROM interface_files
               WHERE (TRIM(:WS-FILTER-STATUS) = ''
                      AND status IN ('RECEIVED', 'PRODUCED', 'SENT'))
                  OR status = TRIM(:WS-FILTER-STATUS)
               ORDER BY business_date, id
            END-EXEC

            EXEC SQL
               OPEN IFACE-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\IFACE-LIST"
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-FILE-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE IFACE-LIST-CUR
               END-EXEC
               DISPLAY "#Arquivos listados: " WS-LIST-COUNT
            END-IF.

         FETCH-FILE-ROW.
            EXEC SQL
               FETCH IFACE-LIST-CUR
               INTO :WS-FILE-ID, :WS-FILE-DIRECTION,
                    :WS-FILE-INTERFACE, :WS-FILE-STATUS,
                    :WS-FILE-RECORDS, :WS-FILE-TOTAL,
                    :WS-FILE-BUS-DATE, :WS-FILE-AGE, :WS-FILE-NAME
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-LIST-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-LIST-EOF
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD 1 TO WS-LIST-COUNT
               DISPLAY "arq\" WS-FILE-ID "\" WS-FILE-DIRECTION "\"
                  WS-FILE-INTERFACE "\" WS-FILE-STATUS "\"
                  WS-FILE-RECORDS "\" WS-FILE-BUS-DATE "\"
                  WS-FILE-AGE "\" WS-FILE-NAME
            END-IF
            END-IF.

         CHANGE-FILE-STATUS.
      *    SENT, ACK, NACK e RELEASE - so a partir da situacao esperada
      *    e no sentido certo; o UPDATE repete a guarda, para que outra
      *    mesa que mudou o registro antes desfaca esta alteracao.
            PERFORM GET-FILE-ARG
            PERFORM FETCH-ONE-FILE
            IF WS-FILE-FOUND = "S"
               IF WS-FILE-DIRECTION NOT = WS-NEED-DIRECTION OR
                  (WS-FILE-STATUS NOT = WS-FROM-STATUS-1 AND
                   WS-FILE-STATUS NOT = WS-FROM-STATUS-2)
                  DISPLAY "0\IFACE"
                  DISPLAY "#" WS-CMD " nao se aplica a arquivo "
                     WS-FILE-DIRECTION " em " WS-FILE-STATUS
               ELSE
                  PERFORM ASK-CHANGE-DETAIL
                  IF WS-CHANGE-OK = "S"
                     PERFORM UPDATE-FILE-ROW
                     IF SQLCODE NOT = ZERO
                        EXEC SQL
                           ROLLBACK
                        END-EXEC
                        MOVE SQLCODE TO SQLCODE-PASS
                        MOVE SQLSTATE TO SQLSTATE-PASS
                        MOVE SQLERRMC TO SQLERRMC-PASS
                        CALL 'util' USING SQLCODE-PASS,
                           SQLSTATE-PASS, SQLERRMC-PASS,
                           WS-UTIL-DISP
                     ELSE
                        EXEC SQL
                           COMMIT
                        END-EXEC
                        PERFORM LOG-FILE-CHANGE
                     END-IF
                  END-IF
               END-IF
            END-IF.

         ASK-CHANGE-DETAIL.
      *    ACK exige o protocolo do parceiro; NACK e RELEASE exigem o
      *    motivo; a referencia do envio e opcional.
            MOVE "S" TO WS-CHANGE-OK
            MOVE SPACES TO WS-CHANGE-REF
            MOVE SPACES TO WS-CHANGE-REASON
            EVALUATE WS-CMD
               WHEN "SENT"
                  DISPLAY "#Referencia do envio (opcional): "
                     NO ADVANCING
                  ACCEPT WS-CHANGE-REF
               WHEN "ACK"
                  DISPLAY "#Protocolo do parceiro: " NO ADVANCING
                  ACCEPT WS-CHANGE-REF
                  IF WS-CHANGE-REF = SPACES
                     MOVE "N" TO WS-CHANGE-OK
                     DISPLAY "0\IFACE"
                     DISPLAY "#Protocolo e obrigatorio"
                  END-IF
               WHEN OTHER
                  DISPLAY "#Motivo: " NO ADVANCING
                  ACCEPT WS-CHANGE-REASON
                  IF WS-CHANGE-REASON = SPACES
                     MOVE "N" TO WS-CHANGE-OK
                     DISPLAY "0\IFACE"
                     DISPLAY "#Motivo e obrigatorio"
                  END-IF
            END-EVALUATE.

         UPDATE-FILE-ROW.
      *    Cada comando grava so as suas colunas; as demais ficam como
      *    estavam (COALESCE/CASE sobre o proprio comando).
            PERFORM READ-FILE-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE interface_files
               SET status = TRIM(:WS-NEW-STATUS),
                   sent_at = CASE WHEN TRIM(:WS-NEW-STATUS) = 'SENT'
                                  THEN now() ELSE sent_at END,
                   sent_by = CASE WHEN TRIM(:WS-NEW-STATUS) = 'SENT'
                                  THEN TRIM(:WS-OPERATOR-USER)
                                  ELSE sent_by END,
                   sent_ref = CASE WHEN TRIM(:WS-NEW-STATUS) = 'SENT'
                                   THEN NULLIF(TRIM(:WS-CHANGE-REF), '')
                                   ELSE sent_ref END,
                   acked_at = CASE WHEN TRIM(:WS-NEW-STATUS) = 'ACKED'
                                   THEN now() ELSE acked_at END,
                   acked_by = CASE WHEN TRIM(:WS-NEW-STATUS) = 'ACKED'
                                   THEN TRIM(:WS-OPERATOR-USER)
                                   ELSE acked_by END,
                   ack_ref = CASE WHEN TRIM(:WS-NEW-STATUS) = 'ACKED'
                                  THEN TRIM(:WS-CHANGE-REF)
                                  ELSE ack_ref END,
                   reason = COALESCE(NULLIF(TRIM(:WS-CHANGE-REASON),
                                     ''), reason)
               WHERE id = :WS-FILE-ID
                 AND direction = :WS-NEED-DIRECTION
                 AND status IN (TRIM(:WS-FROM-STATUS-1),
                                TRIM(:WS-FROM-STATUS-2))
            END-EXEC
            IF SQLCODE = ZERO AND SQLERRD(3) = 0
               MOVE -40 TO SQLCODE
               MOVE "Registro alterado por outra mesa" TO SQLERRMC
            END-IF
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-FILE-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         READ-FILE-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM interface_files t
               WHERE id = :WS-FILE-ID
            END-EXEC
            MOVE "interface_files" TO WS-CHG-TABLE
            MOVE WS-FILE-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LOG-FILE-CHANGE.
            MOVE SPACES TO WS-LOG-ACTION
            STRING "IFACE-" WS-CMD DELIMITED BY SPACE
               INTO WS-LOG-ACTION
            END-STRING
            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-FILE-RECORDS TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "arquivo " WS-FILE-ID " " WS-FILE-INTERFACE " "
               WS-NEW-STATUS " " WS-CHANGE-REF
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA
            DISPLAY "1\" WS-LOG-ACTION "\" WS-FILE-ID
            DISPLAY "#Arquivo " WS-FILE-ID " agora " WS-NEW-STATUS.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK.
            MOVE WS-OPERATOR-USER TO WS-CHG-OPERATOR
            MOVE WS-CONN-PID TO WS-CHG-SESSION
            CALL "CHGAUDIT" USING WS-CHG-DATA, WS-CHG-BEFORE,
               WS-CHG-AFTER, WS-CHG-DISP
            IF WS-CHG-DISP = "S"
               MOVE 0 TO SQLCODE
               MOVE WS-CHG-ROWS TO SQLERRD(3)
            ELSE
               MOVE -20 TO SQLCODE
               MOVE "Falha na trilha de alteracoes" TO SQLERRMC
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
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Operational loss desk - operational risk works the loss event
      *  register (loss_events, see LOSS-OPEN) here. LIST shows the
      *  events of a month (AAAA-MM, default the month of the business
      *  date) and SHOW one event with its recoveries. ADD registers a
      *  manual event the collectors cannot see - a lawsuit, a system
      *  outage, damage to a branch - with its event type, business
      *  line, branch (default the operator's), event date and gross
      *  loss; it enters through the same LOSSOPEN the collectors use,
      *  source MANUAL. RECOVER records money got back on an event
      *  (insurance, court, the customer) in loss_recoveries and takes
      *  it off the net loss - never beyond it. RECLASS corrects the
      *  event type or business line a collector assigned by default.
      *  Every change carries its change trail and commits together or
      *  not at all. LOSS-SCAN feeds the automatic events and LOSS-RPT
      *  prints the monthly report.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOSS-DESK.
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

      *    Evento em manutencao.
         01  WS-EVT-ID               PIC 9(9)  VALUE 0.
         01  WS-EVT-FOUND            PIC 9(5)  VALUE 0.
         01  WS-EVT-SOURCE           PIC X(12) VALUE SPACES.
         01  WS-EVT-REF              PIC X(40) VALUE SPACES.
         01  WS-EVT-TYPE             PIC X(12) VALUE SPACES.
         01  WS-EVT-LINE             PIC X(12) VALUE SPACES.
         01  WS-EVT-BRANCH           PIC X(6)  VALUE SPACES.
         01  WS-EVT-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-EVT-DATE             PIC X(10) VALUE SPACES.
         01  WS-EVT-BOOKED           PIC X(10) VALUE SPACES.
         01  WS-EVT-DESC             PIC X(80) VALUE SPACES.
         01  WS-EVT-GROSS            PIC 9(10)V99 VALUE 0.
         01  WS-EVT-RECOVERED        PIC 9(10)V99 VALUE 0.
         01  WS-EVT-NET              PIC S9(10)V99 VALUE 0.
         01  WS-EVT-CREATED-BY       PIC X(20) VALUE SPACES.

      *    Recuperacao corrente e filtro do LIST.
         01  WS-REC-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-REC-NOTE             PIC X(60) VALUE SPACES.
         01  WS-REC-BY               PIC X(20) VALUE SPACES.
         01  WS-REC-AT               PIC X(16) VALUE SPACES.
         01  WS-LIST-MONTH           PIC X(7)  VALUE SPACES.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-DATE-CHECK           PIC X(10) VALUE SPACES.
         01  WS-NEW-TYPE             PIC X(12) VALUE SPACES.
         01  WS-NEW-LINE             PIC X(12) VALUE SPACES.

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
         01  WS-DECIDE-OK           PIC X(1)  VALUE "S".
         01  WS-CODE-OK             PIC X(1)  VALUE "N".
         01  WS-ACCOUNT-IN          PIC X(10) VALUE SPACES.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.

      *    Evento de perda operacional (LOSSOPEN) do ADD.
         01  WS-LOSS-DATA.
             05  WS-LOSS-SOURCE        PIC X(12) VALUE "MANUAL".
             05  WS-LOSS-REF           PIC X(40) VALUE SPACES.
             05  WS-LOSS-TYPE          PIC X(12) VALUE SPACES.
             05  WS-LOSS-LINE          PIC X(12) VALUE SPACES.
             05  WS-LOSS-BRANCH        PIC X(6)  VALUE SPACES.
             05  WS-LOSS-ACCOUNT       PIC 9(10) VALUE 0.
             05  WS-LOSS-EVENT-DATE    PIC X(10) VALUE SPACES.
             05  WS-LOSS-GROSS         PIC 9(10)V99 VALUE 0.
             05  WS-LOSS-DETAIL        PIC X(80) VALUE SPACES.
             05  WS-LOSS-OPERATOR      PIC X(20) VALUE SPACES.
             05  WS-LOSS-EVENT-ID      PIC 9(9)  VALUE 0.
         01  WS-LOSS-DISP           PIC X(1)  VALUE SPACE.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "LOSS-DESK".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "LOSSDESK".
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
               EXEC SQL
                  SELECT pg_backend_pid() INTO :WS-CONN-PID
               END-EXEC
               MOVE WS-CONN-PID TO WS-LOG-SESSION-ID
               PERFORM STAMP-BUSINESS-DATE
               PERFORM OPERATOR-SIGNON
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) - registro dos eventos
      *    e mes padrao do LIST.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            MOVE WS-DS-OUT TO WS-BUS-DATE.

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
               DISPLAY "#Registro de perdas operacionais - digite HELP "
                  "para ajuda"
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
            DISPLAY "=== REGISTRO DE PERDAS OPERACIONAIS ==="
            DISPLAY "LIST    : Eventos do mes (AAAA-MM)"
            DISPLAY "SHOW    : Mostra um evento e suas recuperacoes"
            DISPLAY "ADD     : Registra um evento manual"
            DISPLAY "RECOVER : Registra uma recuperacao no evento"
            DISPLAY "RECLASS : Corrige tipo de evento ou linha de "
               "negocio"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "Tipos   : FRAUDE-INT FRAUDE-EXT TRABALHISTA "
               "CLIENTES DANOS"
            DISPLAY "          INTERRUPCAO SISTEMAS EXECUCAO"
            DISPLAY "Linhas  : VAREJO COMERCIAL PAGAMENTOS TESOURARIA "
               "CORPORATIVO"
            DISPLAY "          AGENTE GESTAO CORRETAGEM"
            DISPLAY "========================================"
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

            EVALUATE WS-CMD
               WHEN "LIST"     PERFORM LIST-EVENTS
               WHEN "SHOW"     PERFORM SHOW-EVENT
               WHEN "ADD"      PERFORM ADD-MANUAL-EVENT
               WHEN "RECOVER"  PERFORM RECORD-RECOVERY
               WHEN "RECLASS"  PERFORM RECLASS-EVENT
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-EVENT-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do evento: " NO ADVANCING
               ACCEPT WS-EVT-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-EVT-ID
            END-IF.

         FETCH-ONE-EVENT.
            MOVE 0 TO WS-EVT-FOUND
            EXEC SQL
               SELECT COUNT(*) INTO :WS-EVT-FOUND
               FROM loss_events
               WHERE id = :WS-EVT-ID
            END-EXEC

            IF SQLCODE = ZERO AND WS-EVT-FOUND > 0
               EXEC SQL
                  SELECT source, ref, event_type, business_line,
                         branch, COALESCE(account, 0),
                         TO_CHAR(event_date, 'YYYY-MM-DD'),
                         TO_CHAR(booked_date, 'YYYY-MM-DD'),
                         COALESCE(description, ' '), gross_amount,
                         recovered_amount, net_amount,
                         COALESCE(created_by, ' ')
                  INTO :WS-EVT-SOURCE, :WS-EVT-REF, :WS-EVT-TYPE,
                       :WS-EVT-LINE, :WS-EVT-BRANCH,
                       :WS-EVT-ACCOUNT, :WS-EVT-DATE,
                       :WS-EVT-BOOKED, :WS-EVT-DESC, :WS-EVT-GROSS,
                       :WS-EVT-RECOVERED, :WS-EVT-NET,
                       :WS-EVT-CREATED-BY
                  FROM loss_events
                  WHERE id = :WS-EVT-ID
               END-EXEC
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-EVT-FOUND
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         CHECK-EVENT-TYPE.
      *    Categorias da Res. 4.557 - o relatorio mensal soma por elas.
            MOVE "N" TO WS-CODE-OK
            EVALUATE WS-NEW-TYPE
               WHEN "FRAUDE-INT"
               WHEN "FRAUDE-EXT"
               WHEN "TRABALHISTA"
               WHEN "CLIENTES"
               WHEN "DANOS"
               WHEN "INTERRUPCAO"
               WHEN "SISTEMAS"
               WHEN "EXECUCAO"
                  MOVE "S" TO WS-CODE-OK
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

         CHECK-BUSINESS-LINE.
            MOVE "N" TO WS-CODE-OK
            EVALUATE WS-NEW-LINE
               WHEN "VAREJO"
               WHEN "COMERCIAL"
               WHEN "PAGAMENTOS"
               WHEN "TESOURARIA"
               WHEN "CORPORATIVO"
               WHEN "AGENTE"
               WHEN "GESTAO"
               WHEN "CORRETAGEM"
                  MOVE "S" TO WS-CODE-OK
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

         SHOW-EVENT.
            PERFORM GET-EVENT-ARG
            PERFORM FETCH-ONE-EVENT
            IF WS-EVT-FOUND = 0
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento " WS-EVT-ID " nao encontrado"
            ELSE
               DISPLAY "1\LOSS-SHOW\" WS-EVT-ID
               DISPLAY "#Origem    : " WS-EVT-SOURCE " " WS-EVT-REF
               DISPLAY "#Tipo      : " WS-EVT-TYPE " linha "
                  WS-EVT-LINE " agencia " WS-EVT-BRANCH
               DISPLAY "#Conta     : " WS-EVT-ACCOUNT
               DISPLAY "#Evento em : " WS-EVT-DATE " registrado em "
                  WS-EVT-BOOKED " por " WS-EVT-CREATED-BY
               DISPLAY "#Descricao : " WS-EVT-DESC
               DISPLAY "#Bruto     : " WS-EVT-GROSS " recuperado "
                  WS-EVT-RECOVERED " liquido " WS-EVT-NET
               PERFORM LIST-RECOVERIES
            END-IF.

         LIST-RECOVERIES.
            EXEC SQL
               DECLARE LOSS-REC-CUR CURSOR FOR
               SELECT amount, COALESCE(note, ' '),
                      COALESCE(recovered_by, ' '),
                      TO_CHAR(recovered_at, 'YYYY-MM-DD HH24:MI')
               FROM loss_recoveries
               WHERE event_id = :WS-EVT-ID
               ORDER BY recovered_at, id
            END-EXEC

            EXEC SQL
               OPEN LOSS-REC-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-RECOVERY-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-REC-CUR
               END-EXEC
            END-IF.

         FETCH-RECOVERY-ROW.
            EXEC SQL
               FETCH LOSS-REC-CUR
               INTO :WS-REC-AMOUNT, :WS-REC-NOTE, :WS-REC-BY,
                    :WS-REC-AT
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
               DISPLAY "recuperacao\" WS-REC-AT "\" WS-REC-AMOUNT "\"
                  WS-REC-BY "\" WS-REC-NOTE
            END-IF
            END-IF.

         LIST-EVENTS.
            IF WS-CMD-ARGS = SPACES
               MOVE WS-BUS-DATE(1:7) TO WS-LIST-MONTH
            ELSE
               MOVE WS-CMD-ARGS TO WS-LIST-MONTH
            END-IF

            EXEC SQL
               DECLARE LOSS-EVT-CUR CURSOR FOR
               SELECT id, source, event_type, business_line, branch,
                      TO_CHAR(event_date, 'YYYY-MM-DD'),
                      gross_amount, recovered_amount, net_amount
               FROM loss_events
               WHERE TO_CHAR(event_date, 'YYYY-MM') = :WS-LIST-MONTH
               ORDER BY event_date, id
            END-EXEC

            EXEC SQL
               OPEN LOSS-EVT-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\LOSS-LIST\" WS-LIST-MONTH
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-EVENT-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE LOSS-EVT-CUR
               END-EXEC
            END-IF.

         FETCH-EVENT-ROW.
            EXEC SQL
               FETCH LOSS-EVT-CUR
               INTO :WS-EVT-ID, :WS-EVT-SOURCE, :WS-EVT-TYPE,
                    :WS-EVT-LINE, :WS-EVT-BRANCH, :WS-EVT-DATE,
                    :WS-EVT-GROSS, :WS-EVT-RECOVERED, :WS-EVT-NET
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
               DISPLAY "evento\" WS-EVT-ID "\" WS-EVT-SOURCE "\"
                  WS-EVT-TYPE "\" WS-EVT-LINE "\" WS-EVT-BRANCH "\"
                  WS-EVT-DATE "\" WS-EVT-GROSS "\" WS-EVT-RECOVERED
                  "\" WS-EVT-NET
            END-IF
            END-IF.

         ADD-MANUAL-EVENT.
      *    Evento que nenhuma origem automatica enxerga - processo
      *    judicial, queda de sistema, dano em agencia.
            DISPLAY "#Tipo de evento: " NO ADVANCING
            MOVE SPACES TO WS-NEW-TYPE
            ACCEPT WS-NEW-TYPE
            INSPECT WS-NEW-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            PERFORM CHECK-EVENT-TYPE
            IF WS-CODE-OK = "N"
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Tipo de evento invalido - veja HELP"
            ELSE
               DISPLAY "#Linha de negocio: " NO ADVANCING
               MOVE SPACES TO WS-NEW-LINE
               ACCEPT WS-NEW-LINE
               INSPECT WS-NEW-LINE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM CHECK-BUSINESS-LINE
               IF WS-CODE-OK = "N"
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Linha de negocio invalida - veja HELP"
               ELSE
                  PERFORM ASK-MANUAL-DETAILS
               END-IF
            END-IF.

         ASK-MANUAL-DETAILS.
            DISPLAY "#Agencia (ENTER = " WS-AUTH-BRANCH "): "
               NO ADVANCING
            MOVE SPACES TO WS-LOSS-BRANCH
            ACCEPT WS-LOSS-BRANCH
            IF WS-LOSS-BRANCH = SPACES
               MOVE WS-AUTH-BRANCH TO WS-LOSS-BRANCH
            END-IF
            DISPLAY "#Conta envolvida (ENTER = nenhuma): " NO ADVANCING
            MOVE SPACES TO WS-ACCOUNT-IN
            ACCEPT WS-ACCOUNT-IN
            MOVE 0 TO WS-LOSS-ACCOUNT
            IF WS-ACCOUNT-IN NOT = SPACES
               MOVE WS-ACCOUNT-IN TO WS-LOSS-ACCOUNT
            END-IF
            DISPLAY "#Data do evento AAAA-MM-DD (ENTER = " WS-BUS-DATE
               "): " NO ADVANCING
            MOVE SPACES TO WS-EVT-DATE
            ACCEPT WS-EVT-DATE
            IF WS-EVT-DATE = SPACES
               MOVE WS-BUS-DATE TO WS-EVT-DATE
            END-IF
            DISPLAY "#Descricao: " NO ADVANCING
            MOVE SPACES TO WS-EVT-DESC
            ACCEPT WS-EVT-DESC
            DISPLAY "#Perda bruta: " NO ADVANCING
            MOVE 0 TO WS-EVT-GROSS
            ACCEPT WS-EVT-GROSS

      *    Data conferida pelo banco - formato e nao futura.
            MOVE SPACES TO WS-DATE-CHECK
            EXEC SQL
               SELECT TO_CHAR(:WS-EVT-DATE::date, 'YYYY-MM-DD')
               INTO :WS-DATE-CHECK
               WHERE :WS-EVT-DATE::date <= :WS-BUS-DATE::date
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-DATE-CHECK
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF

            IF WS-DATE-CHECK = SPACES
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Data do evento invalida ou futura"
            ELSE IF WS-EVT-DESC = SPACES
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Descricao e obrigatoria"
            ELSE IF WS-EVT-GROSS = 0
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Perda bruta deve ser maior que zero"
            ELSE
               PERFORM APPLY-MANUAL-EVENT
            END-IF
            END-IF
            END-IF.

         APPLY-MANUAL-EVENT.
      *    Referencia do evento manual: operador e instante - unica
      *    para o LOSSOPEN sem pedir numero a ninguem.
            MOVE "S" TO WS-DECIDE-OK
            MOVE SPACES TO WS-LOSS-REF
            EXEC SQL
               SELECT TRIM(:WS-OPERATOR-USER) || '/' ||
                      TO_CHAR(clock_timestamp(),
                              'YYYYMMDDHH24MISSUS')
               INTO :WS-EVT-REF
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               MOVE WS-EVT-REF       TO WS-LOSS-REF
               MOVE WS-NEW-TYPE      TO WS-LOSS-TYPE
               MOVE WS-NEW-LINE      TO WS-LOSS-LINE
               MOVE WS-DATE-CHECK    TO WS-LOSS-EVENT-DATE
               MOVE WS-EVT-GROSS     TO WS-LOSS-GROSS
               MOVE WS-EVT-DESC      TO WS-LOSS-DETAIL
               MOVE WS-OPERATOR-USER TO WS-LOSS-OPERATOR
               CALL "LOSSOPEN" USING WS-LOSS-DATA, WS-LOSS-DISP
               IF WS-LOSS-DISP NOT = "S"
                  MOVE "N" TO WS-DECIDE-OK
                  MOVE 0 TO SQLCODE-PASS
               ELSE
                  MOVE WS-LOSS-EVENT-ID TO WS-EVT-ID
                  MOVE WS-LOSS-ACCOUNT TO WS-EVT-ACCOUNT
                  MOVE SPACES TO WS-CHG-BEFORE
                  MOVE 1 TO WS-CHG-ROWS
                  PERFORM READ-EVENT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
                  IF SQLCODE NOT = ZERO
                     PERFORM NOTE-SQL-FAILURE
                  END-IF
               END-IF
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               IF SQLCODE-PASS NOT = 0
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               END-IF
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento nao registrado"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\LOSS-ADD\" WS-EVT-ID
               DISPLAY "#Evento " WS-EVT-ID " registrado: "
                  WS-NEW-TYPE " " WS-NEW-LINE " " WS-EVT-GROSS

               MOVE "LOSS-ADD" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-EVT-GROSS TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "evento " WS-EVT-ID " " WS-NEW-TYPE " "
                  WS-NEW-LINE " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         RECORD-RECOVERY.
      *    Recuperacao nunca passa do liquido ainda em perda.
            PERFORM GET-EVENT-ARG
            PERFORM FETCH-ONE-EVENT
            IF WS-EVT-FOUND = 0
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento " WS-EVT-ID " nao encontrado"
            ELSE IF WS-EVT-NET NOT > 0
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento " WS-EVT-ID " ja recuperado por inteiro"
            ELSE
               DISPLAY "#Evento " WS-EVT-ID ": " WS-EVT-TYPE
                  " liquido " WS-EVT-NET
               DISPLAY "#Valor recuperado: " NO ADVANCING
               MOVE 0 TO WS-REC-AMOUNT
               ACCEPT WS-REC-AMOUNT
               DISPLAY "#Origem da recuperacao: " NO ADVANCING
               MOVE SPACES TO WS-REC-NOTE
               ACCEPT WS-REC-NOTE
               IF WS-REC-AMOUNT = 0
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Valor deve ser maior que zero"
               ELSE IF WS-REC-AMOUNT > WS-EVT-NET
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Recuperacao maior que o liquido em perda ("
                     WS-EVT-NET ")"
               ELSE IF WS-REC-NOTE = SPACES
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Origem da recuperacao e obrigatoria"
               ELSE
                  PERFORM APPLY-RECOVERY
               END-IF
               END-IF
               END-IF
            END-IF
            END-IF.

         APPLY-RECOVERY.
            MOVE "S" TO WS-DECIDE-OK
            EXEC SQL
               INSERT INTO loss_recoveries
                  (event_id, amount, note, recovered_by,
                   recovered_at)
               VALUES (:WS-EVT-ID, :WS-REC-AMOUNT, :WS-REC-NOTE,
                       :WS-OPERATOR-USER, now())
            END-EXEC
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            ELSE
               PERFORM READ-EVENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
      *    O liquido e conferido de novo no UPDATE - duas mesas nao
      *    recuperam alem da perda.
               EXEC SQL
                  UPDATE loss_events
                  SET recovered_amount =
                         recovered_amount + :WS-REC-AMOUNT,
                      net_amount = net_amount - :WS-REC-AMOUNT
                  WHERE id = :WS-EVT-ID
                    AND net_amount >= :WS-REC-AMOUNT
               END-EXEC
               IF SQLCODE = ZERO AND SQLERRD(3) = 0
                  MOVE -40 TO SQLCODE
                  MOVE "Liquido do evento alterado por outra mesa"
                     TO SQLERRMC
               END-IF
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-EVENT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               IF SQLCODE NOT = ZERO
                  PERFORM NOTE-SQL-FAILURE
               END-IF
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Recuperacao nao registrada"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\LOSS-RECOVER\" WS-EVT-ID
               DISPLAY "#Recuperacao de " WS-REC-AMOUNT
                  " registrada no evento " WS-EVT-ID

               MOVE "LOSS-RECOVER" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE WS-REC-AMOUNT TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "evento " WS-EVT-ID " recuperado por "
                  WS-OPERATOR-USER " - " WS-REC-NOTE
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         RECLASS-EVENT.
      *    ENTER mantem o codigo atual.
            PERFORM GET-EVENT-ARG
            PERFORM FETCH-ONE-EVENT
            IF WS-EVT-FOUND = 0
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento " WS-EVT-ID " nao encontrado"
            ELSE
               DISPLAY "#Tipo (ENTER mantem " WS-EVT-TYPE "): "
                  NO ADVANCING
               MOVE SPACES TO WS-NEW-TYPE
               ACCEPT WS-NEW-TYPE
               IF WS-NEW-TYPE = SPACES
                  MOVE WS-EVT-TYPE TO WS-NEW-TYPE
               END-IF
               DISPLAY "#Linha (ENTER mantem " WS-EVT-LINE "): "
                  NO ADVANCING
               MOVE SPACES TO WS-NEW-LINE
               ACCEPT WS-NEW-LINE
               IF WS-NEW-LINE = SPACES
                  MOVE WS-EVT-LINE TO WS-NEW-LINE
               END-IF
               INSPECT WS-NEW-TYPE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-NEW-LINE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz" TO
                  "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM CHECK-EVENT-TYPE
               IF WS-CODE-OK = "S"
                  PERFORM CHECK-BUSINESS-LINE
               END-IF
               IF WS-CODE-OK = "N"
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Tipo ou linha de negocio invalido - veja "
                     "HELP"
               ELSE IF WS-NEW-TYPE = WS-EVT-TYPE
                  AND WS-NEW-LINE = WS-EVT-LINE
                  DISPLAY "0\LOSSDESK"
                  DISPLAY "#Nada alterado"
               ELSE
                  PERFORM APPLY-RECLASS
               END-IF
               END-IF
            END-IF.

         APPLY-RECLASS.
            MOVE "S" TO WS-DECIDE-OK
            PERFORM READ-EVENT-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE loss_events
               SET event_type = :WS-NEW-TYPE,
                   business_line = :WS-NEW-LINE
               WHERE id = :WS-EVT-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-EVENT-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF
            IF SQLCODE NOT = ZERO
               PERFORM NOTE-SQL-FAILURE
            END-IF

            IF WS-DECIDE-OK = "N"
               EXEC SQL
                  ROLLBACK
               END-EXEC
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "0\LOSSDESK"
               DISPLAY "#Evento nao reclassificado"
            ELSE
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\LOSS-RECLASS\" WS-EVT-ID
               DISPLAY "#Evento " WS-EVT-ID " agora " WS-NEW-TYPE " "
                  WS-NEW-LINE

               MOVE "LOSS-RECLASS" TO WS-LOG-ACTION
               MOVE "OK" TO WS-LOG-STATUS
               MOVE 0 TO WS-LOG-VALUE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "evento " WS-EVT-ID " " WS-EVT-TYPE "/"
                  WS-EVT-LINE " -> " WS-NEW-TYPE "/" WS-NEW-LINE
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         NOTE-SQL-FAILURE.
            MOVE "N" TO WS-DECIDE-OK
            MOVE SQLCODE TO SQLCODE-PASS
            MOVE SQLSTATE TO SQLSTATE-PASS
            MOVE SQLERRMC TO SQLERRMC-PASS.

         READ-EVENT-IMAGE.
      *    Imagem do evento para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM loss_events t
               WHERE id = :WS-EVT-ID
            END-EXEC
            MOVE "loss_events" TO WS-CHG-TABLE
            MOVE WS-EVT-ID TO WS-CHG-KEY
            MOVE WS-EVT-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

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

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

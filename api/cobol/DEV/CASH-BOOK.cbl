      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Cash withdrawal booking desk (agendamento de saque em
      *  especie) - a withdrawal in cash at or above
      *  CASH_BOOKING_THRESHOLD (bank_params, default R$ 50.000,00)
      *  must be booked at least CASH_BOOKING_NOTICE_DAYS business days
      *  ahead (bank_params, default 2, counted by DATESRV BDCOUNT from
      *  the business date), so the branch vault gets the cash from
      *  the carrier before the customer arrives. Bookings are kept in
      *  cash_bookings: id, account, branch, amount, pickup_date,
      *  status (BOOKED/USED/CANCELLED/EXPIRED), note, booked_by,
      *  booked_at, used_amount, used_at, used_session, closed_by,
      *  closed_at, close_reason.
      *  NEW books a withdrawal (branch left blank is the account's),
      *  LIST the open bookings from the business date on, SHOW one
      *  booking, CANCEL withdraws it with a reason. Enginev3 WITHDRAW
      *  consumes the booking of the day (USED) and refuses an
      *  unbooked large withdrawal unless a supervisor releases it;
      *  CASH-BOOK-RPT expires the bookings not drawn and feeds the
      *  daily cash order by branch and date to the vault. Every
      *  booking changed goes to the change trail (CHGAUDIT) in its
      *  transaction.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CASH-BOOK.
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

      *    Agendamento em manutencao.
         01  WS-CB-ID                PIC 9(9)  VALUE 0.
         01  WS-CB-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-CB-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-CB-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-CB-DATE              PIC X(10) VALUE SPACES.
         01  WS-CB-STATUS            PIC X(10) VALUE SPACES.
         01  WS-CB-NOTE              PIC X(40) VALUE SPACES.
         01  WS-CB-REASON            PIC X(40) VALUE SPACES.
         01  WS-CB-BOOKED-BY         PIC X(20) VALUE SPACES.
         01  WS-CB-USED-AMOUNT       PIC 9(10)V99 VALUE 0.
         01  WS-CB-FOUND             PIC 9(5)  VALUE 0.
         01  WS-CB-DUP               PIC 9(5)  VALUE 0.

      *    Conta do agendamento.
         01  WS-ACCT-STATUS          PIC X(10) VALUE SPACES.
         01  WS-ACCT-BRANCH          PIC X(6)  VALUE SPACES.
         01  WS-ACCT-HOLDER          PIC X(40) VALUE SPACES.

         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
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
      *    alteracoes - antes e depois de cada INSERT/UPDATE.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Politica de agendamento (bank_params).
         01  WS-CB-THRESHOLD        PIC 9(10)V99 VALUE 50000,00.
         01  WS-CB-NOTICE-DAYS      PIC 9(3)  VALUE 2.
         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-LIST-COUNT          PIC 9(7)  VALUE 0.
         01  WS-LIST-TOTAL          PIC 9(12)V99 VALUE 0.
         01  WS-DATE-OK             PIC X(1)  VALUE "N".
         01  WS-ED-AMOUNT           PIC Z(9)9,99.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CASH-BOOK".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CASHBOOK".
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
               PERFORM LOAD-BOOKING-POLICY
               PERFORM OPERATOR-SIGNON
            END-IF.

         LOAD-BOOKING-POLICY.
      *    Valor minimo e antecedencia do catalogo; sem linha vigente
      *    ficam os valores compilados.
            MOVE "CASH_BOOKING_THRESHOLD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-CB-THRESHOLD
            END-IF

            MOVE "CASH_BOOKING_NOTICE_DAYS" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE NOT < 0
               MOVE WS-PARAM-VALUE TO WS-CB-NOTICE-DAYS
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
               DISPLAY "#Agendamento de saque em especie - digite "
                  "HELP para ajuda"
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
            MOVE WS-CB-THRESHOLD TO WS-ED-AMOUNT
            DISPLAY SPACE
            DISPLAY "=== AGENDAMENTO DE SAQUE EM ESPECIE ==="
            DISPLAY "NEW      : Agenda um saque (a partir de "
               WS-ED-AMOUNT ", " WS-CB-NOTICE-DAYS
               " dia(s) util(eis) de antecedencia)"
            DISPLAY "LIST     : Agendamentos em aberto (data opcional)"
            DISPLAY "SHOW     : Detalhe de um agendamento"
            DISPLAY "CANCEL   : Cancela um agendamento em aberto"
            DISPLAY "HELP     : Mostra este menu de ajuda"
            DISPLAY "EXIT     : Finaliza o programa"
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

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "NEW"      PERFORM NEW-BOOKING
               WHEN "LIST"     PERFORM LIST-BOOKINGS
               WHEN "SHOW"     PERFORM SHOW-BOOKING
               WHEN "CANCEL"   PERFORM CANCEL-BOOKING
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         GET-BOOKING-ARG.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Numero do agendamento: " NO ADVANCING
               ACCEPT WS-CB-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-CB-ID
            END-IF.

         CHECK-PICKUP-DATE.
      *    Data real, dia util e antecedencia minima em dias uteis
      *    contados da data do movimento (DATESRV).
            MOVE "N" TO WS-DATE-OK
            MOVE "VALIDATE" TO WS-DS-FUNC
            MOVE WS-CB-DATE TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP
            IF WS-DS-DISP NOT = "S"
               DISPLAY "0\INVALID"
               DISPLAY "#Data invalida - use AAAA-MM-DD"
            ELSE
               MOVE "ISBD" TO WS-DS-FUNC
               MOVE WS-CB-DATE TO WS-DS-IN
               CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
                  WS-DS-DAYS, WS-DS-DISP
               IF WS-DS-DISP NOT = "S"
                  DISPLAY "0\INVALID"
                  DISPLAY "#" WS-CB-DATE " nao e dia util"
               ELSE IF WS-CB-DATE NOT > WS-BUS-DATE
                  DISPLAY "0\INVALID"
                  DISPLAY "#Data do saque deve ser posterior ao "
                     "movimento " WS-BUS-DATE
               ELSE
                  MOVE "BDCOUNT" TO WS-DS-FUNC
                  MOVE WS-BUS-DATE TO WS-DS-IN
                  MOVE WS-CB-DATE TO WS-DS-OUT
                  MOVE 0 TO WS-DS-DAYS
                  CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN,
                     WS-DS-OUT, WS-DS-DAYS, WS-DS-DISP
                  IF WS-DS-DISP NOT = "S"
                     DISPLAY "0\INVALID"
                     DISPLAY "#Falha ao contar dias uteis"
                  ELSE IF WS-DS-DAYS < WS-CB-NOTICE-DAYS
                     DISPLAY "0\NOTICE"
                     DISPLAY "#Antecedencia minima de "
                        WS-CB-NOTICE-DAYS " dia(s) util(eis) - "
                        WS-CB-DATE " esta a " WS-DS-DAYS
                  ELSE
                     MOVE "S" TO WS-DATE-OK
                  END-IF
                  END-IF
               END-IF
               END-IF
            END-IF.

         NEW-BOOKING.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Conta: " NO ADVANCING
               ACCEPT WS-CB-ACCOUNT
            ELSE
               MOVE WS-CMD-ARGS TO WS-CB-ACCOUNT
            END-IF
            DISPLAY "#Valor do saque: " NO ADVANCING
            MOVE 0 TO WS-CB-AMOUNT
            ACCEPT WS-CB-AMOUNT
            DISPLAY "#Data do saque (AAAA-MM-DD): " NO ADVANCING
            MOVE SPACES TO WS-CB-DATE
            ACCEPT WS-CB-DATE
            DISPLAY "#Agencia de retirada (em branco = a da conta): "
               NO ADVANCING
            MOVE SPACES TO WS-CB-BRANCH
            ACCEPT WS-CB-BRANCH
            DISPLAY "#Observacao: " NO ADVANCING
            MOVE SPACES TO WS-CB-NOTE
            ACCEPT WS-CB-NOTE
            INSPECT WS-CB-BRANCH CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            MOVE SPACES TO WS-ACCT-STATUS
            MOVE SPACES TO WS-ACCT-BRANCH
            MOVE 0 TO WS-CB-DUP
            EXEC SQL
               SELECT COALESCE(account_status(:WS-CB-ACCOUNT), ' '),
                      COALESCE(account_branch(:WS-CB-ACCOUNT), 'HQ'),
                      (SELECT COUNT(*) FROM cash_bookings
                       WHERE account = :WS-CB-ACCOUNT
                         AND pickup_date = :WS-CB-DATE::date
                         AND status = 'BOOKED')
               INTO :WS-ACCT-STATUS, :WS-ACCT-BRANCH, :WS-CB-DUP
            END-EXEC
            IF SQLCODE = ZERO AND WS-CB-BRANCH = SPACES
               MOVE WS-ACCT-BRANCH TO WS-CB-BRANCH
            END-IF

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               EXEC SQL
                  ROLLBACK
               END-EXEC
            ELSE IF WS-ACCT-STATUS NOT = "ACTIVE"
               DISPLAY "0\ACCOUNT"
               DISPLAY "#Conta " WS-CB-ACCOUNT " inexistente ou nao "
                  "ativa (" WS-ACCT-STATUS ")"
            ELSE IF WS-CB-AMOUNT < WS-CB-THRESHOLD
               MOVE WS-CB-THRESHOLD TO WS-ED-AMOUNT
               DISPLAY "0\INVALID"
               DISPLAY "#Saque abaixo de " WS-ED-AMOUNT
                  " nao precisa de agendamento"
            ELSE IF WS-CB-DUP > 0
               DISPLAY "0\DUPLICATE"
               DISPLAY "#Conta ja tem saque agendado para "
                  WS-CB-DATE " - cancele o anterior para mudar"
            ELSE
               PERFORM CHECK-PICKUP-DATE
               IF WS-DATE-OK = "S"
                  PERFORM INSERT-BOOKING
                  MOVE "CB-NEW" TO WS-LOG-ACTION
                  MOVE WS-CB-AMOUNT TO WS-LOG-VALUE
                  PERFORM FINISH-CHANGE
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

         INSERT-BOOKING.
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO cash_bookings
                  (account, branch, amount, pickup_date, status, note,
                   booked_by, booked_at)
               VALUES (:WS-CB-ACCOUNT, :WS-CB-BRANCH, :WS-CB-AMOUNT,
                       :WS-CB-DATE::date, 'BOOKED',
                       NULLIF(TRIM(:WS-CB-NOTE), ''),
                       :WS-OPERATOR-USER, now())
               RETURNING id INTO :WS-CB-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-BOOKING-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF.

         CANCEL-BOOKING.
            PERFORM GET-BOOKING-ARG
            DISPLAY "#Motivo: " NO ADVANCING
            MOVE SPACES TO WS-CB-REASON
            ACCEPT WS-CB-REASON
            PERFORM FETCH-BOOKING

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CB-FOUND = 0
               DISPLAY "0\BOOKING"
               DISPLAY "#Agendamento " WS-CB-ID " nao encontrado"
            ELSE IF WS-CB-STATUS NOT = "BOOKED"
               DISPLAY "0\BOOKING"
               DISPLAY "#Agendamento " WS-CB-ID " ja esta "
                  WS-CB-STATUS
            ELSE IF WS-CB-REASON = SPACES
               DISPLAY "0\INVALID"
               DISPLAY "#Motivo e obrigatorio"
            ELSE
               PERFORM READ-BOOKING-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
               EXEC SQL
                  UPDATE cash_bookings
                  SET status = 'CANCELLED',
                      closed_by = :WS-OPERATOR-USER,
                      closed_at = now(), close_reason = :WS-CB-REASON
                  WHERE id = :WS-CB-ID
                    AND status = 'BOOKED'
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE SQLERRD(3) TO WS-CHG-ROWS
                  PERFORM READ-BOOKING-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
               MOVE "CB-CANCEL" TO WS-LOG-ACTION
               MOVE WS-CB-AMOUNT TO WS-LOG-VALUE
               PERFORM FINISH-CHANGE
            END-IF
            END-IF
            END-IF
            END-IF.

         FETCH-BOOKING.
            MOVE 0 TO WS-CB-FOUND
            EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(account), 0),
                      COALESCE(MAX(branch), ' '),
                      COALESCE(MAX(amount), 0),
                      COALESCE(MAX(TO_CHAR(pickup_date,
                                           'YYYY-MM-DD')), ' '),
                      COALESCE(MAX(status), ' '),
                      COALESCE(MAX(note), ' '),
                      COALESCE(MAX(booked_by), ' '),
                      COALESCE(MAX(used_amount), 0),
                      COALESCE(MAX(close_reason), ' ')
               INTO :WS-CB-FOUND, :WS-CB-ACCOUNT, :WS-CB-BRANCH,
                    :WS-CB-AMOUNT, :WS-CB-DATE, :WS-CB-STATUS,
                    :WS-CB-NOTE, :WS-CB-BOOKED-BY,
                    :WS-CB-USED-AMOUNT, :WS-CB-REASON
               FROM cash_bookings
               WHERE id = :WS-CB-ID
            END-EXEC.

         SHOW-BOOKING.
            PERFORM GET-BOOKING-ARG
            PERFORM FETCH-BOOKING
            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CB-FOUND = 0
               DISPLAY "0\BOOKING"
               DISPLAY "#Agendamento " WS-CB-ID " nao encontrado"
            ELSE
               MOVE WS-CB-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "1\CB-SHOW\" WS-CB-ID
               DISPLAY "#Conta    : " WS-CB-ACCOUNT " agencia "
                  WS-CB-BRANCH
               DISPLAY "#Valor    : " WS-ED-AMOUNT
               DISPLAY "#Data     : " WS-CB-DATE
               DISPLAY "#Situacao : " WS-CB-STATUS
               DISPLAY "#Agendado : " WS-CB-BOOKED-BY
               DISPLAY "#Obs.     : " WS-CB-NOTE
               IF WS-CB-STATUS = "USED"
                  MOVE WS-CB-USED-AMOUNT TO WS-ED-AMOUNT
                  DISPLAY "#Sacado   : " WS-ED-AMOUNT
               END-IF
               IF WS-CB-STATUS = "CANCELLED"
                  OR WS-CB-STATUS = "EXPIRED"
                  DISPLAY "#Motivo   : " WS-CB-REASON
               END-IF
            END-IF
            END-IF.

         LIST-BOOKINGS.
      *    Agendamentos em aberto de uma data, ou de todas a partir do
      *    movimento quando a data nao e informada.
            MOVE SPACES TO WS-CB-DATE
            MOVE WS-CMD-ARGS TO WS-CB-DATE

            EXEC SQL
               DECLARE CB-LIST-CUR CURSOR FOR
               SELECT id, account, branch, amount,
                      TO_CHAR(pickup_date, 'YYYY-MM-DD')
               FROM cash_bookings
               WHERE status = 'BOOKED'
                 AND ((TRIM(:WS-CB-DATE) = ''
                       AND pickup_date >= :WS-BUS-DATE::date)
                   OR (TRIM(:WS-CB-DATE) <> ''
                       AND TO_CHAR(pickup_date, 'YYYY-MM-DD')
                           = TRIM(:WS-CB-DATE)))
               ORDER BY pickup_date, branch, id
            END-EXEC

            EXEC SQL
               OPEN CB-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\CB-LIST\" WS-CB-DATE
               MOVE 0 TO WS-LIST-COUNT
               MOVE 0 TO WS-LIST-TOTAL
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-LIST-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE CB-LIST-CUR
               END-EXEC
               MOVE WS-LIST-TOTAL TO WS-ED-AMOUNT
               DISPLAY "#" WS-LIST-COUNT " agendamento(s), total "
                  WS-ED-AMOUNT
            END-IF.

         FETCH-LIST-ROW.
            EXEC SQL
               FETCH CB-LIST-CUR
               INTO :WS-CB-ID, :WS-CB-ACCOUNT, :WS-CB-BRANCH,
                    :WS-CB-AMOUNT, :WS-CB-DATE
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
               ADD WS-CB-AMOUNT TO WS-LIST-TOTAL
               MOVE WS-CB-AMOUNT TO WS-ED-AMOUNT
               DISPLAY "saque\" WS-CB-ID "\" WS-CB-DATE "\"
                  WS-CB-BRANCH "\" WS-CB-ACCOUNT "\" WS-ED-AMOUNT
            END-IF
            END-IF.

         FINISH-CHANGE.
      *    Fecho comum das alteracoes: ROLLBACK com o erro, ou COMMIT,
      *    resposta ao balcao e log com a acao em WS-LOG-ACTION.
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
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\" WS-LOG-ACTION "\" WS-CHG-KEY
               DISPLAY "#" WS-CHG-TABLE " " WS-CHG-KEY " gravado"

               MOVE "OK"   TO WS-LOG-STATUS
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-CHG-TABLE " " WS-CHG-KEY " conta "
                  WS-CB-ACCOUNT " data " WS-CB-DATE " operador "
                  WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-BOOKING-IMAGE.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM cash_bookings t
               WHERE id = :WS-CB-ID
            END-EXEC
            MOVE "cash_bookings" TO WS-CHG-TABLE
            MOVE WS-CB-ID TO WS-CHG-KEY
            MOVE WS-CB-ACCOUNT TO WS-CHG-ACCOUNT
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

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao.
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
               DISPLAY "0\STATUS"
               DISPLAY "#Conexao com o banco finalizada"
            END-IF.

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Maintenance Program
      *
      *  Receivables discount desk (desconto de titulos) - a company
      *  with a registered collection agreement (COBR-REMESSA) is paid
      *  today for its open registered boletos instead of waiting for
      *  the due dates. The operator picks the titles; each one is
      *  priced by the DISCOUNT rate in rate_tables (GETRATE, term
      *  band in days to maturity, monthly rate) over the days from
      *  the business date to its due date - discount = face x rate x
      *  days / 30 - and carries the credit IOF (daily rate over the
      *  days to maturity, capped at 365, plus the additional rate -
      *  the same IOF_LOAN_DAILY_RATE / IOF_ADDL_RATE LOANCET uses).
      *  The face value of the titles still open in the agreement's
      *  operations plus the new ones may not pass the agreement's
      *  discount_limit. The net proceeds (face less discount less
      *  IOF) are credited at once through post_transfer() from the
      *  discount funding account (parameter DISC_FUNDING_ACCOUNT) -
      *  operation, titles and credit commit together or nothing does.
      *
      *  From then on the title belongs to the operation: when the
      *  payer settles the boleto COBRSETTLE sends the face value
      *  back to the funding account, and a title still unpaid after
      *  its due date is debited back to the company by
      *  DISC-RECOURSE. LOAN-PROV rates the operations (op type DISC)
      *  and SCR-REPORT reports them with the rest of the book.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 DISC-MAINT.
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

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         01  WS-BUS-DATE             PIC X(10) VALUE SPACES.
         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.

      *    Convenio de cobranca da empresa e o limite de desconto.
         01  WS-AGR-ID               PIC 9(9)  VALUE 0.
         01  WS-AGR-CODE             PIC X(10) VALUE SPACES.
         01  WS-AGR-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-AGR-STATUS           PIC X(10) VALUE SPACES.
         01  WS-AGR-LIMIT            PIC 9(13)V99 VALUE 0.
         01  WS-AGR-USED             PIC 9(13)V99 VALUE 0.

      *    Titulo em exame (elegibilidade e listagem).
         01  WS-DT-BOLETO            PIC 9(9)  VALUE 0.
         01  WS-DT-THEIR-NUMBER      PIC X(15) VALUE SPACES.
         01  WS-DT-FACE              PIC 9(10)V99 VALUE 0.
         01  WS-DT-DUE               PIC X(10) VALUE SPACES.
         01  WS-DT-DAYS              PIC 9(5)  VALUE 0.
         01  WS-DT-RATE              PIC 9(1)V9(4) VALUE 0.
         01  WS-DT-DISCOUNT          PIC 9(10)V99 VALUE 0.
         01  WS-DT-IOF               PIC 9(10)V99 VALUE 0.

      *    Operacao de desconto.
         01  WS-OP-ID                PIC 9(9)  VALUE 0.
         01  WS-OP-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-OP-DATE              PIC X(10) VALUE SPACES.
         01  WS-OP-COUNT             PIC 9(3)  VALUE 0.
         01  WS-OP-FACE              PIC 9(13)V99 VALUE 0.
         01  WS-OP-DISCOUNT          PIC 9(13)V99 VALUE 0.
         01  WS-OP-IOF               PIC 9(13)V99 VALUE 0.
         01  WS-OP-NET               PIC 9(13)V99 VALUE 0.
         01  WS-OP-STATUS            PIC X(10) VALUE SPACES.
         01  WS-OP-RESULT            PIC X(20) VALUE SPACES.

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

      *    Titulos escolhidos para a operacao, ja precificados.
         01  WS-TTL-TABLE.
             05  WS-TTL-ENTRY OCCURS 50.
                 10  WS-TTL-BOLETO       PIC 9(9).
                 10  WS-TTL-FACE         PIC 9(10)V99.
                 10  WS-TTL-DUE          PIC X(10).
                 10  WS-TTL-DAYS         PIC 9(5).
                 10  WS-TTL-RATE         PIC 9(1)V9(4).
                 10  WS-TTL-DISCOUNT     PIC 9(10)V99.
                 10  WS-TTL-IOF          PIC 9(10)V99.
         01  WS-TTL-COUNT           PIC 9(3)  VALUE 0.
         01  WS-TTL-IX              PIC 9(3)  VALUE 0.
         01  WS-TTL-DUP             PIC X(1)  VALUE "N".
         01  WS-TTL-INPUT           PIC 9(9)  VALUE 0.
         01  WS-TTL-DONE            PIC X(1)  VALUE "N".

      *    Tabela de taxas (GETRATE) - produto DISCOUNT, faixa em dias.
         01  WS-RT-PRODUCT          PIC X(10) VALUE "DISCOUNT".
         01  WS-RT-TERM             PIC 9(5)  VALUE 0.
         01  WS-RT-DATE             PIC X(10) VALUE SPACES.
         01  WS-RT-RATE             PIC 9(1)V9(4) VALUE 0.
         01  WS-RT-DISP             PIC X(1)  VALUE SPACE.

      *    Aliquotas do IOF de credito - as mesmas do LOANCET.
         01  WS-IOF-DAILY-RATE      PIC 9(1)V9(6) VALUE 0,000082.
         01  WS-IOF-ADDL-RATE       PIC 9(1)V9(4) VALUE 0,0038.
         01  WS-IOF-DAYS            PIC 9(3)  VALUE 0.
         01  WS-DAILY-ENV           PIC X(10) VALUE SPACES.
         01  WS-ADDL-ENV            PIC X(10) VALUE SPACES.

         01  WS-PARAM-NAME          PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE         PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP          PIC X(1)  VALUE SPACE.

         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-AGR-FOUND           PIC X(1)  VALUE "N".
         01  WS-ANSWER              PIC X(1)  VALUE SPACE.
         01  WS-AGR-AVAILABLE       PIC S9(13)V99 VALUE 0.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "DISC-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "DISCMAINT".
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
            PERFORM LOAD-IOF-RATES
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               PERFORM LOAD-DB-POLICY
               PERFORM WAIT-CMD UNTIL WS-CMD = "EXIT"
               PERFORM FIM-PROGRAMA
            END-IF
            STOP RUN.

         LOAD-IOF-RATES.
            MOVE 0,000082 TO WS-IOF-DAILY-RATE
            ACCEPT WS-DAILY-ENV FROM ENVIRONMENT "IOF_LOAN_DAILY_RATE"
            IF WS-DAILY-ENV IS NUMERIC AND WS-DAILY-ENV NOT = SPACES
               MOVE WS-DAILY-ENV TO WS-IOF-DAILY-RATE
            END-IF

            MOVE 0,0038 TO WS-IOF-ADDL-RATE
            ACCEPT WS-ADDL-ENV FROM ENVIRONMENT "IOF_ADDL_RATE"
            IF WS-ADDL-ENV IS NUMERIC AND WS-ADDL-ENV NOT = SPACES
               MOVE WS-ADDL-ENV TO WS-IOF-ADDL-RATE
            END-IF.

         LOAD-DB-POLICY.
      *    Conta de funding do desconto e adicional do IOF - catalogo
      *    central de parametros.
            MOVE "DISC_FUNDING_ACCOUNT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-FUNDING-ACCOUNT
            END-IF

            MOVE "IOF_ADDL_RATE" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-IOF-ADDL-RATE
            END-IF.

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
               DISPLAY "#Desconto de titulos - digite HELP para ajuda"
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
            DISPLAY "=== DESCONTO DE TITULOS ==="
            DISPLAY "TITLES  : Limite e titulos descontaveis de um "
               "convenio"
            DISPLAY "DISCOUNT: Desconta titulos e credita o liquido"
            DISPLAY "LIST    : Lista as operacoes de um convenio"
            DISPLAY "HELP    : Mostra este menu de ajuda"
            DISPLAY "EXIT    : Finaliza o programa"
            DISPLAY "============================"
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
               WHEN "TITLES"   PERFORM LIST-ELIGIBLE-TITLES
               WHEN "DISCOUNT" PERFORM DISCOUNT-TITLES
               WHEN "LIST"     PERFORM LIST-OPERATIONS
               WHEN "HELP"     PERFORM MENU-HELP
               WHEN "EXIT"     CONTINUE
               WHEN "QUIT"     MOVE "EXIT" TO WS-CMD
               WHEN OTHER
                  DISPLAY "0\INVALID"
                  DISPLAY "#Comando invalido - digite HELP para ajuda"
            END-EVALUATE.

         ASK-AGREEMENT.
            IF WS-CMD-ARGS = SPACES
               DISPLAY "#Id do convenio de cobranca: " NO ADVANCING
               ACCEPT WS-AGR-ID
            ELSE
               MOVE WS-CMD-ARGS TO WS-AGR-ID
            END-IF.

         READ-AGREEMENT.
      *    Convenio ativo com limite de desconto; o usado e a face dos
      *    titulos ainda em aberto nas operacoes do convenio.
            MOVE "N" TO WS-AGR-FOUND
            EXEC SQL
               SELECT a.agreement_code, a.account, a.status,
                      COALESCE(a.discount_limit, 0),
                      COALESCE((SELECT SUM(t.face_amount)
                                FROM discount_titles t
                                JOIN discount_operations d
                                  ON d.id = t.operation_id
                                WHERE d.agreement_id = a.id
                                  AND t.status = 'OPEN'), 0)
               INTO :WS-AGR-CODE, :WS-AGR-ACCOUNT, :WS-AGR-STATUS,
                    :WS-AGR-LIMIT, :WS-AGR-USED
               FROM cobr_agreements a
               WHERE a.id = :WS-AGR-ID
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Convenio de cobranca nao encontrado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-AGR-STATUS NOT = "ACTIVE"
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Convenio " WS-AGR-CODE " nao esta ativo"
            ELSE IF WS-AGR-LIMIT = 0
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Convenio " WS-AGR-CODE
                  " sem limite de desconto"
            ELSE
               MOVE "S" TO WS-AGR-FOUND
               COMPUTE WS-AGR-AVAILABLE = WS-AGR-LIMIT - WS-AGR-USED
            END-IF
            END-IF
            END-IF
            END-IF.

         LIST-ELIGIBLE-TITLES.
      *    Titulos registrados em aberto, a vencer e ainda nao
      *    descontados, com os dias ate o vencimento.
            PERFORM ASK-AGREEMENT
            PERFORM READ-AGREEMENT
            IF WS-AGR-FOUND = "S"
               EXEC SQL
                  DECLARE DISC-ELIG-CUR CURSOR FOR
                  SELECT b.id, b.their_number, b.amount,
                         TO_CHAR(b.due_date, 'YYYY-MM-DD'),
                         b.due_date - :WS-BUS-DATE::date
                  FROM boletos b
                  WHERE b.agreement_id = :WS-AGR-ID
                    AND b.status = 'OPEN'
                    AND b.due_date > :WS-BUS-DATE::date
                    AND NOT EXISTS
                        (SELECT 1 FROM discount_titles t
                         WHERE t.boleto_id = b.id)
                  ORDER BY b.due_date, b.id
               END-EXEC

               EXEC SQL
                  OPEN DISC-ELIG-CUR
               END-EXEC

               IF SQLCODE NOT = ZERO
                  MOVE SQLCODE TO SQLCODE-PASS
                  MOVE SQLSTATE TO SQLSTATE-PASS
                  MOVE SQLERRMC TO SQLERRMC-PASS
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  DISPLAY "1\DISC-TITLES\" WS-AGR-ID
                  DISPLAY "#Convenio " WS-AGR-CODE " conta "
                     WS-AGR-ACCOUNT
                  DISPLAY "#Limite " WS-AGR-LIMIT " usado "
                     WS-AGR-USED " disponivel " WS-AGR-AVAILABLE
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM FETCH-ELIGIBLE-ROW UNTIL WS-LIST-EOF = "Y"
                  EXEC SQL
                     CLOSE DISC-ELIG-CUR
                  END-EXEC
               END-IF
            END-IF.

         FETCH-ELIGIBLE-ROW.
            EXEC SQL
               FETCH DISC-ELIG-CUR
               INTO :WS-DT-BOLETO, :WS-DT-THEIR-NUMBER, :WS-DT-FACE,
                    :WS-DT-DUE, :WS-DT-DAYS
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
               DISPLAY "title\" WS-DT-BOLETO "\" WS-DT-THEIR-NUMBER
                  "\" WS-DT-FACE "\" WS-DT-DUE "\" WS-DT-DAYS
            END-IF
            END-IF.

         DISCOUNT-TITLES.
      *    Escolha dos titulos (id do boleto, um por linha, zero
      *    encerra), preco de cada um, limite, confirmacao e credito.
            PERFORM ASK-AGREEMENT
            PERFORM READ-AGREEMENT
            IF WS-AGR-FOUND = "S"
               IF WS-FUNDING-ACCOUNT = 0
                  DISPLAY "0\DISCOUNT"
                  DISPLAY "#DISC_FUNDING_ACCOUNT nao cadastrada - "
                     "desconto impossivel"
               ELSE
                  MOVE 0 TO WS-TTL-COUNT
                  MOVE 0 TO WS-OP-FACE
                  MOVE 0 TO WS-OP-DISCOUNT
                  MOVE 0 TO WS-OP-IOF
                  MOVE "N" TO WS-TTL-DONE
                  PERFORM ACCEPT-ONE-TITLE UNTIL WS-TTL-DONE = "S"
                  PERFORM CONFIRM-OPERATION
               END-IF
            END-IF.

         ACCEPT-ONE-TITLE.
            DISPLAY "#Id do boleto (0 encerra): " NO ADVANCING
            ACCEPT WS-TTL-INPUT
            IF WS-TTL-INPUT = 0
               MOVE "S" TO WS-TTL-DONE
            ELSE
               MOVE "N" TO WS-TTL-DUP
               PERFORM CHECK-DUPLICATE-TITLE
                  VARYING WS-TTL-IX FROM 1 BY 1
                  UNTIL WS-TTL-IX > WS-TTL-COUNT
               IF WS-TTL-DUP = "S"
                  DISPLAY "#Boleto " WS-TTL-INPUT " ja escolhido"
               ELSE
                  PERFORM PRICE-TITLE
               END-IF
               IF WS-TTL-COUNT = 50
                  DISPLAY "#Maximo de 50 titulos por operacao"
                  MOVE "S" TO WS-TTL-DONE
               END-IF
            END-IF.

         CHECK-DUPLICATE-TITLE.
            IF WS-TTL-BOLETO (WS-TTL-IX) = WS-TTL-INPUT
               MOVE "S" TO WS-TTL-DUP
            END-IF.

         PRICE-TITLE.
      *    So titulo do proprio convenio, em aberto, a vencer e nunca
      *    descontado antes.
            MOVE WS-TTL-INPUT TO WS-DT-BOLETO
            EXEC SQL
               SELECT b.amount, TO_CHAR(b.due_date, 'YYYY-MM-DD'),
                      b.due_date - :WS-BUS-DATE::date
               INTO :WS-DT-FACE, :WS-DT-DUE, :WS-DT-DAYS
               FROM boletos b
               WHERE b.id = :WS-DT-BOLETO
                 AND b.agreement_id = :WS-AGR-ID
                 AND b.status = 'OPEN'
                 AND b.due_date > :WS-BUS-DATE::date
                 AND NOT EXISTS
                     (SELECT 1 FROM discount_titles t
                      WHERE t.boleto_id = b.id)
            END-EXEC

            IF SQLCODE = 100
               DISPLAY "#Boleto " WS-DT-BOLETO " nao descontavel - "
                  "fora do convenio, vencido, pago ou ja descontado"
            ELSE IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE WS-DT-DAYS TO WS-RT-TERM
               MOVE WS-BUS-DATE TO WS-RT-DATE
               CALL "GETRATE" USING WS-RT-PRODUCT, WS-RT-TERM,
                  WS-RT-DATE, WS-RT-RATE, WS-RT-DISP
               IF WS-RT-DISP NOT = "S"
                  DISPLAY "#Sem taxa DISCOUNT vigente para "
                     WS-DT-DAYS " dia(s) - boleto " WS-DT-BOLETO
                     " recusado"
               ELSE
                  MOVE WS-RT-RATE TO WS-DT-RATE
                  COMPUTE WS-DT-DISCOUNT ROUNDED =
                     WS-DT-FACE * WS-DT-RATE * WS-DT-DAYS / 30
                  MOVE WS-DT-DAYS TO WS-IOF-DAYS
                  IF WS-DT-DAYS > 365
                     MOVE 365 TO WS-IOF-DAYS
                  END-IF
                  COMPUTE WS-DT-IOF ROUNDED =
                     WS-DT-FACE * WS-IOF-DAILY-RATE * WS-IOF-DAYS
                     + WS-DT-FACE * WS-IOF-ADDL-RATE

                  ADD 1 TO WS-TTL-COUNT
                  MOVE WS-DT-BOLETO   TO WS-TTL-BOLETO (WS-TTL-COUNT)
                  MOVE WS-DT-FACE     TO WS-TTL-FACE (WS-TTL-COUNT)
                  MOVE WS-DT-DUE      TO WS-TTL-DUE (WS-TTL-COUNT)
                  MOVE WS-DT-DAYS     TO WS-TTL-DAYS (WS-TTL-COUNT)
                  MOVE WS-DT-RATE     TO WS-TTL-RATE (WS-TTL-COUNT)
                  MOVE WS-DT-DISCOUNT TO
                     WS-TTL-DISCOUNT (WS-TTL-COUNT)
                  MOVE WS-DT-IOF      TO WS-TTL-IOF (WS-TTL-COUNT)
                  ADD WS-DT-FACE     TO WS-OP-FACE
                  ADD WS-DT-DISCOUNT TO WS-OP-DISCOUNT
                  ADD WS-DT-IOF      TO WS-OP-IOF
                  DISPLAY "#Boleto " WS-DT-BOLETO " face " WS-DT-FACE
                     " " WS-DT-DAYS " dia(s) taxa " WS-DT-RATE
                     " desconto " WS-DT-DISCOUNT " IOF " WS-DT-IOF
               END-IF
            END-IF
            END-IF.

         CONFIRM-OPERATION.
      *    A face nova somada ao que ja esta em aberto nao passa do
      *    limite do convenio.
            IF WS-TTL-COUNT = 0
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Nenhum titulo escolhido - nada descontado"
            ELSE IF WS-OP-FACE > WS-AGR-AVAILABLE
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Limite excedido - face " WS-OP-FACE
                  " disponivel " WS-AGR-AVAILABLE
            ELSE IF WS-OP-DISCOUNT + WS-OP-IOF NOT < WS-OP-FACE
               DISPLAY "0\DISCOUNT"
               DISPLAY "#Desconto e IOF consomem a face - nada "
                  "descontado"
            ELSE
               COMPUTE WS-OP-NET =
                  WS-OP-FACE - WS-OP-DISCOUNT - WS-OP-IOF
               DISPLAY "#Titulos: " WS-TTL-COUNT " face " WS-OP-FACE
               DISPLAY "#Desconto: " WS-OP-DISCOUNT " IOF " WS-OP-IOF
               DISPLAY "#Liquido a creditar na conta " WS-AGR-ACCOUNT
                  ": " WS-OP-NET
               DISPLAY "#Confirma o desconto? (S/N): " NO ADVANCING
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "S" OR WS-ANSWER = "s"
                  PERFORM BOOK-OPERATION
               ELSE
                  DISPLAY "0\DISCOUNT"
                  DISPLAY "#Desconto nao confirmado - nada postado"
               END-IF
            END-IF
            END-IF
            END-IF.

         BOOK-OPERATION.
      *    Operacao, titulos, trilha e credito do liquido na mesma
      *    transacao - ou tudo comita ou nada.
            MOVE WS-TTL-COUNT TO WS-OP-COUNT
            MOVE SPACES TO WS-CHG-BEFORE
            EXEC SQL
               INSERT INTO discount_operations
                  (agreement_id, account, business_date, title_count,
                   face_amount, discount_amount, iof_amount,
                   net_amount, status, operator, created_at)
               VALUES (:WS-AGR-ID, :WS-AGR-ACCOUNT,
                       :WS-BUS-DATE::date, :WS-OP-COUNT, :WS-OP-FACE,
                       :WS-OP-DISCOUNT, :WS-OP-IOF, :WS-OP-NET,
                       'ACTIVE', :WS-OPERATOR-USER, now())
               RETURNING id INTO :WS-OP-ID
            END-EXEC

            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-OPERATION-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE = ZERO
               PERFORM INSERT-ONE-TITLE
                  VARYING WS-TTL-IX FROM 1 BY 1
                  UNTIL WS-TTL-IX > WS-TTL-COUNT OR SQLCODE NOT = ZERO
            END-IF

            IF SQLCODE = ZERO
               EXEC SQL
                  SELECT post_transfer(:WS-FUNDING-ACCOUNT,
                         :WS-AGR-ACCOUNT, :WS-OP-NET)
                  INTO :WS-OP-RESULT
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
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\DISC-GRANT\" WS-OP-ID
               DISPLAY "#Operacao " WS-OP-ID " - liquido " WS-OP-NET
                  " creditado na conta " WS-AGR-ACCOUNT

               MOVE "DISC-GRANT"  TO WS-LOG-ACTION
               MOVE "OK"          TO WS-LOG-STATUS
               MOVE WS-OP-NET     TO WS-LOG-VALUE
               MOVE SPACES        TO WS-LOG-MESSAGE
               STRING "operacao " WS-OP-ID " convenio " WS-AGR-CODE
                  " titulos " WS-OP-COUNT " face " WS-OP-FACE
                  " por " WS-OPERATOR-USER
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         INSERT-ONE-TITLE.
            MOVE WS-TTL-BOLETO (WS-TTL-IX)   TO WS-DT-BOLETO
            MOVE WS-TTL-FACE (WS-TTL-IX)     TO WS-DT-FACE
            MOVE WS-TTL-DUE (WS-TTL-IX)      TO WS-DT-DUE
            MOVE WS-TTL-DAYS (WS-TTL-IX)     TO WS-DT-DAYS
            MOVE WS-TTL-RATE (WS-TTL-IX)     TO WS-DT-RATE
            MOVE WS-TTL-DISCOUNT (WS-TTL-IX) TO WS-DT-DISCOUNT
            MOVE WS-TTL-IOF (WS-TTL-IX)      TO WS-DT-IOF
            EXEC SQL
               INSERT INTO discount_titles
                  (operation_id, boleto_id, face_amount, due_date,
                   days, rate, discount_amount, iof_amount, status)
               VALUES (:WS-OP-ID, :WS-DT-BOLETO, :WS-DT-FACE,
                       :WS-DT-DUE::date, :WS-DT-DAYS, :WS-DT-RATE,
                       :WS-DT-DISCOUNT, :WS-DT-IOF, 'OPEN')
            END-EXEC.

         READ-OPERATION-IMAGE.
      *    Imagem da operacao para a trilha de alteracoes.
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text
               INTO :WS-CHG-IMAGE
               FROM discount_operations t
               WHERE id = :WS-OP-ID
            END-EXEC
            MOVE "discount_operations" TO WS-CHG-TABLE
            MOVE WS-OP-ID TO WS-CHG-KEY
            MOVE WS-AGR-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC.

         LIST-OPERATIONS.
            PERFORM ASK-AGREEMENT
            EXEC SQL
               DECLARE DISC-LIST-CUR CURSOR FOR
               SELECT d.id, d.account,
                      TO_CHAR(d.business_date, 'YYYY-MM-DD'),
                      d.title_count, d.face_amount, d.net_amount,
                      COALESCE((SELECT SUM(t.face_amount)
                                FROM discount_titles t
                                WHERE t.operation_id = d.id
                                  AND t.status = 'OPEN'), 0),
                      d.status
               FROM discount_operations d
               WHERE d.agreement_id = :WS-AGR-ID
               ORDER BY d.id DESC
            END-EXEC

            EXEC SQL
               OPEN DISC-LIST-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               DISPLAY "1\DISC-LIST\" WS-AGR-ID
               MOVE "N" TO WS-LIST-EOF
               PERFORM FETCH-OPERATION-ROW UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE DISC-LIST-CUR
               END-EXEC
            END-IF.

         FETCH-OPERATION-ROW.
            EXEC SQL
               FETCH DISC-LIST-CUR
               INTO :WS-OP-ID, :WS-OP-ACCOUNT, :WS-OP-DATE,
                    :WS-OP-COUNT, :WS-OP-FACE, :WS-OP-NET,
                    :WS-AGR-USED, :WS-OP-STATUS
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
               DISPLAY "disc\" WS-OP-ID "\" WS-OP-ACCOUNT "\"
                  WS-OP-DATE "\" WS-OP-COUNT "\" WS-OP-FACE "\"
                  WS-OP-NET "\" WS-AGR-USED "\" WS-OP-STATUS
            END-IF
            END-IF.

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
      *    Data do movimento oficial (DATESRV) carimbada na sessao - os
      *    dias ate o vencimento contam dela.
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

      *  the same post_transfer() the engines use (into the
      *  CDB_FUNDING_ACCOUNT) and records the term_deposits contract;
      *  REDEEM pays an early redemption with the configured penalty
      *  over the accrued yield, refused while the deposit is pledged
      *  as collateral (COLL-MAINT) of a loan still ACTIVE. Maturity
      *  in full is paid by the nightly CDB-MATURE batch.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-CDB-MATURITY         PIC X(10) VALUE SPACES.
         01  WS-CDB-RESULT           PIC X(20) VALUE SPACES.
         01  WS-CDB-DAYS-HELD        PIC 9(5)  VALUE 0.
         01  WS-CDB-PLEDGED          PIC 9(5)  VALUE 0.

         01  WS-FUNDING-ACCOUNT      PIC 9(10) VALUE 0.
         01  WS-CDB-PAYOUT           PIC 9(10)V99 VALUE 0.

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
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CDB-MAINT".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-LOG-DATA.
             05  WS-LOG-SESSION-ID     PIC X(10) VALUE SPACES.
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "CDBMAINT".
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
               DISPLAY "#Mesa de CDB - digite HELP para ajuda"
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
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

      *    Movimento pode ter virado (EOD-CLOSE) com a mesa aberta.
            PERFORM STAMP-BUSINESS-DATE

            EVALUATE WS-CMD
               WHEN "OPEN"     PERFORM OPEN-DEPOSIT
               WHEN "REDEEM"   PERFORM REDEEM-DEPOSIT
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  MOVE SPACES TO WS-CHG-BEFORE
                  EXEC SQL
                     INSERT INTO term_deposits
                        (account, principal, yearly_rate, term_days,
                             'OPEN')
                     RETURNING id INTO :WS-CDB-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-DEPOSIT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL

            EXEC SQL
               SELECT account, principal, yearly_rate,
                      CURRENT_DATE - open_date,
                      (SELECT COUNT(*)
                       FROM collaterals a
                       JOIN collateral_links l
                         ON l.collateral_id = a.id
                       JOIN loan_contracts c ON c.id = l.contract_id
                       WHERE a.deposit_id = d.id
                         AND a.status = 'ACTIVE'
                         AND l.status = 'ACTIVE'
                         AND c.status = 'ACTIVE')
               INTO :WS-CDB-ACCOUNT, :WS-CDB-PRINCIPAL,
                    :WS-CDB-RATE, :WS-CDB-DAYS-HELD, :WS-CDB-PLEDGED
               FROM term_deposits d
               WHERE d.id = :WS-CDB-ID
                 AND d.status = 'OPEN'
            END-EXEC

            IF SQLCODE = 100
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE IF WS-CDB-PLEDGED > 0
      *        Empenhada em garantia de emprestimo ativo (COLL-MAINT) -
      *        so resgata depois de quitado o contrato ou baixada a
      *        garantia.
               DISPLAY "0\CDB"
               DISPLAY "#Aplicacao empenhada em garantia de "
                  "emprestimo ativo - resgate bloqueado"

               MOVE "CDB-REDEEM"   TO WS-LOG-ACTION
               MOVE "REFUSED"      TO WS-LOG-STATUS
               MOVE 0              TO WS-LOG-VALUE
               MOVE SPACES         TO WS-LOG-MESSAGE
               STRING "cdb " WS-CDB-ID " empenhado em garantia"
                  DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               CALL "LOGINSERT" USING WS-LOG-DATA
            ELSE
               COMPUTE WS-CDB-YIELD ROUNDED =
                  WS-CDB-PRINCIPAL * WS-CDB-RATE
                  CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                     SQLERRMC-PASS, WS-UTIL-DISP
               ELSE
                  PERFORM READ-DEPOSIT-IMAGE
                  MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
                  EXEC SQL
                     UPDATE term_deposits
                     SET status = 'REDEEMED',
                         closed_date = CURRENT_DATE
                     WHERE id = :WS-CDB-ID
                  END-EXEC
                  IF SQLCODE = ZERO
                     MOVE SQLERRD(3) TO WS-CHG-ROWS
                     PERFORM READ-DEPOSIT-IMAGE
                     MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
                     PERFORM WRITE-CHANGE-TRAIL
                  END-IF

                  IF SQLCODE NOT = ZERO
                     EXEC SQL
                     CALL "LOGINSERT" USING WS-LOG-DATA
                  END-IF
               END-IF
            END-IF
            END-IF.

         READ-DEPOSIT-IMAGE.
      *    Imagem da aplicacao para a trilha de alteracoes.
            MOVE "term_deposits" TO WS-CHG-TABLE
            MOVE WS-CDB-ID TO WS-CHG-KEY
            MOVE WS-CDB-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE SPACES TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM term_deposits t
               WHERE id = :WS-CDB-ID
            END-EXEC.

         LIST-DEPOSITS.
            EXEC SQL
               DECLARE CDB-LIST-CUR CURSOR FOR
                  WS-CDB-STATUS
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

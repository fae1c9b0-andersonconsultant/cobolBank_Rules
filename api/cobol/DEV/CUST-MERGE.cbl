      *  re-points every account get_holder_accounts() returns to the
      *  survivor's registered name, marks the duplicate MERGED in
      *  customers, writes one audit_journal line per moved account via
      *  JRNLWRITE and leaves a before/after report for the desk. Each
      *  repointed account and the duplicate's MERGED mark also go to
      *  the change trail (CHGAUDIT) in the same transaction.
      *  Passbook pointers (passbook_ptr) and the notify spool are
      *  keyed by account, so they travel with the account untouched.
      ******************************************************************
         01  WS-MRG-DUMMY            PIC 9(1)  VALUE 0.

         01  WS-CONN-PID             PIC 9(5)  VALUE 0.

      *    Imagens antes/depois para a trilha de alteracoes.
         01  WS-CHG-IMAGE           PIC X(2000) VALUE SPACES.
         01  WS-CHG-BEFORE          PIC X(2000) VALUE SPACES.
         01  WS-CHG-AFTER           PIC X(2000) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
             05  WS-JR-SESSION         PIC X(10) VALUE SPACES.
         01  WS-JRNL-DISP           PIC X(1) VALUE SPACE.

      *    Trilha de alteracoes (CHGAUDIT) - tabela, chave, conta e
      *    documento do cliente da linha alterada.
         01  WS-CHG-DATA.
             05  WS-CHG-TABLE          PIC X(30) VALUE SPACES.
             05  WS-CHG-KEY            PIC X(40) VALUE SPACES.
             05  WS-CHG-ACCOUNT        PIC 9(10) VALUE 0.
             05  WS-CHG-CUST-DOC       PIC X(14) VALUE SPACES.
             05  WS-CHG-OPERATOR       PIC X(20) VALUE SPACES.
             05  WS-CHG-SESSION        PIC X(10) VALUE SPACES.
             05  WS-CHG-PROGRAM        PIC X(14) VALUE "CUST-MERGE".
         01  WS-CHG-DISP            PIC X(1)  VALUE SPACE.
         01  WS-CHG-ROWS            PIC 9(9)  VALUE 0.

         01  WS-CMD                 PIC X(10) VALUE SPACE.
         01  WS-CMD-LINE            PIC X(40) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(29) VALUE SPACES.
                      :WS-SURV-NAME)
               INTO :WS-MRG-DUMMY
            END-EXEC
            IF SQLCODE = ZERO
               MOVE 1 TO WS-CHG-ROWS
               PERFORM READ-ACCOUNT-IMAGES
               IF SQLCODE = ZERO
                  PERFORM WRITE-CHANGE-TRAIL
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
               END-IF
            END-IF.

         READ-ACCOUNT-IMAGES.
      *    A conta so e acessada pelas funcoes do banco; o antes/depois
      *    da trilha e o titular gravado nela, como no relatorio.
            MOVE "accounts" TO WS-CHG-TABLE
            MOVE WS-MRG-ACCOUNT TO WS-CHG-KEY
            MOVE WS-MRG-ACCOUNT TO WS-CHG-ACCOUNT
            MOVE WS-SURV-DOC TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-BEFORE
            MOVE SPACES TO WS-CHG-AFTER
            EXEC SQL
               SELECT json_build_object('name',
                         TRIM(:WS-MRG-OLD-NAME))::text,
                      json_build_object('name',
                         TRIM(:WS-SURV-NAME))::text
               INTO :WS-CHG-BEFORE, :WS-CHG-AFTER
            END-EXEC.

         MARK-DUP-MERGED.
            PERFORM READ-DUP-IMAGE
            MOVE WS-CHG-IMAGE TO WS-CHG-BEFORE
            EXEC SQL
               UPDATE customers
               SET status = 'MERGED', merged_into = :WS-SURV-ID
               WHERE id = :WS-DUP-ID
            END-EXEC
            IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CHG-ROWS
               PERFORM READ-DUP-IMAGE
               MOVE WS-CHG-IMAGE TO WS-CHG-AFTER
               PERFORM WRITE-CHANGE-TRAIL
            END-IF

            IF SQLCODE NOT = ZERO
               EXEC SQL
               CALL "LOGINSERT" USING WS-LOG-DATA
            END-IF.

         READ-DUP-IMAGE.
      *    Imagem da linha do duplicado (situacao e merged_into).
            MOVE "customers" TO WS-CHG-TABLE
            MOVE WS-DUP-ID TO WS-CHG-KEY
            MOVE 0 TO WS-CHG-ACCOUNT
            MOVE WS-DUP-DOC TO WS-CHG-CUST-DOC
            MOVE SPACES TO WS-CHG-IMAGE
            EXEC SQL
               SELECT row_to_json(t)::text INTO :WS-CHG-IMAGE
               FROM customers t
               WHERE id = :WS-DUP-ID
            END-EXEC.

         WRITE-CHANGE-TRAIL.
      *    Trilha da alteracao que acabou de rodar (CHGAUDIT), ainda na
      *    mesma transacao. Sem trilha a alteracao nao comita: o
      *    SQLCODE volta negativo e o tratamento de erro que ja segue
      *    cada comando faz o ROLLBACK. Console sem operador no
      *    cadastro - quem assina e o usuario de banco da rotina.
            MOVE USERNAME TO WS-CHG-OPERATOR
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Before/after change trail writer for the master-data desks -
      *  called on an already-open connection (same pattern as
      *  JRNLWRITE) BEFORE the caller's COMMIT, so the change and its
      *  trail commit or roll back together. The caller hands over the
      *  whole row image before and after the change (row_to_json of
      *  the row, read by the caller around its own INSERT/UPDATE/
      *  DELETE); the field-level diff is done here, in the database,
      *  one change_audit line per field that actually changed, all
      *  under the same change_id taken from change_audit_seq.
      *
      *  CALL "CHGAUDIT" USING dados, imagem-antes, imagem-depois, disp
      *    imagem em branco = linha inexistente: antes em branco e
      *    inclusao (INSERT), depois em branco e exclusao (DELETE).
      *    disp "S" = trilha gravada; "N" = falha - o chamador desfaz
      *    a alteracao, como faz com o JRNLWRITE.
      *
      *  Conta e documento do cliente vao em colunas proprias para o
      *  CHG-FIND achar toda a historia de um cliente ou de uma conta,
      *  seja qual for a tabela alterada.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 CHG-AUDIT.
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
         01  WS-CA-TABLE             PIC X(30) VALUE SPACES.
         01  WS-CA-KEY               PIC X(40) VALUE SPACES.
         01  WS-CA-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-CA-CUST-DOC          PIC X(14) VALUE SPACES.
         01  WS-CA-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-CA-SESSION           PIC X(10) VALUE SPACES.
         01  WS-CA-PROGRAM           PIC X(14) VALUE SPACES.
         01  WS-CA-ACTION            PIC X(10) VALUE SPACES.
         01  WS-CA-BEFORE            PIC X(2000) VALUE SPACES.
         01  WS-CA-AFTER             PIC X(2000) VALUE SPACES.
         01  WS-CA-CHANGE-ID         PIC 9(12) VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         LINKAGE SECTION.
         01  LK-CHG-DATA.
             05  LK-CA-TABLE         PIC X(30).
             05  LK-CA-KEY           PIC X(40).
             05  LK-CA-ACCOUNT       PIC 9(10).
             05  LK-CA-CUST-DOC      PIC X(14).
             05  LK-CA-OPERATOR      PIC X(20).
             05  LK-CA-SESSION       PIC X(10).
             05  LK-CA-PROGRAM       PIC X(14).
         01  LK-BEFORE               PIC X(2000).
         01  LK-AFTER                PIC X(2000).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-CHG-DATA, LK-BEFORE,
               LK-AFTER, LK-DISPOSITION.
      ******************************************************************
         CHGAUDIT-RTN.
            ENTRY "CHGAUDIT" USING LK-CHG-DATA, LK-BEFORE, LK-AFTER,
               LK-DISPOSITION.
            MOVE LK-CA-TABLE    TO WS-CA-TABLE
            MOVE LK-CA-KEY      TO WS-CA-KEY
            MOVE LK-CA-ACCOUNT  TO WS-CA-ACCOUNT
            MOVE LK-CA-CUST-DOC TO WS-CA-CUST-DOC
            MOVE LK-CA-OPERATOR TO WS-CA-OPERATOR
            MOVE LK-CA-SESSION  TO WS-CA-SESSION
            MOVE LK-CA-PROGRAM  TO WS-CA-PROGRAM
            MOVE LK-BEFORE      TO WS-CA-BEFORE
            MOVE LK-AFTER       TO WS-CA-AFTER
            MOVE "N" TO LK-DISPOSITION

            IF WS-CA-BEFORE = SPACES AND WS-CA-AFTER = SPACES
      *        Nada a comparar - nenhuma linha existia nem passou a
      *        existir; nao ha o que registrar.
               MOVE "S" TO LK-DISPOSITION
            ELSE
               IF WS-CA-BEFORE = SPACES
                  MOVE "INSERT" TO WS-CA-ACTION
               ELSE IF WS-CA-AFTER = SPACES
                  MOVE "DELETE" TO WS-CA-ACTION
               ELSE
                  MOVE "UPDATE" TO WS-CA-ACTION
               END-IF
               END-IF
               PERFORM INSERT-CHANGE-ROWS
            END-IF.
            EXIT PROGRAM.

         INSERT-CHANGE-ROWS.
      *    Uma linha por campo cujo valor difere entre as imagens -
      *    na inclusao todos os campos preenchidos, na exclusao todos
      *    os que existiam. Campo igual nos dois lados nao entra.
            EXEC SQL
               SELECT nextval('change_audit_seq')
               INTO :WS-CA-CHANGE-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Trilha de alteracoes indisponivel - "
                  "alteracao recusada"
            ELSE
               EXEC SQL
                  INSERT INTO change_audit
                     (change_id, table_name, record_key, action,
                      field_name, before_value, after_value,
                      account, customer_doc, operator_user,
                      session_id, program, changed_at)
                  SELECT :WS-CA-CHANGE-ID, TRIM(:WS-CA-TABLE),
                         TRIM(:WS-CA-KEY), TRIM(:WS-CA-ACTION),
                         f.k, b.img ->> f.k, a.img ->> f.k,
                         :WS-CA-ACCOUNT, TRIM(:WS-CA-CUST-DOC),
                         TRIM(:WS-CA-OPERATOR), TRIM(:WS-CA-SESSION),
                         TRIM(:WS-CA-PROGRAM), now()
                  FROM (SELECT NULLIF(TRIM(:WS-CA-BEFORE), '')::jsonb
                               AS img) b,
                       (SELECT NULLIF(TRIM(:WS-CA-AFTER), '')::jsonb
                               AS img) a,
                       (SELECT jsonb_object_keys(
                                  COALESCE(NULLIF(TRIM(:WS-CA-AFTER),
                                           '')::jsonb,
                                           NULLIF(TRIM(:WS-CA-BEFORE),
                                           '')::jsonb)) AS k) f
                  WHERE (b.img ->> f.k) IS DISTINCT FROM
                        (a.img ->> f.k)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                  DISPLAY "#Falha na trilha de alteracoes - "
                     "alteracao recusada"
               ELSE
                  MOVE "S" TO LK-DISPOSITION
               END-IF
            END-IF.

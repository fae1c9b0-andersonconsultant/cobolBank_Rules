      *  (the WRITE-TRANSCRIPT files) and receipt records (the
      *  WRITE-RECEIPT file, filtered by session and account),
      *  regenerates the statement for the period from the same
      *  get_transfer() cursor GET-EXTRATO reads, adds the field-level
      *  change history of the account and its holder (change_audit,
      *  written by CHGAUDIT from the maintenance desks), and writes ONE
      *  indexed bundle file closing with a manifest of sources and
      *  record counts - legal hands the bundle over as-is.
      ******************************************************************
             05  RCP-REC-ACCOUNT     PIC 9(10).
             05  RCP-REC-AMOUNT      PIC 9(10)V99.
             05  RCP-REC-REF         PIC X(20).
             05  RCP-REC-OPERATOR    PIC X(20).
             05  RCP-REC-VALUE-DATE  PIC 9(8).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  WS-EXT-VALOR            PIC S9(10)V99.
         01  WS-EXT-SALDO            PIC S9(10)V99.

      *    Linha da trilha de alteracoes cadastrais.
         01  WS-CA-ID                PIC 9(12) VALUE 0.
         01  WS-CA-STAMP             PIC X(19) VALUE SPACES.
         01  WS-CA-TABLE             PIC X(30) VALUE SPACES.
         01  WS-CA-KEY               PIC X(40) VALUE SPACES.
         01  WS-CA-ACTION            PIC X(10) VALUE SPACES.
         01  WS-CA-FIELD             PIC X(40) VALUE SPACES.
         01  WS-CA-BEFORE            PIC X(200) VALUE SPACES.
         01  WS-CA-AFTER             PIC X(200) VALUE SPACES.
         01  WS-CA-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-CA-SESSION           PIC X(10) VALUE SPACES.

         EXEC SQL END DECLARE SECTION END-EXEC.

         01  WS-DB-STARTED           PIC X(1)  VALUE "N".
         01  WS-CNT-TRANSCRIPT       PIC 9(6)  VALUE 0.
         01  WS-CNT-RECEIPT          PIC 9(6)  VALUE 0.
         01  WS-CNT-STATEMENT        PIC 9(6)  VALUE 0.
         01  WS-CNT-CHANGE           PIC 9(6)  VALUE 0.

         01  WS-BUNDLE-PATH          PIC X(100) VALUE SPACES.
         01  WS-BUNDLE-STATUS        PIC X(2)  VALUE SPACES.
               PERFORM PACK-JOURNAL-SECTION
               PERFORM PACK-SESSION-SECTIONS
               PERFORM PACK-STATEMENT-SECTION
               PERFORM PACK-CHANGE-SECTION
               PERFORM WRITE-MANIFEST
               CLOSE BUNDLE-FILE

                        RCP-REC-OP " conta " RCP-REC-ACCOUNT
                        " valor " RCP-REC-AMOUNT
                        " ref " RCP-REC-REF
                        " oper " RCP-REC-OPERATOR
                        DELIMITED BY SIZE INTO BUNDLE-LINE
                     END-STRING
                     IF RCP-REC-VALUE-DATE NUMERIC AND
                        RCP-REC-VALUE-DATE > 0
                        WRITE BUNDLE-LINE
                        MOVE SPACES TO BUNDLE-LINE
                        STRING "      movimento " RCP-REC-VALUE-DATE
                           " (apos o corte)"
                           DELIMITED BY SIZE INTO BUNDLE-LINE
                        END-STRING
                     END-IF
                     WRITE BUNDLE-LINE
                  END-IF
            END-READ.
               TO BUNDLE-LINE
            WRITE BUNDLE-LINE

      *    Periodo anterior ao corte do HIST-ARCH vem de
      *    movement_archive, como no EXTRATO.
            EXEC SQL
               DECLARE EV-EXT-CUR CURSOR FOR
               SELECT tr_data, tr_descricao, tr_valor, tr_saldo
               FROM (
                  SELECT TO_CHAR(a.tr_data, 'YYYY-MM-DD') AS tr_data,
                         a.tr_descricao, a.tr_valor, a.tr_saldo,
                         0 AS h_src, a.seq AS h_seq
                  FROM movement_archive a
                  WHERE a.account = :WS-EV-ACCOUNT
                    AND TRIM(:WS-EV-FROM) <> ''
                    AND a.tr_data >=
                        CAST(NULLIF(TRIM(:WS-EV-FROM), '') AS date)
                    AND (TRIM(:WS-EV-TO) = ''
                         OR a.tr_data <=
                            CAST(NULLIF(TRIM(:WS-EV-TO), '') AS date))
                  UNION ALL
                  SELECT g.tr_data::text, g.tr_descricao, g.tr_valor,
                         g.tr_saldo, 1, ROW_NUMBER() OVER ()
                  FROM get_transfer(:WS-EV-ACCOUNT, :WS-EV-FROM,
                         :WS-EV-TO) g
                  WHERE TRIM(:WS-EV-FROM) = ''
                     OR g.tr_descricao <> 'SALDO ANTERIOR ARQUIVADO'
               ) h
               ORDER BY h_src, h_seq
            END-EXEC

            EXEC SQL
               WRITE BUNDLE-LINE
            END-IF.

         PACK-CHANGE-SECTION.
      *    Alteracoes cadastrais do periodo - da propria conta e do
      *    cadastro do titular (telefone, endereco, chaves, cartoes):
      *    responde ao "eu nunca troquei meu telefone".
            MOVE "[4] TRILHA DE ALTERACOES CADASTRAIS (change_audit)"
               TO BUNDLE-LINE
            WRITE BUNDLE-LINE

            EXEC SQL
               DECLARE EV-CA-CUR CURSOR FOR
               SELECT change_id,
                      TO_CHAR(changed_at, 'YYYY-MM-DD HH24:MI:SS'),
                      table_name, record_key, action, field_name,
                      COALESCE(before_value, ''),
                      COALESCE(after_value, ''),
                      operator_user, COALESCE(session_id, '')
               FROM change_audit
               WHERE (account = :WS-EV-ACCOUNT
                      OR customer_doc =
                         account_holder_doc(:WS-EV-ACCOUNT))
                 AND changed_at::date >= :WS-EV-FROM::date
                 AND changed_at::date <= :WS-EV-TO::date
               ORDER BY change_id, field_name
            END-EXEC

            EXEC SQL
               OPEN EV-CA-CUR
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM PACK-ONE-CHANGE UNTIL WS-LIST-EOF = "Y"
               EXEC SQL
                  CLOSE EV-CA-CUR
               END-EXEC
            END-IF.

         PACK-ONE-CHANGE.
            EXEC SQL
               FETCH EV-CA-CUR
               INTO :WS-CA-ID, :WS-CA-STAMP, :WS-CA-TABLE,
                    :WS-CA-KEY, :WS-CA-ACTION, :WS-CA-FIELD,
                    :WS-CA-BEFORE, :WS-CA-AFTER, :WS-CA-OPERATOR,
                    :WS-CA-SESSION
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
               ADD 1 TO WS-CNT-CHANGE
               MOVE SPACES TO BUNDLE-LINE
               STRING "  " WS-CA-STAMP " alt " WS-CA-ID " "
                  WS-CA-ACTION " " WS-CA-TABLE " " WS-CA-KEY
                  " operador " WS-CA-OPERATOR " sessao "
                  WS-CA-SESSION
                  DELIMITED BY SIZE INTO BUNDLE-LINE
               END-STRING
               WRITE BUNDLE-LINE
               MOVE SPACES TO BUNDLE-LINE
               STRING "    " WS-CA-FIELD " antes: "
                  WS-CA-BEFORE(1:50) " depois: " WS-CA-AFTER(1:50)
                  DELIMITED BY SIZE INTO BUNDLE-LINE
               END-STRING
               WRITE BUNDLE-LINE
            END-IF.

         WRITE-MANIFEST.
            MOVE "[5] MANIFESTO DE FONTES" TO BUNDLE-LINE
            WRITE BUNDLE-LINE

            MOVE SPACES TO BUNDLE-LINE
               WS-CNT-STATEMENT DELIMITED BY SIZE
               INTO BUNDLE-LINE
            END-STRING
            WRITE BUNDLE-LINE

            MOVE SPACES TO BUNDLE-LINE
            STRING "  campos alterados.........: "
               WS-CNT-CHANGE DELIMITED BY SIZE
               INTO BUNDLE-LINE
            END-STRING
            WRITE BUNDLE-LINE.

         FIM-PROGRAMA.

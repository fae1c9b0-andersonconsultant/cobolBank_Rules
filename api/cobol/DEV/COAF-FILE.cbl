      *  reportable case lives in coaf_cases with a lifecycle:
      *  PULL imports today's transactions at or above the AML
      *  threshold (the same cut AML-RPT declares, each log row
      *  imported once) and every sanctions/PEP screening hit the
      *  compliance desk CONFIRMED in SCRN-MAINT (each hit imported
      *  once, by hit_id), ADD registers a manual case from the
      *  compliance desk, FILE generates the fixed-layout declaration
      *  file with our filing sequence numbers and marks the cases
      *  FILED, ACK/NACK records the returned protocol as
      *    detail  : '1' + filing seq 9(6) + case id 9(9)
      *              + amount 9(13)V99 + detail X(50)
      *    trailer : '9' + case count 9(6)
      *
      *  The file produced is registered in the interface registry
      *  (FILEREG) as PRODUCED; sending and the partner's
      *  acknowledgement are marked at IFACE-MAINT.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************

         01  WS-NEXT-SEQ             PIC 9(6)  VALUE 0.
         01  WS-PULLED-COUNT         PIC 9(6)  VALUE 0.
         01  WS-PULLED-SCRN          PIC 9(6)  VALUE 0.
         01  WS-AML-THRESHOLD        PIC 9(10)V99 VALUE 50000,00.
         01  WS-DEADLINE-DAYS        PIC 9(3)  VALUE 1.
         01  WS-FILE-DATE            PIC X(10) VALUE SPACES.
             05  CF-COUNT            PIC 9(6).
             05  FILLER              PIC X(83) VALUE SPACES.

      *    Liberacao de supervisor para a justificativa de atraso -
      *    conferida no cadastro de operadores (OPERAUTH), como na
      *    Enginev3.
         01  WS-SUP-USER            PIC X(20) VALUE SPACES.
         01  WS-SUP-PASSWD          PIC X(20) VALUE SPACES.
         01  WS-SUP-OK              PIC X(1)  VALUE "N".
         01  WS-AUTH-FUNC           PIC X(8)  VALUE SPACES.
         01  WS-AUTH-ROLE           PIC X(10) VALUE SPACES.
         01  WS-AUTH-BRANCH         PIC X(6)  VALUE SPACES.
         01  WS-AUTH-DISP           PIC X(1)  VALUE SPACE.

      *    Diario de auditoria da justificativa.
         01  WS-JRNL-DATA.
         01  WS-CMD-LINE            PIC X(60) VALUE SPACES.
         01  WS-CMD-ARGS            PIC X(49) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "COAF-FILE".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "COAF".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COAFFILE".
                       WHERE c.log_id = l.id)
            END-EXEC

            IF SQLCODE = ZERO OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-PULLED-COUNT
      *        Ocorrencia de sancoes/PEP confirmada pelo compliance e
      *        comunicavel qualquer que seja o valor; log_id 0, como o
      *        caso manual, e o id da ocorrencia em hit_id.
               MOVE 0 TO WS-PULLED-SCRN
               EXEC SQL
                  INSERT INTO coaf_cases
                     (log_id, source, amount, detail, status,
                      flagged_at, hit_id)
                  SELECT 0, 'SCREENING', COALESCE(h.amount, 0),
                         LEFT(h.list_type || ' ' || h.context || ' '
                              || h.subject_name, 50),
                         'PREPARED', CURRENT_DATE, h.id
                  FROM screening_hits h
                  WHERE h.status = 'CONFIRMED'
                    AND NOT EXISTS (SELECT 1 FROM coaf_cases c
                          WHERE c.hit_id = h.id)
               END-EXEC
               IF SQLCODE = ZERO OR SQLCODE = 100
                  MOVE SQLERRD(3) TO WS-PULLED-SCRN
               END-IF
            END-IF

            IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                  ROLLBACK
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            ELSE
               ADD WS-PULLED-SCRN TO WS-PULLED-COUNT
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "1\COAF-PULL\" WS-PULLED-COUNT
               DISPLAY "#Casos importados do corte AML: "
                  WS-PULLED-COUNT
               DISPLAY "#Dos quais de triagem sancoes/PEP: "
                  WS-PULLED-SCRN

               MOVE "COAF-PULL" TO WS-LOG-ACTION
               MOVE "OK"        TO WS-LOG-STATUS
                  MOVE WS-FILED-COUNT TO CF-COUNT
                  WRITE COAF-OUT-LINE FROM WS-COAF-TRAILER
                  CLOSE COAF-OUT-FILE
                  MOVE WS-COAF-OUT-PATH TO WS-FREG-PATH
                  MOVE WS-FILED-COUNT TO WS-FREG-RECORDS
                  MOVE 0 TO WS-FREG-TOTAL
                  PERFORM REGISTER-OUTBOUND-FILE

                  DISPLAY "1\COAF-FILE\" WS-FILED-COUNT
                  DISPLAY "#Casos declarados: " WS-FILED-COUNT
            DISPLAY "#Justificativa do atraso: " NO ADVANCING
            ACCEPT WS-JUSTIFICATION

            IF WS-JUSTIFICATION = SPACES
               DISPLAY "0\COAF-JUSTIFY"
               DISPLAY "#Justificativa e obrigatoria"
            ELSE
               DISPLAY "#Usuario supervisor: " NO ADVANCING
               ACCEPT WS-SUP-USER
               DISPLAY "#Senha supervisor: " NO ADVANCING
               ACCEPT WS-SUP-PASSWD
               PERFORM VERIFY-SUPERVISOR

               IF WS-SUP-OK NOT = "S"
                  DISPLAY "0\COAF-JUSTIFY"
                  DISPLAY "#Credenciais de supervisor invalidas"
               ELSE
                     END-IF
                  END-IF
               END-IF
            END-IF.

         VERIFY-SUPERVISOR.
      *    Aval de supervisor - WS-SUP-USER e WS-SUP-PASSWD ja
      *    digitados. Vale o cadastro de operadores (OPERAUTH SUPERV:
      *    papel SUPERVISOR/ADMIN, ativo, senha certa), como nas
      *    liberacoes da Enginev3.
            MOVE "N" TO WS-SUP-OK
            INSPECT WS-SUP-USER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "abcdefghijklmnopqrstuvwxyz"
            IF WS-SUP-USER NOT = SPACES
               MOVE "SUPERV" TO WS-AUTH-FUNC
               CALL "OPERAUTH" USING WS-AUTH-FUNC, WS-SUP-USER,
                  WS-SUP-PASSWD, WS-AUTH-ROLE, WS-AUTH-BRANCH,
                  WS-AUTH-DISP
               IF WS-AUTH-DISP = "S"
                  MOVE "S" TO WS-SUP-OK
               END-IF
            END-IF
            MOVE SPACES TO WS-SUP-PASSWD.

         LIST-CASES.
            EXEC SQL
               DECLARE COAF-LIST-CUR CURSOR FOR
                  WS-CASE-AMOUNT
            END-IF.

         REGISTER-OUTBOUND-FILE.
      *    Arquivo de saida fechado entra no registro (FILEREG) como
      *    PRODUCED - envio e confirmacao sao marcados na IFACE-MAINT.
      *    Quem chama informa caminho, contagem e total de controle.
            MOVE "PRODUCE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
               DISPLAY "#Arquivo registrado para envio: "
                  WS-FREG-FILE-ID
            ELSE IF WS-FREG-DISP = "D"
               DISPLAY "#Mesmo conteudo ja registrado: "
                  WS-FREG-FILE-ID
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo gerado sem registro de interface - "
                  "conferir antes de enviar"
            END-IF
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"

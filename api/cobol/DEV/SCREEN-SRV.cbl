      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Sanctions and PEP screening service - called on an already-
      *  open connection (same pattern as JRNLWRITE) by every point
      *  that registers a customer or sends money to a named
      *  counterparty: CUST-MAINT (new customer and name change),
      *  Enginev3 (PIX and TED beneficiary), FX-MAINT (remittance
      *  beneficiary) and the nightly SCRN-RESCREEN.
      *
      *  The name is normalized - upper case, punctuation dropped,
      *  particles DE/DA/DO/DAS/DOS/DEL/DI and loose initials dropped.
      *  Candidates come from the ACTIVE list versions loaded by
      *  SCRN-LOAD, prefiltered in the database: same document, or a
      *  listed name with a word starting with the same three letters
      *  as one of the first four words of the subject. Each candidate
      *  is scored here word by word: a word matches the same word, or
      *  one at edit distance 1 (words of 5+ letters) or 2 (8+
      *  letters); the score is the Dice coefficient of the matched
      *  words, in percent. A score at or above SCREEN_MATCH_THRESHOLD
      *  (bank_params, default 80) or the same document is a possible
      *  hit: it is written to screening_hits as OPEN, in the caller's
      *  transaction, and the caller holds the operation for the
      *  compliance desk (SCRN-MAINT). A pair the desk already CLEARED
      *  (same subject, same listed name) does not hit again.
      *
      *  CALL "SCREEN" USING dados, disp
      *    funcao CHECK - triagem completa; disp "S" = nada encontrado,
      *                   "H" = possivel ocorrencia gravada (id, lista,
      *                   nome listado e score devolvidos), "F" = listas
      *                   indisponiveis ou erro - o chamador recusa a
      *                   operacao, a triagem nunca e pulada.
      *    funcao NORM  - so devolve o nome normalizado; o SCRN-LOAD
      *                   grava as listas pela mesma regra.
      *
      *  screening_hits: id, context, subject_name, subject_norm,
      *    subject_doc, account, amount, ref, list_id, entry_id,
      *    list_type, entry_name, entry_norm, score, status (OPEN/
      *    CLEARED/CONFIRMED), operator, session_id, created_at,
      *    decided_by, decided_at, decision_note
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SCREEN-SRV.
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
      *    Sujeito em triagem.
         01  WS-SV-CONTEXT           PIC X(10) VALUE SPACES.
         01  WS-SV-NAME              PIC X(60) VALUE SPACES.
         01  WS-SV-NORM              PIC X(60) VALUE SPACES.
         01  WS-SV-DOC               PIC X(14) VALUE SPACES.
         01  WS-SV-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-SV-AMOUNT            PIC 9(13)V99 VALUE 0.
         01  WS-SV-REF               PIC X(20) VALUE SPACES.
         01  WS-SV-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-SV-SESSION           PIC X(10) VALUE SPACES.

      *    Filtro previo - tres primeiras letras de ate quatro nomes.
         01  WS-SV-PAT-1             PIC X(6)  VALUE SPACES.
         01  WS-SV-PAT-2             PIC X(6)  VALUE SPACES.
         01  WS-SV-PAT-3             PIC X(6)  VALUE SPACES.
         01  WS-SV-PAT-4             PIC X(6)  VALUE SPACES.

      *    Candidato corrente da lista.
         01  WS-SV-ENTRY-ID          PIC 9(9)  VALUE 0.
         01  WS-SV-LIST-ID           PIC 9(9)  VALUE 0.
         01  WS-SV-LIST-TYPE         PIC X(10) VALUE SPACES.
         01  WS-SV-ENTRY-NAME        PIC X(60) VALUE SPACES.
         01  WS-SV-ENTRY-NORM        PIC X(60) VALUE SPACES.
         01  WS-SV-ENTRY-DOC         PIC X(14) VALUE SPACES.

      *    Melhor candidato acima do corte.
         01  WS-SV-BEST-ENTRY-ID     PIC 9(9)  VALUE 0.
         01  WS-SV-BEST-LIST-ID      PIC 9(9)  VALUE 0.
         01  WS-SV-BEST-LIST-TYPE    PIC X(10) VALUE SPACES.
         01  WS-SV-BEST-NAME         PIC X(60) VALUE SPACES.
         01  WS-SV-BEST-NORM         PIC X(60) VALUE SPACES.
         01  WS-SV-BEST-SCORE        PIC 9(3)  VALUE 0.

         01  WS-SV-ACTIVE-LISTS      PIC 9(5)  VALUE 0.
         01  WS-SV-CLEARED           PIC 9(5)  VALUE 0.
         01  WS-SV-HIT-ID            PIC 9(9)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Corte do score (percentual) - catalogo central, uma leitura
      *    por processo.
         01  WS-SV-THRESHOLD         PIC 9(3)  VALUE 80.
         01  WS-SV-POLICY-LOADED     PIC X(1)  VALUE "N".
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         01  WS-SV-EOF               PIC X(1)  VALUE "N".
         01  WS-SV-FAILED            PIC X(1)  VALUE "N".
         01  WS-SV-SCORE             PIC 9(3)  VALUE 0.
         01  WS-SV-MATCHED           PIC 9(2)  COMP VALUE 0.
         01  WS-SV-TOKEN-HIT         PIC X(1)  VALUE "N".

      *    Normalizacao - nome de trabalho, quebra em palavras e a
      *    lista de palavras que conta (sem particulas nem iniciais).
         01  WS-SV-WORK              PIC X(60) VALUE SPACES.
         01  WS-SV-PTR               PIC 9(3)  COMP VALUE 0.
         01  WS-SV-ONE-TOK           PIC X(20) VALUE SPACES.
         01  WS-SV-ONE-LEN           PIC 9(2)  COMP VALUE 0.
         01  WS-SV-SPLIT.
             05  WS-SV-SPLIT-TOK     PIC X(20) OCCURS 12.
         01  WS-SV-WK-TABLE.
             05  WS-SV-WK-ENTRY      OCCURS 10.
                 10  WS-SV-WK-TOK    PIC X(20).
                 10  WS-SV-WK-LEN    PIC 9(2) COMP.
         01  WS-SV-WK-CNT            PIC 9(2)  COMP VALUE 0.

      *    Palavras do sujeito e do candidato; a palavra do candidato
      *    ja casada nao casa de novo.
         01  WS-SV-IN-TABLE.
             05  WS-SV-IN-ENTRY      OCCURS 10.
                 10  WS-SV-IN-TOK    PIC X(20).
                 10  WS-SV-IN-LEN    PIC 9(2) COMP.
         01  WS-SV-IN-CNT            PIC 9(2)  COMP VALUE 0.
         01  WS-SV-CD-TABLE.
             05  WS-SV-CD-ENTRY      OCCURS 10.
                 10  WS-SV-CD-TOK    PIC X(20).
                 10  WS-SV-CD-LEN    PIC 9(2) COMP.
         01  WS-SV-CD-CNT            PIC 9(2)  COMP VALUE 0.
         01  WS-SV-CD-USED-TBL.
             05  WS-SV-CD-USED       PIC X(1)  OCCURS 10.

         01  WS-SV-IX                PIC 9(2)  COMP VALUE 0.
         01  WS-SV-IN-IX             PIC 9(2)  COMP VALUE 0.
         01  WS-SV-CD-IX             PIC 9(2)  COMP VALUE 0.

      *    Distancia de edicao entre duas palavras (Levenshtein), uma
      *    linha da matriz por vez.
         01  WS-LV-A                 PIC X(20) VALUE SPACES.
         01  WS-LV-B                 PIC X(20) VALUE SPACES.
         01  WS-LV-A-LEN             PIC 9(2)  COMP VALUE 0.
         01  WS-LV-B-LEN             PIC 9(2)  COMP VALUE 0.
         01  WS-LV-SHORT             PIC 9(2)  COMP VALUE 0.
         01  WS-LV-GAP               PIC 9(2)  COMP VALUE 0.
         01  WS-LV-I                 PIC 9(2)  COMP VALUE 0.
         01  WS-LV-J                 PIC 9(2)  COMP VALUE 0.
         01  WS-LV-COST              PIC 9(2)  COMP VALUE 0.
         01  WS-LV-BEST              PIC 9(2)  COMP VALUE 0.
         01  WS-LV-TRY               PIC 9(2)  COMP VALUE 0.
         01  WS-LV-DIST              PIC 9(2)  COMP VALUE 0.
         01  WS-LV-PREV-TBL.
             05  WS-LV-PREV          PIC 9(2)  COMP OCCURS 21.
         01  WS-LV-CUR-TBL.
             05  WS-LV-CUR           PIC 9(2)  COMP OCCURS 21.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-SCRN-DATA.
             05  LK-SC-FUNC          PIC X(8).
             05  LK-SC-CONTEXT       PIC X(10).
             05  LK-SC-NAME          PIC X(60).
             05  LK-SC-DOC           PIC X(14).
             05  LK-SC-ACCOUNT       PIC 9(10).
             05  LK-SC-AMOUNT        PIC 9(13)V99.
             05  LK-SC-REF           PIC X(20).
             05  LK-SC-OPERATOR      PIC X(20).
             05  LK-SC-SESSION       PIC X(10).
             05  LK-SC-NORM-NAME     PIC X(60).
             05  LK-SC-HIT-ID        PIC 9(9).
             05  LK-SC-SCORE         PIC 9(3).
             05  LK-SC-LIST-TYPE     PIC X(10).
             05  LK-SC-MATCH-NAME    PIC X(60).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-SCRN-DATA,
               LK-DISPOSITION.
      ******************************************************************
         SCREEN-RTN.
            ENTRY "SCREEN" USING LK-SCRN-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            MOVE 0 TO LK-SC-HIT-ID
            MOVE 0 TO LK-SC-SCORE
            MOVE SPACES TO LK-SC-LIST-TYPE
            MOVE SPACES TO LK-SC-MATCH-NAME

            MOVE LK-SC-NAME TO WS-SV-WORK
            PERFORM NORMALIZE-NAME
            MOVE WS-SV-WORK TO WS-SV-NORM
            MOVE WS-SV-WORK TO LK-SC-NORM-NAME

            IF LK-SC-FUNC = "NORM"
               MOVE "S" TO LK-DISPOSITION
            ELSE
               PERFORM SCREEN-SUBJECT
            END-IF.
            EXIT PROGRAM.

         SCREEN-SUBJECT.
            IF WS-SV-POLICY-LOADED = "N"
               PERFORM LOAD-POLICY
            END-IF
            MOVE LK-SC-CONTEXT  TO WS-SV-CONTEXT
            MOVE LK-SC-NAME     TO WS-SV-NAME
            MOVE LK-SC-DOC      TO WS-SV-DOC
            MOVE LK-SC-ACCOUNT  TO WS-SV-ACCOUNT
            MOVE LK-SC-AMOUNT   TO WS-SV-AMOUNT
            MOVE LK-SC-REF      TO WS-SV-REF
            MOVE LK-SC-OPERATOR TO WS-SV-OPERATOR
            MOVE LK-SC-SESSION  TO WS-SV-SESSION
            MOVE WS-SV-WK-TABLE TO WS-SV-IN-TABLE
            MOVE WS-SV-WK-CNT   TO WS-SV-IN-CNT

      *    Sem lista vigente nao ha triagem possivel - e a operacao nao
      *    segue as cegas.
            MOVE 0 TO WS-SV-ACTIVE-LISTS
            EXEC SQL
               SELECT COUNT(*) INTO :WS-SV-ACTIVE-LISTS
               FROM screening_lists
               WHERE status = 'ACTIVE'
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Triagem de listas restritivas indisponivel - "
                  "operacao recusada"
            ELSE IF WS-SV-ACTIVE-LISTS = 0
               DISPLAY "#Nenhuma lista restritiva vigente carregada - "
                  "operacao recusada"
            ELSE IF WS-SV-NORM = SPACES AND WS-SV-DOC = SPACES
               MOVE "S" TO LK-DISPOSITION
            ELSE
               PERFORM SCAN-CANDIDATES
               IF WS-SV-FAILED = "S"
                  DISPLAY "#Falha na triagem de listas restritivas - "
                     "operacao recusada"
               ELSE IF WS-SV-BEST-SCORE = 0
                  MOVE "S" TO LK-DISPOSITION
               ELSE
                  PERFORM RECORD-HIT
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

         LOAD-POLICY.
            MOVE "SCREEN_MATCH_THRESHOLD" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               AND WS-PARAM-VALUE NOT > 100
               MOVE WS-PARAM-VALUE TO WS-SV-THRESHOLD
            END-IF
            MOVE "S" TO WS-SV-POLICY-LOADED.

         NORMALIZE-NAME.
      *    Maiusculas, pontuacao vira espaco, particulas e iniciais
      *    soltas saem; o nome volta com um espaco entre as palavras e
      *    as palavras ficam em WS-SV-WK-TABLE.
            INSPECT WS-SV-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            INSPECT WS-SV-WORK CONVERTING
               ".,;:-/()&_'" TO
               "           "
            MOVE SPACES TO WS-SV-SPLIT
            UNSTRING WS-SV-WORK DELIMITED BY ALL SPACE
               INTO WS-SV-SPLIT-TOK(1), WS-SV-SPLIT-TOK(2),
                    WS-SV-SPLIT-TOK(3), WS-SV-SPLIT-TOK(4),
                    WS-SV-SPLIT-TOK(5), WS-SV-SPLIT-TOK(6),
                    WS-SV-SPLIT-TOK(7), WS-SV-SPLIT-TOK(8),
                    WS-SV-SPLIT-TOK(9), WS-SV-SPLIT-TOK(10),
                    WS-SV-SPLIT-TOK(11), WS-SV-SPLIT-TOK(12)
            END-UNSTRING

            MOVE SPACES TO WS-SV-WK-TABLE
            MOVE 0 TO WS-SV-WK-CNT
            PERFORM KEEP-ONE-TOKEN
               VARYING WS-SV-IX FROM 1 BY 1 UNTIL WS-SV-IX > 12

            MOVE SPACES TO WS-SV-WORK
            MOVE 1 TO WS-SV-PTR
            PERFORM APPEND-ONE-TOKEN
               VARYING WS-SV-IX FROM 1 BY 1
               UNTIL WS-SV-IX > WS-SV-WK-CNT.

         KEEP-ONE-TOKEN.
            MOVE WS-SV-SPLIT-TOK(WS-SV-IX) TO WS-SV-ONE-TOK
            MOVE 0 TO WS-SV-ONE-LEN
            INSPECT WS-SV-ONE-TOK TALLYING WS-SV-ONE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-SV-ONE-LEN > 1 AND WS-SV-WK-CNT < 10
               IF WS-SV-ONE-TOK = "DE" OR "DA" OR "DO" OR "DAS"
                  OR "DOS" OR "DEL" OR "DI"
                  CONTINUE
               ELSE
                  ADD 1 TO WS-SV-WK-CNT
                  MOVE WS-SV-ONE-TOK TO WS-SV-WK-TOK(WS-SV-WK-CNT)
                  MOVE WS-SV-ONE-LEN TO WS-SV-WK-LEN(WS-SV-WK-CNT)
               END-IF
            END-IF.

         APPEND-ONE-TOKEN.
            IF WS-SV-PTR < 60
               STRING WS-SV-WK-TOK(WS-SV-IX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  INTO WS-SV-WORK WITH POINTER WS-SV-PTR
               END-STRING
            END-IF.

         SCAN-CANDIDATES.
      *    Filtro previo no banco, score aqui - fica o candidato de
      *    maior score acima do corte que o compliance ainda nao
      *    descartou para este sujeito.
            MOVE "N" TO WS-SV-FAILED
            MOVE 0 TO WS-SV-BEST-SCORE
            MOVE 0 TO WS-SV-BEST-ENTRY-ID
            MOVE 0 TO WS-SV-BEST-LIST-ID
            MOVE SPACES TO WS-SV-BEST-LIST-TYPE
            MOVE SPACES TO WS-SV-BEST-NAME
            MOVE SPACES TO WS-SV-BEST-NORM
            PERFORM BUILD-PATTERNS

            EXEC SQL
               DECLARE SCRN-CAND-CUR CURSOR FOR
               SELECT e.id, e.list_id, l.list_type, e.name,
                      e.norm_name, COALESCE(e.doc, ' ')
               FROM screening_entries e, screening_lists l
               WHERE l.id = e.list_id
                 AND l.status = 'ACTIVE'
                 AND ((TRIM(:WS-SV-DOC) <> ''
                       AND e.doc = TRIM(:WS-SV-DOC))
                      OR ' ' || TRIM(e.norm_name) LIKE :WS-SV-PAT-1
                      OR ' ' || TRIM(e.norm_name) LIKE :WS-SV-PAT-2
                      OR ' ' || TRIM(e.norm_name) LIKE :WS-SV-PAT-3
                      OR ' ' || TRIM(e.norm_name) LIKE :WS-SV-PAT-4)
               ORDER BY e.id
            END-EXEC

            EXEC SQL
               OPEN SCRN-CAND-CUR
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-SV-FAILED
            ELSE
               MOVE "N" TO WS-SV-EOF
               PERFORM FETCH-ONE-CANDIDATE UNTIL WS-SV-EOF = "Y"
               EXEC SQL
                  CLOSE SCRN-CAND-CUR
               END-EXEC
            END-IF.

         BUILD-PATTERNS.
      *    "% ABC%" casa qualquer nome da lista com uma palavra que
      *    comeca por ABC; padrao sem palavra fica impossivel ("#").
            MOVE "#" TO WS-SV-PAT-1
            MOVE "#" TO WS-SV-PAT-2
            MOVE "#" TO WS-SV-PAT-3
            MOVE "#" TO WS-SV-PAT-4
            IF WS-SV-IN-CNT > 0
               STRING "% " WS-SV-IN-TOK(1)(1:3) "%"
                  DELIMITED BY SIZE INTO WS-SV-PAT-1
               END-STRING
            END-IF
            IF WS-SV-IN-CNT > 1
               STRING "% " WS-SV-IN-TOK(2)(1:3) "%"
                  DELIMITED BY SIZE INTO WS-SV-PAT-2
               END-STRING
            END-IF
            IF WS-SV-IN-CNT > 2
               STRING "% " WS-SV-IN-TOK(3)(1:3) "%"
                  DELIMITED BY SIZE INTO WS-SV-PAT-3
               END-STRING
            END-IF
            IF WS-SV-IN-CNT > 3
               STRING "% " WS-SV-IN-TOK(4)(1:3) "%"
                  DELIMITED BY SIZE INTO WS-SV-PAT-4
               END-STRING
            END-IF.

         FETCH-ONE-CANDIDATE.
            EXEC SQL
               FETCH SCRN-CAND-CUR
               INTO :WS-SV-ENTRY-ID, :WS-SV-LIST-ID, :WS-SV-LIST-TYPE,
                    :WS-SV-ENTRY-NAME, :WS-SV-ENTRY-NORM,
                    :WS-SV-ENTRY-DOC
            END-EXEC

            IF SQLCODE = 100
               MOVE "Y" TO WS-SV-EOF
            ELSE IF SQLCODE NOT = ZERO
               MOVE "Y" TO WS-SV-EOF
               MOVE "S" TO WS-SV-FAILED
            ELSE
               PERFORM SCORE-CANDIDATE
               IF WS-SV-SCORE NOT < WS-SV-THRESHOLD
                  AND WS-SV-SCORE > WS-SV-BEST-SCORE
                  PERFORM CHECK-CLEARED-PAIR
                  IF WS-SV-CLEARED = 0
                     MOVE WS-SV-SCORE      TO WS-SV-BEST-SCORE
                     MOVE WS-SV-ENTRY-ID   TO WS-SV-BEST-ENTRY-ID
                     MOVE WS-SV-LIST-ID    TO WS-SV-BEST-LIST-ID
                     MOVE WS-SV-LIST-TYPE  TO WS-SV-BEST-LIST-TYPE
                     MOVE WS-SV-ENTRY-NAME TO WS-SV-BEST-NAME
                     MOVE WS-SV-ENTRY-NORM TO WS-SV-BEST-NORM
                  END-IF
               END-IF
            END-IF
            END-IF.

         SCORE-CANDIDATE.
      *    Documento igual e ocorrencia cheia; senao Dice das palavras
      *    casadas: 2 x casadas / (palavras do sujeito + do candidato).
            MOVE 0 TO WS-SV-SCORE
            IF WS-SV-DOC NOT = SPACES AND WS-SV-ENTRY-DOC = WS-SV-DOC
               MOVE 100 TO WS-SV-SCORE
            ELSE
               MOVE WS-SV-ENTRY-NORM TO WS-SV-WORK
               PERFORM NORMALIZE-NAME
               MOVE WS-SV-WK-TABLE TO WS-SV-CD-TABLE
               MOVE WS-SV-WK-CNT   TO WS-SV-CD-CNT
               MOVE ALL "N" TO WS-SV-CD-USED-TBL
               MOVE 0 TO WS-SV-MATCHED
               PERFORM MATCH-IN-TOKEN
                  VARYING WS-SV-IN-IX FROM 1 BY 1
                  UNTIL WS-SV-IN-IX > WS-SV-IN-CNT
               IF WS-SV-IN-CNT + WS-SV-CD-CNT > 0
                  COMPUTE WS-SV-SCORE = (200 * WS-SV-MATCHED) /
                     (WS-SV-IN-CNT + WS-SV-CD-CNT)
               END-IF
            END-IF.

         MATCH-IN-TOKEN.
            MOVE "N" TO WS-SV-TOKEN-HIT
            PERFORM TRY-CD-TOKEN
               VARYING WS-SV-CD-IX FROM 1 BY 1
               UNTIL WS-SV-CD-IX > WS-SV-CD-CNT
                  OR WS-SV-TOKEN-HIT = "S".

         TRY-CD-TOKEN.
            IF WS-SV-CD-USED(WS-SV-CD-IX) = "N"
               IF WS-SV-IN-TOK(WS-SV-IN-IX) =
                  WS-SV-CD-TOK(WS-SV-CD-IX)
                  MOVE "S" TO WS-SV-TOKEN-HIT
               ELSE
                  PERFORM FUZZY-TOKEN-MATCH
               END-IF
               IF WS-SV-TOKEN-HIT = "S"
                  MOVE "S" TO WS-SV-CD-USED(WS-SV-CD-IX)
                  ADD 1 TO WS-SV-MATCHED
               END-IF
            END-IF.

         FUZZY-TOKEN-MATCH.
      *    Grafia aproximada so em palavra de cinco letras ou mais -
      *    nome curto com uma letra trocada ja e outro nome.
            MOVE WS-SV-IN-TOK(WS-SV-IN-IX) TO WS-LV-A
            MOVE WS-SV-IN-LEN(WS-SV-IN-IX) TO WS-LV-A-LEN
            MOVE WS-SV-CD-TOK(WS-SV-CD-IX) TO WS-LV-B
            MOVE WS-SV-CD-LEN(WS-SV-CD-IX) TO WS-LV-B-LEN
            IF WS-LV-A-LEN < WS-LV-B-LEN
               MOVE WS-LV-A-LEN TO WS-LV-SHORT
               COMPUTE WS-LV-GAP = WS-LV-B-LEN - WS-LV-A-LEN
            ELSE
               MOVE WS-LV-B-LEN TO WS-LV-SHORT
               COMPUTE WS-LV-GAP = WS-LV-A-LEN - WS-LV-B-LEN
            END-IF
            IF WS-LV-SHORT NOT < 5 AND WS-LV-GAP NOT > 2
               PERFORM EDIT-DISTANCE
               IF WS-LV-DIST NOT > 1
                  OR (WS-LV-DIST NOT > 2 AND WS-LV-SHORT NOT < 8)
                  MOVE "S" TO WS-SV-TOKEN-HIT
               END-IF
            END-IF.

         EDIT-DISTANCE.
            PERFORM LV-INIT-CELL
               VARYING WS-LV-J FROM 1 BY 1
               UNTIL WS-LV-J > WS-LV-B-LEN + 1
            PERFORM LV-ONE-ROW
               VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LV-A-LEN
            MOVE WS-LV-PREV(WS-LV-B-LEN + 1) TO WS-LV-DIST.

         LV-INIT-CELL.
            COMPUTE WS-LV-PREV(WS-LV-J) = WS-LV-J - 1.

         LV-ONE-ROW.
            MOVE WS-LV-I TO WS-LV-CUR(1)
            PERFORM LV-ONE-CELL
               VARYING WS-LV-J FROM 1 BY 1
               UNTIL WS-LV-J > WS-LV-B-LEN
            MOVE WS-LV-CUR-TBL TO WS-LV-PREV-TBL.

         LV-ONE-CELL.
      *    Menor entre apagar, inserir e trocar a letra.
            IF WS-LV-A(WS-LV-I:1) = WS-LV-B(WS-LV-J:1)
               MOVE 0 TO WS-LV-COST
            ELSE
               MOVE 1 TO WS-LV-COST
            END-IF
            COMPUTE WS-LV-BEST = WS-LV-PREV(WS-LV-J + 1) + 1
            COMPUTE WS-LV-TRY = WS-LV-CUR(WS-LV-J) + 1
            IF WS-LV-TRY < WS-LV-BEST
               MOVE WS-LV-TRY TO WS-LV-BEST
            END-IF
            COMPUTE WS-LV-TRY = WS-LV-PREV(WS-LV-J) + WS-LV-COST
            IF WS-LV-TRY < WS-LV-BEST
               MOVE WS-LV-TRY TO WS-LV-BEST
            END-IF
            MOVE WS-LV-BEST TO WS-LV-CUR(WS-LV-J + 1).

         CHECK-CLEARED-PAIR.
      *    O mesmo sujeito contra o mesmo nome listado ja descartado
      *    pelo compliance nao volta a reter - nem quando a lista
      *    chega em versao nova.
            MOVE 0 TO WS-SV-CLEARED
            EXEC SQL
               SELECT COUNT(*) INTO :WS-SV-CLEARED
               FROM screening_hits
               WHERE subject_norm = TRIM(:WS-SV-NORM)
                 AND COALESCE(subject_doc, '') = TRIM(:WS-SV-DOC)
                 AND entry_norm = TRIM(:WS-SV-ENTRY-NORM)
                 AND status = 'CLEARED'
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE 0 TO WS-SV-CLEARED
            END-IF.

         RECORD-HIT.
      *    Ocorrencia OPEN na transacao de quem chamou - some junto se
      *    a operacao retida nao chegar a comitar.
            MOVE 0 TO WS-SV-HIT-ID
            EXEC SQL
               INSERT INTO screening_hits
                  (context, subject_name, subject_norm, subject_doc,
                   account, amount, ref, list_id, entry_id,
                   list_type, entry_name, entry_norm, score, status,
                   operator, session_id, created_at)
               VALUES (TRIM(:WS-SV-CONTEXT), :WS-SV-NAME,
                       TRIM(:WS-SV-NORM), NULLIF(TRIM(:WS-SV-DOC), ''),
                       :WS-SV-ACCOUNT, :WS-SV-AMOUNT,
                       NULLIF(TRIM(:WS-SV-REF), ''),
                       :WS-SV-BEST-LIST-ID, :WS-SV-BEST-ENTRY-ID,
                       :WS-SV-BEST-LIST-TYPE, :WS-SV-BEST-NAME,
                       TRIM(:WS-SV-BEST-NORM), :WS-SV-BEST-SCORE,
                       'OPEN', :WS-SV-OPERATOR, :WS-SV-SESSION, now())
               RETURNING id INTO :WS-SV-HIT-ID
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao registrar ocorrencia da triagem - "
                  "operacao recusada"
            ELSE
               MOVE WS-SV-HIT-ID         TO LK-SC-HIT-ID
               MOVE WS-SV-BEST-SCORE     TO LK-SC-SCORE
               MOVE WS-SV-BEST-LIST-TYPE TO LK-SC-LIST-TYPE
               MOVE WS-SV-BEST-NAME      TO LK-SC-MATCH-NAME
               MOVE "H" TO LK-DISPOSITION
            END-IF.

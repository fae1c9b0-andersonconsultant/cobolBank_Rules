      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Batch Program
      *
      *  Restrictive-list loader for the screening service - reads one
      *  official list file (sanctions: CSNU/OFAC and similar; PEP:
      *  the government's politically exposed persons list), proves
      *  the detail count against the trailer BEFORE loading anything
      *  (the same discipline as CONV-LOAD), and stores it as a new
      *  list version: screening_lists gets one row per source and
      *  version, screening_entries one row per listed person or
      *  entity, with the name normalized by the same rule the
      *  SCREEN service applies to the subject. The new version goes
      *  ACTIVE and the source's previous ACTIVE version SUPERSEDED in
      *  the same commit, so the service never sees a half-loaded or
      *  a missing list. A version already loaded for the source is
      *  refused. The new version has no rescreened_at yet - that is
      *  what makes the nightly SCRN-RESCREEN run the customer base
      *  against it. The file is registered in the interface registry
      *  (FILEREG) first - the same file already loaded is refused.
      *
      *  File layout:
      *    header : '0' + list type X(10) (SANCTIONS ou PEP)
      *             + source X(20) + version X(20)
      *             + publication date 9(8) (AAAAMMDD)
      *    detail : '1' + entry ref X(20) + name X(60) + doc X(14)
      *             + country X(2) + category X(20)
      *    trailer: '9' + count 9(9)
      *
      *  screening_lists: id, list_type, source, version,
      *    published_date, status (LOADING/ACTIVE/SUPERSEDED), entries,
      *    file_id, loaded_at, superseded_at, rescreened_at
      *  screening_entries: id, list_id, entry_ref, name, norm_name,
      *    doc, country, category
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 SCRN-LOAD.
         AUTHOR.                     TSH.
         DATE-WRITTEN.               2026-10-15.

      ******************************************************************
         ENVIRONMENT                 DIVISION.
      ******************************************************************
         CONFIGURATION              SECTION.
         SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

         INPUT-OUTPUT                SECTION.
         FILE-CONTROL.
            SELECT LIST-IN-FILE ASSIGN TO WS-LIST-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-IN-STATUS.

      ******************************************************************
         DATA                        DIVISION.
      ******************************************************************
         FILE SECTION.
         FD  LIST-IN-FILE.
         01  LIST-RECORD             PIC X(120).
         01  LIST-HEADER REDEFINES LIST-RECORD.
             05  HDR-REC-TYPE        PIC X(1).
             05  HDR-LIST-TYPE       PIC X(10).
             05  HDR-SOURCE          PIC X(20).
             05  HDR-VERSION         PIC X(20).
             05  HDR-PUB-DATE        PIC X(8).
             05  FILLER              PIC X(61).
         01  LIST-DETAIL REDEFINES LIST-RECORD.
             05  DET-REC-TYPE        PIC X(1).
             05  DET-ENTRY-REF       PIC X(20).
             05  DET-NAME            PIC X(60).
             05  DET-DOC             PIC X(14).
             05  DET-COUNTRY         PIC X(2).
             05  DET-CATEGORY        PIC X(20).
             05  FILLER              PIC X(3).
         01  LIST-TRAILER REDEFINES LIST-RECORD.
             05  TRL-REC-TYPE        PIC X(1).
             05  TRL-COUNT           PIC 9(9).
             05  FILLER              PIC X(110).

         WORKING-STORAGE             SECTION.
         EXEC SQL BEGIN DECLARE SECTION END-EXEC.
         01  DBNAME                  PIC  X(30) VALUE SPACE.
         01  USERNAME                PIC  X(30) VALUE SPACE.
         01  PASSWD                  PIC  X(10) VALUE SPACE.
         01  SQLCODE-PASS       PIC S9(9) COMP-5.
         01  SQLSTATE-PASS      PIC X(5).
         01  SQLERRMC-PASS      PIC X(70).

      *    Versao em carga (header) e o item corrente.
         01  WS-LST-ID               PIC 9(9)  VALUE 0.
         01  WS-LST-TYPE             PIC X(10) VALUE SPACES.
         01  WS-LST-SOURCE           PIC X(20) VALUE SPACES.
         01  WS-LST-VERSION          PIC X(20) VALUE SPACES.
         01  WS-LST-PUB-DATE         PIC X(8)  VALUE SPACES.
         01  WS-LST-ALREADY          PIC 9(5)  VALUE 0.
         01  WS-LST-SUPERSEDED       PIC 9(5)  VALUE 0.
         01  WS-LST-FILE-ID          PIC 9(9)  VALUE 0.
         01  WS-ENT-REF              PIC X(20) VALUE SPACES.
         01  WS-ENT-NAME             PIC X(60) VALUE SPACES.
         01  WS-ENT-NORM             PIC X(60) VALUE SPACES.
         01  WS-ENT-DOC              PIC X(14) VALUE SPACES.
         01  WS-ENT-COUNTRY          PIC X(2)  VALUE SPACES.
         01  WS-ENT-CATEGORY         PIC X(20) VALUE SPACES.
         01  WS-LOADED-COUNT         PIC 9(9)  VALUE 0.
         01  WS-CONN-PID             PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento pelo servico de datas.
         01  WS-DS-FUNC             PIC X(8)  VALUE SPACES.
         01  WS-DS-IN               PIC X(10) VALUE SPACES.
         01  WS-DS-OUT              PIC X(10) VALUE SPACES.
         01  WS-DS-DAYS             PIC 9(5)  VALUE 0.
         01  WS-DS-DISP             PIC X(1)  VALUE SPACE.

         01  WS-DB-STARTED          PIC X(1)  VALUE "N".
         01  WS-LIST-EOF            PIC X(1)  VALUE "N".
         01  WS-UTIL-DISP           PIC X(1)  VALUE SPACE.
         01  WS-PASS                PIC 9(1)  VALUE 1.
         01  WS-FILE-OK             PIC X(1)  VALUE "N".
         01  WS-HEADER-SEEN         PIC X(1)  VALUE "N".
         01  WS-TRAILER-SEEN        PIC X(1)  VALUE "N".
         01  WS-LOAD-FAILED         PIC X(1)  VALUE "N".

      *    Totais de controle apurados na primeira passada.
         01  WS-DETAIL-COUNT        PIC 9(9)  VALUE 0.
         01  WS-NONAME-COUNT        PIC 9(9)  VALUE 0.
         01  WS-TRL-COUNT-SAVED     PIC 9(9)  VALUE 0.

         01  WS-LIST-IN-PATH        PIC X(100) VALUE SPACES.
         01  WS-LIST-IN-STATUS      PIC X(2)  VALUE SPACES.

      *    Normalizacao do nome pelo servico de triagem (funcao NORM).
         01  WS-SCRN-DATA.
             05  WS-SC-FUNC            PIC X(8)  VALUE "NORM".
             05  WS-SC-CONTEXT         PIC X(10) VALUE SPACES.
             05  WS-SC-NAME            PIC X(60) VALUE SPACES.
             05  WS-SC-DOC             PIC X(14) VALUE SPACES.
             05  WS-SC-ACCOUNT         PIC 9(10) VALUE 0.
             05  WS-SC-AMOUNT          PIC 9(13)V99 VALUE 0.
             05  WS-SC-REF             PIC X(20) VALUE SPACES.
             05  WS-SC-OPERATOR        PIC X(20) VALUE SPACES.
             05  WS-SC-SESSION         PIC X(10) VALUE SPACES.
             05  WS-SC-NORM-NAME       PIC X(60) VALUE SPACES.
             05  WS-SC-HIT-ID          PIC 9(9)  VALUE 0.
             05  WS-SC-SCORE           PIC 9(3)  VALUE 0.
             05  WS-SC-LIST-TYPE       PIC X(10) VALUE SPACES.
             05  WS-SC-MATCH-NAME      PIC X(60) VALUE SPACES.
         01  WS-SCRN-DISP           PIC X(1)  VALUE SPACE.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "SCRN-LOAD".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE SPACES.
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "SCRNLOAD".
             05  WS-LOG-ACTION         PIC X(20) VALUE "SCRN-LOAD".
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
            PERFORM LOAD-PATHS
            PERFORM PROVE-CONTROL-TOTALS
            PERFORM START-SQL
            IF WS-DB-STARTED = "S"
               MOVE WS-LIST-IN-PATH TO WS-FREG-PATH
               MOVE WS-LST-SOURCE   TO WS-FREG-PARTNER
               MOVE WS-LST-VERSION  TO WS-FREG-HEADER-SEQ
               IF WS-FILE-OK = "S"
                  PERFORM RECEIVE-INTERFACE-FILE
                  IF WS-FREG-DISP = "S"
                     PERFORM LOAD-LIST-VERSION
                  ELSE
                     MOVE 1 TO RETURN-CODE
                  END-IF
               ELSE IF WS-LIST-IN-STATUS = "00"
                  MOVE "header ou trailer da lista nao confere"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               END-IF
               END-IF
               PERFORM FIM-PROGRAMA
            END-IF
            IF WS-FILE-OK NOT = "S" OR WS-LOAD-FAILED = "S"
               MOVE 1 TO RETURN-CODE
            END-IF
            STOP RUN.

         LOAD-PATHS.
            MOVE "/tmp/screening_list.dat" TO WS-LIST-IN-PATH
            ACCEPT WS-LIST-IN-PATH FROM ENVIRONMENT "SCREEN_LIST_FILE"
            IF WS-LIST-IN-PATH = SPACES
               MOVE "/tmp/screening_list.dat" TO WS-LIST-IN-PATH
            END-IF.

         PROVE-CONTROL-TOTALS.
      *    Primeira passada, sem banco: header valido, detalhes com
      *    nome e contagem igual a do trailer - lista que nao fecha
      *    nao entra em vigor.
            MOVE 1 TO WS-PASS
            OPEN INPUT LIST-IN-FILE
            IF WS-LIST-IN-STATUS NOT = "00"
               DISPLAY "#Arquivo da lista restritiva nao encontrado ("
                  WS-LIST-IN-STATUS ")"
            ELSE
               MOVE "N" TO WS-LIST-EOF
               PERFORM READ-ONE-RECORD UNTIL WS-LIST-EOF = "Y"
               CLOSE LIST-IN-FILE

               IF WS-HEADER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro header - recusado"
               ELSE IF WS-LST-TYPE NOT = "SANCTIONS"
                  AND WS-LST-TYPE NOT = "PEP"
                  DISPLAY "#Tipo de lista invalido no header: "
                     WS-LST-TYPE " - recusado"
               ELSE IF WS-LST-SOURCE = SPACES
                  OR WS-LST-VERSION = SPACES
                  DISPLAY "#Header sem fonte ou versao - recusado"
               ELSE IF WS-TRAILER-SEEN NOT = "S"
                  DISPLAY "#Arquivo sem registro trailer - recusado"
               ELSE IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT-SAVED
                  DISPLAY "#Contagem do trailer (" WS-TRL-COUNT-SAVED
                     ") nao confere com os detalhes ("
                     WS-DETAIL-COUNT ") - recusado"
               ELSE IF WS-NONAME-COUNT > 0
                  DISPLAY "#Lista com " WS-NONAME-COUNT
                     " registro(s) sem nome - recusado"
               ELSE
                  MOVE "S" TO WS-FILE-OK
                  DISPLAY "#Lista provada: " WS-LST-TYPE " "
                     WS-LST-SOURCE " versao " WS-LST-VERSION
                     " com " WS-DETAIL-COUNT " registros"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

         READ-ONE-RECORD.
            READ LIST-IN-FILE
               AT END
                  MOVE "Y" TO WS-LIST-EOF
               NOT AT END
                  PERFORM HANDLE-ONE-RECORD
            END-READ.

         HANDLE-ONE-RECORD.
            EVALUATE LIST-RECORD(1:1)
               WHEN "0"
                  IF WS-PASS = 1
                     MOVE "S" TO WS-HEADER-SEEN
                     MOVE HDR-LIST-TYPE TO WS-LST-TYPE
                     INSPECT WS-LST-TYPE CONVERTING
                        "abcdefghijklmnopqrstuvwxyz" TO
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                     MOVE HDR-SOURCE    TO WS-LST-SOURCE
                     MOVE HDR-VERSION   TO WS-LST-VERSION
                     MOVE HDR-PUB-DATE  TO WS-LST-PUB-DATE
                  END-IF
               WHEN "1"
                  IF WS-PASS = 1
                     ADD 1 TO WS-DETAIL-COUNT
                     IF DET-NAME = SPACES
                        ADD 1 TO WS-NONAME-COUNT
                     END-IF
                  ELSE
                     IF WS-LOAD-FAILED = "N"
                        PERFORM LOAD-ONE-ENTRY
                     END-IF
                  END-IF
               WHEN "9"
                  IF WS-PASS = 1
                     MOVE "S" TO WS-TRAILER-SEEN
                     MOVE TRL-COUNT TO WS-TRL-COUNT-SAVED
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

         START-SQL.
      *    CONNECT
            MOVE "cobolbd"   TO   DBNAME
            ACCEPT USERNAME FROM ENVIRONMENT "DB_USER"
            ACCEPT PASSWD   FROM ENVIRONMENT "DB_PASSWORD"

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
               MOVE WS-CONN-PID TO WS-SC-SESSION
            END-IF.

         LOAD-LIST-VERSION.
      *    Versao repetida da mesma fonte e recusada; senao a versao
      *    nasce LOADING, recebe os registros na segunda passada e so
      *    no fim vira ACTIVE no lugar da anterior - tudo num COMMIT.
            MOVE 0 TO WS-LST-ALREADY
            EXEC SQL
               SELECT COUNT(*) INTO :WS-LST-ALREADY
               FROM screening_lists
               WHERE source = TRIM(:WS-LST-SOURCE)
                 AND version = TRIM(:WS-LST-VERSION)
            END-EXEC

            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-LOAD-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               MOVE "erro de banco na carga da lista" TO WS-FREG-REASON
               PERFORM REJECT-INTERFACE-FILE
            ELSE IF WS-LST-ALREADY > 0
               MOVE "S" TO WS-LOAD-FAILED
               DISPLAY "#Versao " WS-LST-VERSION " de " WS-LST-SOURCE
                  " ja carregada - recusada"
               MOVE "versao da lista ja carregada" TO WS-FREG-REASON
               PERFORM REJECT-INTERFACE-FILE
            ELSE
               PERFORM INSERT-LIST-HEADER
               IF WS-LOAD-FAILED = "N"
                  MOVE 2 TO WS-PASS
                  MOVE 0 TO WS-LOADED-COUNT
                  OPEN INPUT LIST-IN-FILE
                  MOVE "N" TO WS-LIST-EOF
                  PERFORM READ-ONE-RECORD UNTIL WS-LIST-EOF = "Y"
                  CLOSE LIST-IN-FILE
               END-IF
               IF WS-LOAD-FAILED = "N"
                  PERFORM ACTIVATE-LIST-VERSION
               END-IF
               IF WS-LOAD-FAILED = "S"
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
                  DISPLAY "#Carga da lista desfeita - versao anterior "
                     "segue em vigor"
                  MOVE "falha na carga - versao anterior em vigor"
                     TO WS-FREG-REASON
                  PERFORM REJECT-INTERFACE-FILE
               ELSE
                  EXEC SQL
                     COMMIT
                  END-EXEC
                  MOVE WS-LOADED-COUNT TO WS-FREG-RECORDS
                  MOVE 0 TO WS-FREG-TOTAL
                  PERFORM FINISH-INTERFACE-FILE
                  PERFORM LOG-LIST-LOADED
               END-IF
            END-IF
            END-IF.

         INSERT-LIST-HEADER.
            MOVE WS-FREG-FILE-ID TO WS-LST-FILE-ID
            EXEC SQL
               INSERT INTO screening_lists
                  (list_type, source, version, published_date,
                   status, entries, file_id, loaded_at)
               VALUES (TRIM(:WS-LST-TYPE), TRIM(:WS-LST-SOURCE),
                       TRIM(:WS-LST-VERSION),
                       TO_DATE(NULLIF(TRIM(:WS-LST-PUB-DATE), ''),
                               'YYYYMMDD'),
                       'LOADING', 0, :WS-LST-FILE-ID, now())
               RETURNING id INTO :WS-LST-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-LOAD-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         LOAD-ONE-ENTRY.
      *    Nome normalizado pela mesma regra da triagem - e ele que o
      *    filtro previo do SCREEN compara.
            MOVE DET-ENTRY-REF TO WS-ENT-REF
            MOVE DET-NAME      TO WS-ENT-NAME
            MOVE DET-DOC       TO WS-ENT-DOC
            MOVE DET-COUNTRY   TO WS-ENT-COUNTRY
            MOVE DET-CATEGORY  TO WS-ENT-CATEGORY
            MOVE "NORM"        TO WS-SC-FUNC
            MOVE WS-ENT-NAME   TO WS-SC-NAME
            CALL "SCREEN" USING WS-SCRN-DATA, WS-SCRN-DISP
            MOVE WS-SC-NORM-NAME TO WS-ENT-NORM

            EXEC SQL
               INSERT INTO screening_entries
                  (list_id, entry_ref, name, norm_name, doc, country,
                   category)
               VALUES (:WS-LST-ID, NULLIF(TRIM(:WS-ENT-REF), ''),
                       TRIM(:WS-ENT-NAME), TRIM(:WS-ENT-NORM),
                       NULLIF(TRIM(:WS-ENT-DOC), ''),
                       NULLIF(TRIM(:WS-ENT-COUNTRY), ''),
                       NULLIF(TRIM(:WS-ENT-CATEGORY), ''))
            END-EXEC
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-LOAD-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
               DISPLAY "#Falha no registro " WS-ENT-REF " da lista"
            ELSE
               ADD 1 TO WS-LOADED-COUNT
            END-IF.

         ACTIVATE-LIST-VERSION.
      *    Troca de versao da fonte: a anterior sai, a nova entra.
            EXEC SQL
               UPDATE screening_lists
               SET status = 'SUPERSEDED', superseded_at = now()
               WHERE source = TRIM(:WS-LST-SOURCE)
                 AND status = 'ACTIVE'
                 AND id <> :WS-LST-ID
            END-EXEC
            IF SQLCODE = ZERO OR SQLCODE = 100
               MOVE SQLERRD(3) TO WS-LST-SUPERSEDED
               EXEC SQL
                  UPDATE screening_lists
                  SET status = 'ACTIVE', entries = :WS-LOADED-COUNT
                  WHERE id = :WS-LST-ID
               END-EXEC
            END-IF
            IF SQLCODE NOT = ZERO
               MOVE "S" TO WS-LOAD-FAILED
               MOVE SQLCODE TO SQLCODE-PASS
               MOVE SQLSTATE TO SQLSTATE-PASS
               MOVE SQLERRMC TO SQLERRMC-PASS
               CALL 'util' USING SQLCODE-PASS, SQLSTATE-PASS,
                  SQLERRMC-PASS, WS-UTIL-DISP
            END-IF.

         LOG-LIST-LOADED.
            DISPLAY "#Lista " WS-LST-ID " em vigor: " WS-LST-TYPE " "
               WS-LST-SOURCE " versao " WS-LST-VERSION
            DISPLAY "#Registros carregados: " WS-LOADED-COUNT
               " versoes substituidas: " WS-LST-SUPERSEDED

            MOVE "OK" TO WS-LOG-STATUS
            MOVE WS-LOADED-COUNT TO WS-LOG-VALUE
            MOVE SPACES TO WS-LOG-MESSAGE
            STRING "lista " WS-LST-ID " " WS-LST-TYPE " "
               WS-LST-SOURCE " versao " WS-LST-VERSION
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
            END-STRING
            CALL "LOGINSERT" USING WS-LOG-DATA.

         STAMP-BUSINESS-DATE.
      *    Data do movimento oficial (DATESRV) carimbada na sessao - as
      *    funcoes de lancamento datam o movimento por ela, e nao pelo
      *    relogio do servidor; depois do EOD-CLOSE ja e o dia seguinte.
            MOVE "CURRBD" TO WS-DS-FUNC
            MOVE SPACES TO WS-DS-IN
            CALL "DATESRV" USING WS-DS-FUNC, WS-DS-IN, WS-DS-OUT,
               WS-DS-DAYS, WS-DS-DISP.

         RECEIVE-INTERFACE-FILE.
      *    Registro do arquivo de entrada (FILEREG) antes de qualquer
      *    lancamento - arquivo que esta interface ja processou e
      *    recusado aqui, mesmo reenviado com outro nome. Quem chama
      *    informa o caminho (e a sequencia do header, se houver).
            MOVE "RECEIVE" TO WS-FREG-FUNC
            MOVE 0 TO WS-FREG-FILE-ID
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Arquivo nao processado: " WS-FREG-PATH
            END-IF.

         FINISH-INTERFACE-FILE.
      *    Arquivo processado - contagem e total provados pelo programa
      *    (quando informados) ficam no registro.
            MOVE "PROCESS" TO WS-FREG-FUNC
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
               DISPLAY "#Registro do arquivo " WS-FREG-FILE-ID
                  " nao encerrado - conferir na IFACE-MAINT"
            END-IF.

         REJECT-INTERFACE-FILE.
      *    Arquivo recusado pelas checagens do proprio programa - fica
      *    REJECTED com o motivo; sem registro aberto, o FILEREG
      *    registra o arquivo ja recusado.
            MOVE "REJECT" TO WS-FREG-FUNC
            MOVE WS-LOG-SESSION-ID TO WS-FREG-SESSION
            CALL "FILEREG" USING WS-FREG-DATA, WS-FREG-DISP
            IF WS-FREG-DISP = "S"
               EXEC SQL
                  COMMIT
               END-EXEC
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         FIM-PROGRAMA.
      *    DISCONNECT from database
            IF WS-DB-STARTED = "S"
               EXEC SQL
                  DISCONNECT ALL
               END-EXEC
            END-IF.

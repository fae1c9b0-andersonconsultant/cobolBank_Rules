      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Credit concentration service - called on an already-open
      *  connection (same pattern as KYCRATE and LOANCET) by
      *  LOAN-APPLY, GROUP-MAINT and the monthly GROUP-CONC report.
      *  Measures the exposure of one risk unit: the economic group
      *  the document belongs to (ACTIVE membership of an ACTIVE
      *  group), or the customer alone when it belongs to none. A
      *  group id passed in is used as is (the report walks the
      *  groups). Exposure, by the holder document of each account:
      *    loans      - open principal (OPEN installments) of every
      *                 loan contract, as LOAN-PROV takes it
      *    overdraft  - limit of the overdraft lines not CANCELLED:
      *                 the committed line, used or not
      *    discount   - face of the OPEN discounted titles
      *    guarantees - open principal of the contracts of borrowers
      *                 outside the unit guaranteed by a member
      *                 (ACTIVE loan_guarantors) - inside the unit the
      *                 loan is already counted once
      *  The limit is CONC_LIMIT_PCT (bank_params, default 25) of the
      *  reference equity CONC_REF_EQUITY; with no equity in the
      *  catalogue the limit comes back zero and the caller only
      *  reports the exposure.
      *
      *  CALL "GRPEXPO" USING dados, disp
      *    disp "S" = apurado; "F" = falha de banco.
      *
      *  economic_groups: id, group_code, name, status (ACTIVE/
      *    CLOSED), operator, created_at, closed_at
      *  economic_group_members: id, group_id, customer_doc, relation
      *    (CONTROLLER/SUBSIDIARY/AFFILIATE/FAMILY), status (ACTIVE/
      *    REMOVED), operator, added_at, removed_at
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 GROUP-SRV.
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
      *    Unidade de risco em apuracao.
         01  WS-GX-DOC               PIC X(14) VALUE SPACES.
         01  WS-GX-GROUP-ID          PIC 9(9)  VALUE 0.
         01  WS-GX-GROUP-NAME        PIC X(40) VALUE SPACES.
         01  WS-GX-MEMBERS           PIC 9(5)  VALUE 0.

      *    Exposicao por produto.
         01  WS-GX-LOANS             PIC 9(13)V99 VALUE 0.
         01  WS-GX-OVERDRAFT         PIC 9(13)V99 VALUE 0.
         01  WS-GX-DISCOUNT          PIC 9(13)V99 VALUE 0.
         01  WS-GX-GUARANTEES        PIC 9(13)V99 VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Limite de concentracao - catalogo central, uma leitura por
      *    processo.
         01  WS-GX-REF-EQUITY        PIC 9(13)V99 VALUE 0.
         01  WS-GX-LIMIT-PCT         PIC 9(3)V99 VALUE 25,00.
         01  WS-GX-LIMIT             PIC 9(13)V99 VALUE 0.
         01  WS-GX-POLICY-LOADED     PIC X(1)  VALUE "N".
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         EXEC SQL INCLUDE SQLCA END-EXEC.

         LINKAGE SECTION.
         01  LK-GRP-DATA.
             05  LK-GX-DOC           PIC X(14).
             05  LK-GX-GROUP-ID      PIC 9(9).
             05  LK-GX-GROUP-NAME    PIC X(40).
             05  LK-GX-MEMBERS       PIC 9(5).
             05  LK-GX-LOANS         PIC 9(13)V99.
             05  LK-GX-OVERDRAFT     PIC 9(13)V99.
             05  LK-GX-DISCOUNT      PIC 9(13)V99.
             05  LK-GX-GUARANTEES    PIC 9(13)V99.
             05  LK-GX-TOTAL         PIC 9(13)V99.
             05  LK-GX-LIMIT         PIC 9(13)V99.
             05  LK-GX-USE-PCT       PIC 9(5)V99.
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-GRP-DATA,
               LK-DISPOSITION.
      ******************************************************************
         GRPEXPO-RTN.
            ENTRY "GRPEXPO" USING LK-GRP-DATA, LK-DISPOSITION.
            MOVE "F" TO LK-DISPOSITION
            IF WS-GX-POLICY-LOADED = "N"
               PERFORM LOAD-POLICY
            END-IF
            MOVE LK-GX-DOC TO WS-GX-DOC
            MOVE LK-GX-GROUP-ID TO WS-GX-GROUP-ID
            MOVE SPACES TO LK-GX-GROUP-NAME
            MOVE 0 TO LK-GX-MEMBERS
            MOVE 0 TO LK-GX-LOANS
            MOVE 0 TO LK-GX-OVERDRAFT
            MOVE 0 TO LK-GX-DISCOUNT
            MOVE 0 TO LK-GX-GUARANTEES
            MOVE 0 TO LK-GX-TOTAL
            MOVE WS-GX-LIMIT TO LK-GX-LIMIT
            MOVE 0 TO LK-GX-USE-PCT
            PERFORM FIND-RISK-UNIT
            IF SQLCODE = ZERO
               PERFORM MEASURE-EXPOSURE
            END-IF.
            EXIT PROGRAM.

         LOAD-POLICY.
            MOVE "CONC_REF_EQUITY" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-GX-REF-EQUITY
            END-IF
            MOVE "CONC_LIMIT_PCT" TO WS-PARAM-NAME
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-GX-LIMIT-PCT
            END-IF
            COMPUTE WS-GX-LIMIT ROUNDED =
               WS-GX-REF-EQUITY * WS-GX-LIMIT-PCT / 100
            MOVE "S" TO WS-GX-POLICY-LOADED.

         FIND-RISK-UNIT.
      *    Grupo do documento, quando nao veio um; sem grupo a unidade
      *    e o proprio cliente (membros = 1).
            MOVE 0 TO SQLCODE
            IF WS-GX-GROUP-ID = 0
               EXEC SQL
                  SELECT COALESCE(MIN(m.group_id), 0)
                  INTO :WS-GX-GROUP-ID
                  FROM economic_group_members m
                  JOIN economic_groups g ON g.id = m.group_id
                  WHERE m.customer_doc = :WS-GX-DOC
                    AND m.status = 'ACTIVE'
                    AND g.status = 'ACTIVE'
               END-EXEC
            END-IF
            IF SQLCODE = ZERO
               IF WS-GX-GROUP-ID = 0
                  MOVE 1 TO WS-GX-MEMBERS
                  MOVE SPACES TO WS-GX-GROUP-NAME
               ELSE
                  EXEC SQL
                     SELECT g.name,
                            (SELECT COUNT(*)
                             FROM economic_group_members m
                             WHERE m.group_id = g.id
                               AND m.status = 'ACTIVE')
                     INTO :WS-GX-GROUP-NAME, :WS-GX-MEMBERS
                     FROM economic_groups g
                     WHERE g.id = :WS-GX-GROUP-ID
                  END-EXEC
               END-IF
            END-IF.

         MEASURE-EXPOSURE.
      *    Os documentos da unidade: membros ativos do grupo mais o
      *    documento pedido (o unico, quando nao ha grupo).
            EXEC SQL
               SELECT
                  COALESCE((SELECT SUM(i.principal_amount)
                            FROM loan_installments i
                            JOIN loan_contracts c
                              ON c.id = i.contract_id
                            WHERE i.status = 'OPEN'
                              AND account_holder_doc(c.account) IN
                                  (SELECT m.customer_doc
                                   FROM economic_group_members m
                                   WHERE m.group_id = :WS-GX-GROUP-ID
                                     AND m.status = 'ACTIVE'
                                   UNION SELECT :WS-GX-DOC)), 0),
                  COALESCE((SELECT SUM(o.limit_amount)
                            FROM overdraft_lines o
                            WHERE o.status <> 'CANCELLED'
                              AND account_holder_doc(o.account) IN
                                  (SELECT m.customer_doc
                                   FROM economic_group_members m
                                   WHERE m.group_id = :WS-GX-GROUP-ID
                                     AND m.status = 'ACTIVE'
                                   UNION SELECT :WS-GX-DOC)), 0),
                  COALESCE((SELECT SUM(t.face_amount)
                            FROM discount_titles t
                            JOIN discount_operations d
                              ON d.id = t.operation_id
                            WHERE t.status = 'OPEN'
                              AND account_holder_doc(d.account) IN
                                  (SELECT m.customer_doc
                                   FROM economic_group_members m
                                   WHERE m.group_id = :WS-GX-GROUP-ID
                                     AND m.status = 'ACTIVE'
                                   UNION SELECT :WS-GX-DOC)), 0),
                  COALESCE((SELECT SUM(i.principal_amount)
                            FROM loan_guarantors g
                            JOIN loan_contracts c
                              ON c.id = g.contract_id
                            JOIN loan_installments i
                              ON i.contract_id = g.contract_id
                            WHERE g.status = 'ACTIVE'
                              AND i.status = 'OPEN'
                              AND g.customer_doc IN
                                  (SELECT m.customer_doc
                                   FROM economic_group_members m
                                   WHERE m.group_id = :WS-GX-GROUP-ID
                                     AND m.status = 'ACTIVE'
                                   UNION SELECT :WS-GX-DOC)
                              AND account_holder_doc(c.account) NOT IN
                                  (SELECT m.customer_doc
                                   FROM economic_group_members m
                                   WHERE m.group_id = :WS-GX-GROUP-ID
                                     AND m.status = 'ACTIVE'
                                   UNION SELECT :WS-GX-DOC)), 0)
               INTO :WS-GX-LOANS, :WS-GX-OVERDRAFT, :WS-GX-DISCOUNT,
                    :WS-GX-GUARANTEES
            END-EXEC

            IF SQLCODE = ZERO
               MOVE WS-GX-GROUP-ID TO LK-GX-GROUP-ID
               MOVE WS-GX-GROUP-NAME TO LK-GX-GROUP-NAME
               MOVE WS-GX-MEMBERS TO LK-GX-MEMBERS
               MOVE WS-GX-LOANS TO LK-GX-LOANS
               MOVE WS-GX-OVERDRAFT TO LK-GX-OVERDRAFT
               MOVE WS-GX-DISCOUNT TO LK-GX-DISCOUNT
               MOVE WS-GX-GUARANTEES TO LK-GX-GUARANTEES
               COMPUTE LK-GX-TOTAL = WS-GX-LOANS + WS-GX-OVERDRAFT
                  + WS-GX-DISCOUNT + WS-GX-GUARANTEES
               IF WS-GX-LIMIT > 0
                  COMPUTE LK-GX-USE-PCT ROUNDED =
                     LK-GX-TOTAL * 100 / WS-GX-LIMIT
                     ON SIZE ERROR MOVE 99999,99 TO LK-GX-USE-PCT
                  END-COMPUTE
               END-IF
               MOVE "S" TO LK-DISPOSITION
            END-IF.

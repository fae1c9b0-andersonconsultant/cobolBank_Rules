      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  Operational loss event opener - called on an already-open
      *  connection (same pattern as SUSPOPEN) by every job that finds
      *  a loss, BEFORE the caller's COMMIT: the event commits or rolls
      *  back with whatever made it a loss. Each event becomes a row
      *  in loss_events, the register operational risk used to
      *  rebuild by hand every quarter:
      *    id, source (TILL / ATM / DISPUTE / DISP-WOFF / CHEQUE /
      *    MANUAL), ref (the source's own key - source + ref is
      *    unique), event_type, business_line, branch, account,
      *    event_date, booked_date (business date of the register),
      *    description, gross_amount, recovered_amount, net_amount
      *    (gross less recoveries), created_by, created_at.
      *  Recoveries are kept line by line in loss_recoveries (id,
      *  event_id, amount, note, recovered_by, recovered_at) and added
      *  to recovered_amount/net_amount by whoever records them
      *  (LOSS-DESK, LOSS-SCAN).
      *
      *  Event types - the categories of CMN Res. 4.557 art. 32:
      *    FRAUDE-INT  fraudes internas
      *    FRAUDE-EXT  fraudes externas
      *    TRABALHISTA demandas trabalhistas e seguranca do trabalho
      *    CLIENTES    praticas inadequadas com clientes, produtos e
      *                servicos
      *    DANOS       danos a ativos fisicos proprios ou em uso
      *    INTERRUPCAO interrupcao das atividades
      *    SISTEMAS    falhas em sistemas, processos ou TI
      *    EXECUCAO    falhas na execucao, prazos e gestao
      *  Business lines: VAREJO, COMERCIAL, PAGAMENTOS, TESOURARIA,
      *  CORPORATIVO, AGENTE, GESTAO, CORRETAGEM.
      *
      *  Branch left blank is resolved from the account
      *  (account_branch(), HQ when absent); event date left blank is
      *  the business date stamped on the session (business_date_control
      *  when the stamp is gone).
      *
      *  CALL "LOSSOPEN" USING dados, disp
      *    disp "S" = evento registrado (id em dados)
      *         "D" = origem+referencia ja registrada - nada feito
      *               (id do existente)
      *         "N" = falha - o chamador desfaz, como no SUSPOPEN
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 LOSS-OPEN.
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
         01  WS-LO-SOURCE            PIC X(12) VALUE SPACES.
         01  WS-LO-REF               PIC X(40) VALUE SPACES.
         01  WS-LO-TYPE              PIC X(12) VALUE SPACES.
         01  WS-LO-LINE              PIC X(12) VALUE SPACES.
         01  WS-LO-BRANCH            PIC X(6)  VALUE SPACES.
         01  WS-LO-ACCOUNT           PIC 9(10) VALUE 0.
         01  WS-LO-EVENT-DATE        PIC X(10) VALUE SPACES.
         01  WS-LO-GROSS             PIC 9(10)V99 VALUE 0.
         01  WS-LO-DETAIL            PIC X(80) VALUE SPACES.
         01  WS-LO-OPERATOR          PIC X(20) VALUE SPACES.
         01  WS-LO-EVENT-ID          PIC 9(9)  VALUE 0.
         01  WS-LO-SEEN              PIC 9(5)  VALUE 0.
         EXEC SQL END DECLARE SECTION END-EXEC.

         LINKAGE SECTION.
         01  LK-LOSS-DATA.
             05  LK-LO-SOURCE        PIC X(12).
             05  LK-LO-REF           PIC X(40).
             05  LK-LO-TYPE          PIC X(12).
             05  LK-LO-LINE          PIC X(12).
             05  LK-LO-BRANCH        PIC X(6).
             05  LK-LO-ACCOUNT       PIC 9(10).
             05  LK-LO-EVENT-DATE    PIC X(10).
             05  LK-LO-GROSS         PIC 9(10)V99.
             05  LK-LO-DETAIL        PIC X(80).
             05  LK-LO-OPERATOR      PIC X(20).
             05  LK-LO-EVENT-ID      PIC 9(9).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-LOSS-DATA,
               LK-DISPOSITION.
      ******************************************************************
         LOSSOPEN-RTN.
            ENTRY "LOSSOPEN" USING LK-LOSS-DATA, LK-DISPOSITION.
            MOVE LK-LO-SOURCE     TO WS-LO-SOURCE
            MOVE LK-LO-REF        TO WS-LO-REF
            MOVE LK-LO-TYPE       TO WS-LO-TYPE
            MOVE LK-LO-LINE       TO WS-LO-LINE
            MOVE LK-LO-BRANCH     TO WS-LO-BRANCH
            MOVE LK-LO-ACCOUNT    TO WS-LO-ACCOUNT
            MOVE LK-LO-EVENT-DATE TO WS-LO-EVENT-DATE
            MOVE LK-LO-GROSS      TO WS-LO-GROSS
            MOVE LK-LO-DETAIL     TO WS-LO-DETAIL
            MOVE LK-LO-OPERATOR   TO WS-LO-OPERATOR
            MOVE 0 TO LK-LO-EVENT-ID
            MOVE "N" TO LK-DISPOSITION
            IF WS-LO-OPERATOR = SPACES
               MOVE "SYSTEM" TO WS-LO-OPERATOR
            END-IF

      *    A mesma perda nunca entra duas vezes - a varredura diaria
      *    repassa as origens inteiras a cada rodada.
            MOVE 0 TO WS-LO-SEEN
            MOVE 0 TO WS-LO-EVENT-ID
            EXEC SQL
               SELECT COUNT(*), COALESCE(MIN(id), 0)
               INTO :WS-LO-SEEN, :WS-LO-EVENT-ID
               FROM loss_events
               WHERE source = TRIM(:WS-LO-SOURCE)
                 AND ref = TRIM(:WS-LO-REF)
            END-EXEC

            IF SQLCODE NOT = ZERO
               DISPLAY "#Cadastro de perdas indisponivel - "
                  SQLERRMC
            ELSE IF WS-LO-SEEN > 0
               MOVE WS-LO-EVENT-ID TO LK-LO-EVENT-ID
               MOVE "D" TO LK-DISPOSITION
            ELSE IF WS-LO-GROSS = 0
               DISPLAY "#Perda sem valor nao e registrada"
            ELSE
               PERFORM INSERT-LOSS-EVENT
            END-IF
            END-IF
            END-IF.
            EXIT PROGRAM.

         INSERT-LOSS-EVENT.
      *    Registro na data do movimento carimbada na sessao; agencia
      *    em branco sai da conta, HQ quando nem a conta diz.
            EXEC SQL
               INSERT INTO loss_events
                  (source, ref, event_type, business_line, branch,
                   account, event_date, booked_date, description,
                   gross_amount, recovered_amount, net_amount,
                   created_by, created_at)
               VALUES (TRIM(:WS-LO-SOURCE), TRIM(:WS-LO-REF),
                       TRIM(:WS-LO-TYPE), TRIM(:WS-LO-LINE),
                       COALESCE(NULLIF(TRIM(:WS-LO-BRANCH), ''),
                          account_branch(
                             NULLIF(:WS-LO-ACCOUNT, 0)), 'HQ'),
                       NULLIF(:WS-LO-ACCOUNT, 0),
                       COALESCE(NULLIF(TRIM(:WS-LO-EVENT-DATE),
                          '')::date,
                          NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          (SELECT business_date
                           FROM business_date_control WHERE id = 1),
                          CURRENT_DATE),
                       COALESCE(NULLIF(current_setting(
                          'bank.business_date', true), '')::date,
                          (SELECT business_date
                           FROM business_date_control WHERE id = 1),
                          CURRENT_DATE),
                       TRIM(:WS-LO-DETAIL), :WS-LO-GROSS, 0,
                       :WS-LO-GROSS, TRIM(:WS-LO-OPERATOR), now())
               RETURNING id INTO :WS-LO-EVENT-ID
            END-EXEC
            IF SQLCODE NOT = ZERO
               DISPLAY "#Falha ao registrar evento de perda - "
                  SQLERRMC
            ELSE
               MOVE WS-LO-EVENT-ID TO LK-LO-EVENT-ID
               MOVE "S" TO LK-DISPOSITION
            END-IF.

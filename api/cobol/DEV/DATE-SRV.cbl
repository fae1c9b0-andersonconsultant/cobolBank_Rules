      *  pattern as GETPARAM/LOGINSERT) against the business_calendar
      *  holiday table loaded by CAL-MAINT.
      *
      *  Also the keeper of the official business date (data do
      *  movimento) in business_date_control - the date every posting
      *  is stamped with, instead of the wall clock. CURRBD reads it
      *  and stamps the connection with it (bank.business_date, read
      *  by the posting functions, which fall back to the same table
      *  when the stamp is absent) and publishes it to the process
      *  environment as BUSINESS_DATE for the log spooler; ROLLBD is
      *  the EOD-CLOSE rollover to the next business day; PREVCLOS
      *  gives the post-close batches the day just closed; RAILDATE
      *  applies a rail's cutoff (CUTOFF_<rail> in bank_params, HHMM).
      *
      *  CALL "DATESRV" USING funcao, data-in, data-out, dias, disp
      *    funcao  X(8) : "VALIDATE" data-in e uma data real
      *                   "ISBD    " data-in e dia util
      *                   "NEXTBD  " data-out = proximo dia util
      *                   "PREVBD  " data-out = dia util anterior
      *                   "BDCOUNT " dias = dias uteis entre in e out
      *                   "CURRBD  " data-out = data do movimento; a
      *                              conexao passa a carimbar com ela
      *                   "PREVCLOS" data-out = ultimo dia fechado pelo
      *                              EOD-CLOSE (sem carimbar a conexao)
      *                   "STAMPBD " carimba a conexao com data-in (item
      *                              aceito para o proximo dia util)
      *                   "ROLLBD  " avanca a data do movimento para o
      *                              proximo dia util (EOD-CLOSE); sem
      *                              COMMIT - quem chama confirma
      *                   "RAILDATE" data-in = trilho (TED, BOLETO...);
      *                              data-out = data efetiva, dias =
      *                              0 mesmo dia, 1 proximo dia util
      *    datas   X(10): AAAA-MM-DD
      *    disp    X(1) : "S" ok/verdadeiro, "N" invalido/falso/erro
      ******************************************************************
         01  WS-DS-DATE-OUT          PIC X(10) VALUE SPACES.
         01  WS-DS-FLAG              PIC 9(1)  VALUE 0.
         01  WS-DS-COUNT             PIC 9(5)  VALUE 0.
         01  WS-DS-BUS-DATE          PIC X(10) VALUE SPACES.
         01  WS-DS-SETTING           PIC X(10) VALUE SPACES.
         EXEC SQL END DECLARE SECTION END-EXEC.

      *    Data do movimento publicada no ambiente do processo, no
      *    formato AAAAMMDD do spool de log.
         01  WS-DS-ENV-DATE          PIC X(8)  VALUE SPACES.
         01  WS-DS-TODAY             PIC 9(8)  VALUE 0.
         01  WS-DS-TODAY-X           PIC X(10) VALUE SPACES.

      *    Horario de corte do trilho (HHMM) contra a hora corrente.
         01  WS-DS-RAIL              PIC X(10) VALUE SPACES.
         01  WS-DS-CUTOFF            PIC 9(4)  VALUE 0.
         01  WS-DS-NOW               PIC 9(8)  VALUE 0.
         01  WS-DS-NOW-HHMM          PIC 9(4)  VALUE 0.
         01  WS-PARAM-NAME           PIC X(30) VALUE SPACES.
         01  WS-PARAM-VALUE          PIC S9(12)V9(4) VALUE 0.
         01  WS-PARAM-DISP           PIC X(1)  VALUE SPACE.

         LINKAGE SECTION.
         01  LK-FUNC                 PIC X(8).
         01  LK-DATE-IN              PIC X(10).
               WHEN "NEXTBD"   PERFORM NEXT-BUSINESS-DAY
               WHEN "PREVBD"   PERFORM PREV-BUSINESS-DAY
               WHEN "BDCOUNT"  PERFORM BUSINESS-DAYS-BETWEEN
               WHEN "CURRBD"   PERFORM CURRENT-BUSINESS-DATE
               WHEN "PREVCLOS" PERFORM PREVIOUS-CLOSED-DATE
               WHEN "STAMPBD"  PERFORM STAMP-BUSINESS-DATE
               WHEN "ROLLBD"   PERFORM ROLL-BUSINESS-DATE
               WHEN "RAILDATE" PERFORM RAIL-EFFECTIVE-DATE
               WHEN OTHER      CONTINUE
            END-EVALUATE.
            EXIT PROGRAM.
                  ROLLBACK
               END-EXEC
            END-IF.

         READ-BUSINESS-DATE.
      *    Sem linha de controle (base recem-criada, antes do primeiro
      *    fechamento) a data do movimento e a data do calendario.
            MOVE SPACES TO WS-DS-BUS-DATE
            EXEC SQL
               SELECT TO_CHAR(business_date, 'YYYY-MM-DD')
               INTO :WS-DS-BUS-DATE
               FROM business_date_control
               WHERE id = 1
            END-EXEC.
            IF SQLCODE = 100
               EXEC SQL
                  SELECT TO_CHAR(CURRENT_DATE, 'YYYY-MM-DD')
                  INTO :WS-DS-BUS-DATE
               END-EXEC
            END-IF.
            IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-DS-BUS-DATE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         CURRENT-BUSINESS-DATE.
            PERFORM READ-BUSINESS-DATE
            IF WS-DS-BUS-DATE NOT = SPACES
               MOVE WS-DS-BUS-DATE TO WS-DS-DATE-IN
               PERFORM STAMP-BUSINESS-DATE
               IF LK-DISPOSITION = "S"
                  MOVE WS-DS-BUS-DATE TO LK-DATE-OUT
      *           O LOGINSERT nao abre conexao - le a data do movimento
      *           do ambiente do processo para o spool.
                  MOVE SPACES TO WS-DS-ENV-DATE
                  STRING WS-DS-BUS-DATE(1:4) WS-DS-BUS-DATE(6:2)
                     WS-DS-BUS-DATE(9:2) DELIMITED BY SIZE
                     INTO WS-DS-ENV-DATE
                  END-STRING
                  DISPLAY "BUSINESS_DATE" UPON ENVIRONMENT-NAME
                  DISPLAY WS-DS-ENV-DATE UPON ENVIRONMENT-VALUE
               END-IF
            END-IF.

         PREVIOUS-CLOSED-DATE.
      *    Dia recem-fechado - os batches de pos-fechamento rodam com a
      *    data do movimento ja virada pelo EOD-CLOSE. Sem data anterior
      *    guardada (nenhum fechamento ainda), o dia util anterior a
      *    data do movimento.
            MOVE SPACES TO WS-DS-DATE-OUT
            EXEC SQL
               SELECT COALESCE(TO_CHAR(previous_date, 'YYYY-MM-DD'),
                      ' ')
               INTO :WS-DS-DATE-OUT
               FROM business_date_control
               WHERE id = 1
            END-EXEC.
            IF SQLCODE = ZERO AND WS-DS-DATE-OUT NOT = SPACES
               MOVE WS-DS-DATE-OUT TO LK-DATE-OUT
               MOVE "S" TO LK-DISPOSITION
            ELSE
               IF SQLCODE = ZERO OR SQLCODE = 100
                  PERFORM READ-BUSINESS-DATE
                  IF WS-DS-BUS-DATE NOT = SPACES
                     MOVE WS-DS-BUS-DATE TO WS-DS-DATE-IN
                     PERFORM PREV-BUSINESS-DAY
                  END-IF
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               END-IF
            END-IF.

         STAMP-BUSINESS-DATE.
      *    Carimbo da conexao - vale ate o proximo STAMPBD/CURRBD; um
      *    ROLLBACK o desfaz e as funcoes de lancamento voltam a data
      *    do controle, que e a mesma fora do caso do corte.
            EXEC SQL
               SELECT set_config('bank.business_date',
                      TO_CHAR(:WS-DS-DATE-IN::date, 'YYYY-MM-DD'),
                      false)
               INTO :WS-DS-SETTING
            END-EXEC.
            IF SQLCODE = ZERO
               MOVE WS-DS-DATE-IN TO LK-DATE-OUT
               MOVE "S" TO LK-DISPOSITION
            ELSE
               EXEC SQL
                  ROLLBACK
               END-EXEC
            END-IF.

         ROLL-BUSINESS-DATE.
      *    Avanca sempre a partir da data do movimento em vigor, nunca
      *    do relogio - fechamento rodado depois da meia-noite nao pula
      *    um dia. A data anterior fica guardada para quem precisa do
      *    dia recem-fechado.
            PERFORM READ-BUSINESS-DATE
            IF WS-DS-BUS-DATE NOT = SPACES
               MOVE WS-DS-BUS-DATE TO WS-DS-DATE-IN
               PERFORM NEXT-BUSINESS-DAY
            END-IF
            IF LK-DISPOSITION = "S"
               MOVE "N" TO LK-DISPOSITION
               EXEC SQL
                  INSERT INTO business_date_control AS c
                     (id, business_date, previous_date, rolled_at)
                  VALUES (1, :WS-DS-DATE-OUT::date,
                          :WS-DS-BUS-DATE::date, now())
                  ON CONFLICT (id) DO UPDATE
                  SET previous_date = c.business_date,
                      business_date = EXCLUDED.business_date,
                      rolled_at = now()
               END-EXEC
               IF SQLCODE = ZERO
                  MOVE WS-DS-DATE-OUT TO LK-DATE-OUT
                  MOVE "S" TO LK-DISPOSITION
               ELSE
                  EXEC SQL
                     ROLLBACK
                  END-EXEC
               END-IF
            END-IF.

         RAIL-EFFECTIVE-DATE.
      *    Depois do corte do trilho (ou com o movimento ja virado pelo
      *    fechamento) o item e aceito para o proximo dia util. Sem
      *    parametro, TED corta as 17:00 e boleto as 20:00; trilho sem
      *    corte (PIX) e sempre no dia.
            MOVE LK-DATE-IN TO WS-DS-RAIL
            MOVE 0 TO LK-DAYS
            MOVE 0 TO WS-DS-CUTOFF
            IF WS-DS-RAIL = "TED"
               MOVE 1700 TO WS-DS-CUTOFF
            END-IF
            IF WS-DS-RAIL = "BOLETO"
               MOVE 2000 TO WS-DS-CUTOFF
            END-IF
            MOVE SPACES TO WS-PARAM-NAME
            STRING "CUTOFF_" WS-DS-RAIL DELIMITED BY SPACE
               INTO WS-PARAM-NAME
            END-STRING
            CALL "GETPARAM" USING WS-PARAM-NAME, WS-PARAM-VALUE,
               WS-PARAM-DISP
            IF WS-PARAM-DISP = "S"
               MOVE WS-PARAM-VALUE TO WS-DS-CUTOFF
            END-IF

            PERFORM READ-BUSINESS-DATE
            IF WS-DS-BUS-DATE NOT = SPACES
               ACCEPT WS-DS-TODAY FROM DATE YYYYMMDD
               MOVE SPACES TO WS-DS-TODAY-X
               STRING WS-DS-TODAY(1:4) "-" WS-DS-TODAY(5:2) "-"
                  WS-DS-TODAY(7:2) DELIMITED BY SIZE
                  INTO WS-DS-TODAY-X
               END-STRING
               ACCEPT WS-DS-NOW FROM TIME
               MOVE WS-DS-NOW(1:4) TO WS-DS-NOW-HHMM

               IF WS-DS-CUTOFF > 0 AND
                  WS-DS-NOW-HHMM >= WS-DS-CUTOFF AND
                  WS-DS-BUS-DATE = WS-DS-TODAY-X
                  MOVE WS-DS-BUS-DATE TO WS-DS-DATE-IN
                  PERFORM NEXT-BUSINESS-DAY
               ELSE
                  MOVE WS-DS-BUS-DATE TO LK-DATE-OUT
                  MOVE "S" TO LK-DISPOSITION
               END-IF
               IF LK-DISPOSITION = "S" AND
                  LK-DATE-OUT NOT = WS-DS-TODAY-X
                  MOVE 1 TO LK-DAYS
               END-IF
            END-IF.

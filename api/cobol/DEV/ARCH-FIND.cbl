         01  WS-ARC-OP               PIC X(10) VALUE SPACES.
         01  WS-ARC-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-ARC-REF              PIC X(20) VALUE SPACES.
         01  WS-ARC-VALUE-DATE       PIC 9(8)  VALUE 0.

      *    Linha de transcricao arquivada em leitura.
         01  WS-TRS-LINE-SEQ         PIC 9(6)  VALUE 0.
            EXEC SQL
               DECLARE ARC-RCP-CUR CURSOR FOR
               SELECT session_id, receipt_seq, account, rcp_date,
                      rcp_time, operation, amount, ref,
                      COALESCE(value_date, 0)
               FROM receipt_archive
               WHERE receipt_seq = :WS-FIND-RECEIPT
               ORDER BY rcp_date, session_id
               FETCH ARC-RCP-CUR
               INTO :WS-ARC-SESSION, :WS-ARC-SEQ, :WS-ARC-ACCOUNT,
                    :WS-ARC-DATE, :WS-ARC-TIME, :WS-ARC-OP,
                    :WS-ARC-AMOUNT, :WS-ARC-REF, :WS-ARC-VALUE-DATE
            END-EXEC

            IF SQLCODE = 100
            EXEC SQL
               DECLARE ARC-ACC-CUR CURSOR FOR
               SELECT session_id, receipt_seq, account, rcp_date,
                      rcp_time, operation, amount, ref,
                      COALESCE(value_date, 0)
               FROM receipt_archive
               WHERE account = :WS-FIND-ACCOUNT
                 AND (:WS-FIND-DATE = 0
               FETCH ARC-ACC-CUR
               INTO :WS-ARC-SESSION, :WS-ARC-SEQ, :WS-ARC-ACCOUNT,
                    :WS-ARC-DATE, :WS-ARC-TIME, :WS-ARC-OP,
                    :WS-ARC-AMOUNT, :WS-ARC-REF, :WS-ARC-VALUE-DATE
            END-EXEC

            IF SQLCODE = 100
            DISPLAY "#Operacao : " WS-ARC-OP
            DISPLAY "#Conta    : " WS-ARC-ACCOUNT
            DISPLAY "#Valor    : " WS-ARC-AMOUNT
            DISPLAY "#Referencia: " WS-ARC-REF
            IF WS-ARC-VALUE-DATE > 0
               DISPLAY "#Movimento: " WS-ARC-VALUE-DATE
                  " (proximo dia util)"
            END-IF.

         SHOW-FIND-OUTCOME.
            IF WS-FOUND-COUNT = 0

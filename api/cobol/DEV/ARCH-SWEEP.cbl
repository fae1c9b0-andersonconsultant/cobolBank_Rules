             05  RCP-IN-ACCOUNT      PIC 9(10).
             05  RCP-IN-AMOUNT       PIC 9(10)V99.
             05  RCP-IN-REF          PIC X(20).
             05  RCP-IN-OPERATOR     PIC X(20).
             05  RCP-IN-VALUE-DATE   PIC 9(8).

         FD  RECEIPT-KEEP.
         01  RECEIPT-KEEP-RECORD     PIC X(107).

         FD  TRANSCRIPT-IN.
         01  TRANSCRIPT-IN-LINE      PIC X(150).
         01  WS-ARC-ACCOUNT          PIC 9(10) VALUE 0.
         01  WS-ARC-AMOUNT           PIC 9(10)V99 VALUE 0.
         01  WS-ARC-REF              PIC X(20) VALUE SPACES.
         01  WS-ARC-OPERATOR         PIC X(20) VALUE SPACES.
         01  WS-ARC-VALUE-DATE       PIC 9(8)  VALUE 0.

      *    Sessao candidata da varredura de transcricoes.
         01  WS-SES-ID-TXT           PIC X(10) VALUE SPACES.
            MOVE RCP-IN-ACCOUNT TO WS-ARC-ACCOUNT
            MOVE RCP-IN-AMOUNT  TO WS-ARC-AMOUNT
            MOVE RCP-IN-REF     TO WS-ARC-REF
            MOVE RCP-IN-OPERATOR TO WS-ARC-OPERATOR
      *    Data do movimento so vem no recibo lancado para o proximo
      *    dia util; registro gravado antes do campo existir fica zero.
            MOVE 0 TO WS-ARC-VALUE-DATE
            IF RCP-IN-VALUE-DATE NUMERIC
               MOVE RCP-IN-VALUE-DATE TO WS-ARC-VALUE-DATE
            END-IF

            MOVE 0 TO WS-DUP-COUNT
            EXEC SQL
                  INSERT INTO receipt_archive
                     (session_id, receipt_seq, account,
                      rcp_date, rcp_time, operation, amount,
                      ref, operator_user, value_date, archived_at)
                  VALUES (:WS-ARC-SESSION, :WS-ARC-SEQ,
                          :WS-ARC-ACCOUNT, :WS-ARC-DATE,
                          :WS-ARC-TIME, :WS-ARC-OP,
                          :WS-ARC-AMOUNT, :WS-ARC-REF,
                          :WS-ARC-OPERATOR, :WS-ARC-VALUE-DATE,
                          now())
               END-EXEC
               IF SQLCODE NOT = ZERO
                  EXEC SQL

      *              + credit total 9(15)V99
      *    trailer : '9' + code count 9(6) + debit grand 9(15)V99
      *              + credit grand 9(15)V99
      *
      *  The file produced is registered in the interface registry
      *  (FILEREG) as PRODUCED; sending and the partner's
      *  acknowledgement are marked at IFACE-MAINT.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
             05  CB-GRAND-CREDIT     PIC 9(15)V99.
             05  FILLER              PIC X(19) VALUE SPACES.

      *    Registro do arquivo de interface (FILEREG) - nome, parceiro,
      *    hash, sequencia do header, contagem, total e situacao.
         01  WS-FREG-DATA.
             05  WS-FREG-FUNC          PIC X(8)  VALUE SPACES.
             05  WS-FREG-INTERFACE     PIC X(14) VALUE "COSIF-BAL".
             05  WS-FREG-PATH          PIC X(100) VALUE SPACES.
             05  WS-FREG-PARTNER       PIC X(20) VALUE "BACEN-COSIF".
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
             05  WS-LOG-COMPONENT      PIC X(10) VALUE "COSIFBAL".
               MOVE WS-GRAND-CREDIT TO CB-GRAND-CREDIT
               WRITE COSIF-OUT-LINE FROM WS-COSIF-TRAILER
               CLOSE COSIF-OUT-FILE
               MOVE WS-COSIF-OUT-PATH TO WS-FREG-PATH
               MOVE WS-CODE-COUNT TO WS-FREG-RECORDS
               MOVE WS-GRAND-DEBIT TO WS-FREG-TOTAL
               PERFORM REGISTER-OUTBOUND-FILE

               PERFORM CROSS-CHECK-TRIAL-BALANCE
            END-IF.
               CALL "LOGINSERT" USING WS-LOG-DATA
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

      ******************************************************************
      *  Open Cobol ESQL (Ocesql) Support Program
      *
      *  PIX QR payload (BR Code, EMV merchant-presented layout) for a
      *  charge created at PIXCOB-MAINT. Every field is an EMV TLV -
      *  id 9(2) + length 9(2) + value:
      *    00 payload format "01"
      *    01 point of initiation "12" (single use - one charge)
      *    26 merchant account: 00 GUI "br.gov.bcb.pix" + 01 key
      *    52 merchant category "0000", 53 currency "986" (BRL)
      *    54 amount with a dot as decimal separator
      *    58 country "BR", 59 merchant name (25), 60 city (15)
      *    62 additional data: 05 txid
      *    63 CRC16-CCITT (polynomial 1021, initial FFFF) over the
      *       whole payload up to and including "6304", 4 hex digits
      *  The txid in field 62 is what PIX-IN matches the incoming PIX
      *  against. Characters outside printable ASCII become spaces
      *  before the CRC, so the payload always checks.
      *
      *  CALL "PIXQR" USING dados, disp
      *    disp "S" = payload montado
      *         "N" = chave, txid ou valor faltando - nada montado
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         PROGRAM-ID.                 PIX-QR.
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
      *    Montagem TLV - buffer, ponteiro e o campo corrente.
         01  WS-QR-BUF               PIC X(300) VALUE SPACES.
         01  WS-QR-PTR               PIC 9(4)  COMP VALUE 1.
         01  WS-QR-ID                PIC X(2)  VALUE SPACES.
         01  WS-QR-VALUE             PIC X(99) VALUE SPACES.
         01  WS-QR-LEN               PIC 9(4)  COMP VALUE 0.
         01  WS-QR-LEN-X             PIC 9(2)  VALUE 0.
         01  WS-QR-ACCOUNT-INFO      PIC X(99) VALUE SPACES.
         01  WS-QR-ADDL-DATA         PIC X(99) VALUE SPACES.

      *    Valor no formato do BR Code - inteiro sem zeros a esquerda,
      *    ponto e centavos.
         01  WS-QR-AMOUNT            PIC 9(10)V99 VALUE 0.
         01  WS-QR-AMOUNT-R REDEFINES WS-QR-AMOUNT.
             05  WS-QR-AMT-INT       PIC 9(10).
             05  WS-QR-AMT-CENTS     PIC 9(2).
         01  WS-QR-AMT-EDIT          PIC Z(9)9.
         01  WS-QR-AMT-LEAD          PIC 9(4)  COMP VALUE 0.
         01  WS-QR-AMT-TEXT          PIC X(14) VALUE SPACES.

      *    CRC16-CCITT - codigo do byte pela tabela ASCII imprimivel
      *    (posicao + 31) e XOR de 16 bits por aritmetica.
         01  WS-ASCII-TABLE.
             05  FILLER              PIC X(16) VALUE
                 " !""#$%&'()*+,-./".
             05  FILLER              PIC X(16) VALUE
                 "0123456789:;<=>?".
             05  FILLER              PIC X(16) VALUE
                 "@ABCDEFGHIJKLMNO".
             05  FILLER              PIC X(16) VALUE
                 "PQRSTUVWXYZ[\]^_".
             05  FILLER              PIC X(16) VALUE
                 "`abcdefghijklmno".
             05  FILLER              PIC X(15) VALUE
                 "pqrstuvwxyz{|}~".
         01  WS-ASCII-CHARS REDEFINES WS-ASCII-TABLE PIC X(95).
         01  WS-HEX-DIGITS           PIC X(16) VALUE
             "0123456789ABCDEF".

         01  WS-CRC                  PIC 9(5)  COMP VALUE 0.
         01  WS-CRC-IX               PIC 9(4)  COMP VALUE 0.
         01  WS-CRC-END              PIC 9(4)  COMP VALUE 0.
         01  WS-CHR-IX               PIC 9(4)  COMP VALUE 0.
         01  WS-CHR-CODE             PIC 9(3)  COMP VALUE 0.
         01  WS-CRC-HEX              PIC X(4)  VALUE SPACES.
         01  WS-HEX-WORK             PIC 9(5)  COMP VALUE 0.
         01  WS-HEX-DIGIT            PIC 9(2)  COMP VALUE 0.
         01  WS-HEX-POS              PIC 9(1)  COMP VALUE 0.

         01  WS-XOR-A                PIC 9(5)  COMP VALUE 0.
         01  WS-XOR-B                PIC 9(5)  COMP VALUE 0.
         01  WS-XOR-R                PIC 9(5)  COMP VALUE 0.
         01  WS-XOR-BIT              PIC 9(5)  COMP VALUE 0.
         01  WS-XOR-A-BIT            PIC 9(1)  COMP VALUE 0.
         01  WS-XOR-B-BIT            PIC 9(1)  COMP VALUE 0.

         LINKAGE SECTION.
         01  LK-QR-DATA.
             05  LK-QR-KEY           PIC X(40).
             05  LK-QR-NAME          PIC X(25).
             05  LK-QR-CITY          PIC X(15).
             05  LK-QR-AMOUNT        PIC 9(10)V99.
             05  LK-QR-TXID          PIC X(35).
             05  LK-QR-PAYLOAD       PIC X(300).
         01  LK-DISPOSITION          PIC X(1).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-QR-DATA,
               LK-DISPOSITION.
      ******************************************************************
         PIXQR-RTN.
            ENTRY "PIXQR" USING LK-QR-DATA, LK-DISPOSITION.
            MOVE "N" TO LK-DISPOSITION
            MOVE SPACES TO LK-QR-PAYLOAD
            IF LK-QR-KEY NOT = SPACES AND LK-QR-TXID NOT = SPACES
               AND LK-QR-AMOUNT > 0
               PERFORM BUILD-ACCOUNT-INFO
               PERFORM BUILD-ADDITIONAL-DATA
               PERFORM FORMAT-AMOUNT
               PERFORM BUILD-PAYLOAD
               PERFORM COMPUTE-CRC
               MOVE WS-QR-BUF TO LK-QR-PAYLOAD
               MOVE "S" TO LK-DISPOSITION
            END-IF
            EXIT PROGRAM.

         BUILD-ACCOUNT-INFO.
      *    Campo 26 - GUI do arranjo e a chave do recebedor.
            MOVE SPACES TO WS-QR-BUF
            MOVE 1 TO WS-QR-PTR
            MOVE "00" TO WS-QR-ID
            MOVE "br.gov.bcb.pix" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "01" TO WS-QR-ID
            MOVE LK-QR-KEY TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE WS-QR-BUF TO WS-QR-ACCOUNT-INFO.

         BUILD-ADDITIONAL-DATA.
      *    Campo 62 - o txid da cobranca.
            MOVE SPACES TO WS-QR-BUF
            MOVE 1 TO WS-QR-PTR
            MOVE "05" TO WS-QR-ID
            MOVE LK-QR-TXID TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE WS-QR-BUF TO WS-QR-ADDL-DATA.

         FORMAT-AMOUNT.
            MOVE LK-QR-AMOUNT TO WS-QR-AMOUNT
            MOVE WS-QR-AMT-INT TO WS-QR-AMT-EDIT
            MOVE 0 TO WS-QR-AMT-LEAD
            INSPECT WS-QR-AMT-EDIT TALLYING WS-QR-AMT-LEAD
               FOR LEADING SPACES
            MOVE SPACES TO WS-QR-AMT-TEXT
            STRING WS-QR-AMT-EDIT(WS-QR-AMT-LEAD + 1:) "."
               WS-QR-AMT-CENTS
               DELIMITED BY SIZE INTO WS-QR-AMT-TEXT
            END-STRING.

         BUILD-PAYLOAD.
            MOVE SPACES TO WS-QR-BUF
            MOVE 1 TO WS-QR-PTR
            MOVE "00" TO WS-QR-ID
            MOVE "01" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "01" TO WS-QR-ID
            MOVE "12" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "26" TO WS-QR-ID
            MOVE WS-QR-ACCOUNT-INFO TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "52" TO WS-QR-ID
            MOVE "0000" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "53" TO WS-QR-ID
            MOVE "986" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "54" TO WS-QR-ID
            MOVE WS-QR-AMT-TEXT TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "58" TO WS-QR-ID
            MOVE "BR" TO WS-QR-VALUE
            PERFORM APPEND-TLV
            MOVE "59" TO WS-QR-ID
            MOVE LK-QR-NAME TO WS-QR-VALUE
            IF WS-QR-VALUE = SPACES
               MOVE "N" TO WS-QR-VALUE
            END-IF
            PERFORM APPEND-TLV
            MOVE "60" TO WS-QR-ID
            MOVE LK-QR-CITY TO WS-QR-VALUE
            IF WS-QR-VALUE = SPACES
               MOVE "BRASILIA" TO WS-QR-VALUE
            END-IF
            PERFORM APPEND-TLV
            MOVE "62" TO WS-QR-ID
            MOVE WS-QR-ADDL-DATA TO WS-QR-VALUE
            PERFORM APPEND-TLV
            STRING "6304" DELIMITED BY SIZE
               INTO WS-QR-BUF WITH POINTER WS-QR-PTR
            END-STRING.

         APPEND-TLV.
      *    Id, tamanho do valor sem os brancos do fim, e o valor.
            PERFORM FIND-VALUE-END
               VARYING WS-QR-LEN FROM 99 BY -1
               UNTIL WS-QR-LEN = 0
                  OR WS-QR-VALUE(WS-QR-LEN:1) NOT = SPACE
            IF WS-QR-LEN > 0
               MOVE WS-QR-LEN TO WS-QR-LEN-X
               STRING WS-QR-ID WS-QR-LEN-X
                  WS-QR-VALUE(1:WS-QR-LEN)
                  DELIMITED BY SIZE
                  INTO WS-QR-BUF WITH POINTER WS-QR-PTR
               END-STRING
            END-IF.

         FIND-VALUE-END.
            CONTINUE.

         COMPUTE-CRC.
      *    CRC16-CCITT sobre tudo ate o "6304" inclusive.
            COMPUTE WS-CRC-END = WS-QR-PTR - 1
            MOVE 65535 TO WS-CRC
            PERFORM CRC-ONE-BYTE
               VARYING WS-CRC-IX FROM 1 BY 1
               UNTIL WS-CRC-IX > WS-CRC-END

            MOVE SPACES TO WS-CRC-HEX
            MOVE WS-CRC TO WS-HEX-WORK
            PERFORM HEX-ONE-DIGIT
               VARYING WS-HEX-POS FROM 4 BY -1
               UNTIL WS-HEX-POS = 0
            STRING WS-CRC-HEX DELIMITED BY SIZE
               INTO WS-QR-BUF WITH POINTER WS-QR-PTR
            END-STRING.

         CRC-ONE-BYTE.
            MOVE 0 TO WS-CHR-CODE
            PERFORM FIND-CHAR-CODE
               VARYING WS-CHR-IX FROM 1 BY 1
               UNTIL WS-CHR-IX > 95 OR WS-CHR-CODE > 0
            IF WS-CHR-CODE = 0
               MOVE SPACE TO WS-QR-BUF(WS-CRC-IX:1)
               MOVE 32 TO WS-CHR-CODE
            END-IF

            MOVE WS-CRC TO WS-XOR-A
            COMPUTE WS-XOR-B = WS-CHR-CODE * 256
            PERFORM XOR-16
            MOVE WS-XOR-R TO WS-CRC
            PERFORM CRC-SHIFT-BIT 8 TIMES.

         FIND-CHAR-CODE.
            IF WS-ASCII-CHARS(WS-CHR-IX:1) = WS-QR-BUF(WS-CRC-IX:1)
               COMPUTE WS-CHR-CODE = WS-CHR-IX + 31
            END-IF.

         CRC-SHIFT-BIT.
            IF WS-CRC >= 32768
               COMPUTE WS-XOR-A = (WS-CRC - 32768) * 2
               MOVE 4129 TO WS-XOR-B
               PERFORM XOR-16
               MOVE WS-XOR-R TO WS-CRC
            ELSE
               COMPUTE WS-CRC = WS-CRC * 2
            END-IF.

         XOR-16.
            MOVE 0 TO WS-XOR-R
            MOVE 1 TO WS-XOR-BIT
            PERFORM XOR-ONE-BIT 16 TIMES.

         XOR-ONE-BIT.
            DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
               REMAINDER WS-XOR-A-BIT
            DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
               REMAINDER WS-XOR-B-BIT
            IF WS-XOR-A-BIT NOT = WS-XOR-B-BIT
               ADD WS-XOR-BIT TO WS-XOR-R
            END-IF
            COMPUTE WS-XOR-BIT = WS-XOR-BIT * 2.

         HEX-ONE-DIGIT.
            DIVIDE WS-HEX-WORK BY 16 GIVING WS-HEX-WORK
               REMAINDER WS-HEX-DIGIT
            MOVE WS-HEX-DIGITS(WS-HEX-DIGIT + 1:1)
               TO WS-CRC-HEX(WS-HEX-POS:1).

      *  Regras: conta de 10 digitos fecha com DV mod-11 (pesos 2..9
      *  do menos significativo; resto 10/11 vira 0); CPF e CNPJ
      *  seguem os dois DVs classicos do modulo 11.
      *
      *  CALL "CHECKBARCODE" USING tipo, codigo, resultado
      *    tipo      X(4) : "ARRC" (convenio de arrecadacao FEBRABAN)
      *    codigo    X(48): linha digitavel (48 digitos) ou codigo de
      *                     barras lido pela leitora (44 digitos)
      *    resultado X(1) : "S" valido / "N" invalido
      *
      *  A guia de arrecadacao comeca por 8 e o terceiro digito diz o
      *  modulo: 6/7 modulo 10 (pesos 2,1 da direita, produto acima
      *  de 9 soma os algarismos), 8/9 modulo 11 (pesos 2..9 da
      *  direita, resto 0 ou 1 vira 0). Na linha digitavel cada um
      *  dos quatro blocos de 11 digitos fecha com o proprio DV; em
      *  qualquer das formas o DV geral (posicao 4 do codigo de
      *  barras) confere com os outros 43 digitos.
      ******************************************************************
         IDENTIFICATION              DIVISION.
      ******************************************************************
         01  WS-CD-ALL-SAME          PIC X(1) VALUE "S".
         01  WS-CD-SAME-LIM          PIC 9(2) COMP VALUE 0.

      *    Guia de arrecadacao - o codigo recebido, o codigo de barras
      *    de 44 digitos remontado e a faixa em calculo no modulo.
         01  WS-BC-CODE.
             05  WS-BC-DIGIT         PIC 9(1) OCCURS 48.
         01  WS-BC-BAR.
             05  WS-BC-BAR-DIGIT     PIC 9(1) OCCURS 44.
         01  WS-BC-WORK.
             05  WS-BC-WORK-DIGIT    PIC 9(1) OCCURS 43.
         01  WS-BC-WORK-LEN          PIC 9(2) COMP VALUE 0.
         01  WS-BC-BLOCK             PIC 9(1) COMP VALUE 0.
         01  WS-BC-START             PIC 9(2) COMP VALUE 0.
         01  WS-BC-PRODUCT           PIC 9(2) COMP VALUE 0.
         01  WS-BC-MODULE            PIC 9(2) COMP VALUE 0.
         01  WS-BC-OK                PIC X(1) VALUE "S".

      *    Pesos fixos dos dois digitos do CNPJ.
         01  WS-CNPJ-W1-TXT          PIC X(12) VALUE "543298765432".
         01  WS-CNPJ-W1 REDEFINES WS-CNPJ-W1-TXT.
         01  LK-TYPE                 PIC X(4).
         01  LK-VALUE                PIC X(14).
         01  LK-RESULT               PIC X(1).
         01  LK-BARCODE              PIC X(48).

      ******************************************************************
         PROCEDURE             DIVISION USING LK-TYPE, LK-VALUE,
            END-EVALUATE.
            EXIT PROGRAM.

         CHECKBARCODE-RTN.
            ENTRY "CHECKBARCODE" USING LK-TYPE, LK-BARCODE, LK-RESULT.
            MOVE "N" TO LK-RESULT

            IF LK-TYPE = "ARRC"
               IF LK-BARCODE(1:48) IS NUMERIC
                  MOVE LK-BARCODE TO WS-BC-CODE
                  PERFORM VALIDATE-ARRC-LINE
               ELSE IF LK-BARCODE(1:44) IS NUMERIC
                  AND LK-BARCODE(45:4) = SPACES
                  MOVE LK-BARCODE(1:44) TO WS-BC-BAR
                  MOVE "S" TO WS-BC-OK
                  PERFORM VALIDATE-ARRC-BAR
               END-IF
               END-IF
            END-IF.
            EXIT PROGRAM.

         VALIDATE-ACCOUNT.
      *    Nove digitos de corpo e o decimo como DV - pesos 2..9 em
      *    ciclo a partir do digito menos significativo do corpo.
            COMPUTE WS-CD-SUM = WS-CD-SUM +
               WS-CD-DIGIT (WS-CD-IX) * WS-CNPJ-W2-D (WS-CD-IX)
            ADD 1 TO WS-CD-IX.

         VALIDATE-ARRC-LINE.
      *    Linha digitavel: quatro blocos de 11 digitos mais DV; os
      *    blocos sem os DVs formam o codigo de barras.
            MOVE "S" TO WS-BC-OK
            MOVE WS-BC-DIGIT (3) TO WS-BC-MODULE
            MOVE 1 TO WS-BC-BLOCK
            PERFORM CHECK-ARRC-BLOCK
               UNTIL WS-BC-BLOCK > 4 OR WS-BC-OK = "N"
            IF WS-BC-OK = "S"
               MOVE WS-BC-CODE(1:11)  TO WS-BC-BAR(1:11)
               MOVE WS-BC-CODE(13:11) TO WS-BC-BAR(12:11)
               MOVE WS-BC-CODE(25:11) TO WS-BC-BAR(23:11)
               MOVE WS-BC-CODE(37:11) TO WS-BC-BAR(34:11)
               PERFORM VALIDATE-ARRC-BAR
            END-IF.

         CHECK-ARRC-BLOCK.
            COMPUTE WS-BC-START = (WS-BC-BLOCK - 1) * 12 + 1
            MOVE WS-BC-CODE(WS-BC-START:11) TO WS-BC-WORK
            MOVE 11 TO WS-BC-WORK-LEN
            PERFORM COMPUTE-ARRC-DV
            IF WS-CD-DV NOT = WS-BC-DIGIT (WS-BC-START + 11)
               MOVE "N" TO WS-BC-OK
            END-IF
            ADD 1 TO WS-BC-BLOCK.

         VALIDATE-ARRC-BAR.
      *    Produto 8 e o DV geral na posicao 4, calculado sobre as
      *    posicoes 1-3 e 5-44 no modulo do terceiro digito.
            MOVE WS-BC-BAR-DIGIT (3) TO WS-BC-MODULE
            IF WS-BC-BAR-DIGIT (1) = 8
               AND WS-BC-MODULE > 5
               MOVE WS-BC-BAR(1:3)  TO WS-BC-WORK(1:3)
               MOVE WS-BC-BAR(5:40) TO WS-BC-WORK(4:40)
               MOVE 43 TO WS-BC-WORK-LEN
               PERFORM COMPUTE-ARRC-DV
               IF WS-CD-DV = WS-BC-BAR-DIGIT (4)
                  MOVE "S" TO LK-RESULT
               END-IF
            END-IF.

         COMPUTE-ARRC-DV.
      *    DV da faixa WS-BC-WORK(1:WS-BC-WORK-LEN) no modulo 10 (6/7)
      *    ou 11 (8/9), pesos aplicados do digito mais a direita.
            MOVE 0 TO WS-CD-SUM
            MOVE 2 TO WS-CD-WEIGHT
            MOVE WS-BC-WORK-LEN TO WS-CD-IX
            IF WS-BC-MODULE < 8
               PERFORM SUM-MOD10-DIGIT UNTIL WS-CD-IX = 0
               DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOT
                  REMAINDER WS-CD-REM
               IF WS-CD-REM = 0
                  MOVE 0 TO WS-CD-DV
               ELSE
                  COMPUTE WS-CD-DV = 10 - WS-CD-REM
               END-IF
            ELSE
               PERFORM SUM-MOD11-DIGIT UNTIL WS-CD-IX = 0
               DIVIDE WS-CD-SUM BY 11 GIVING WS-CD-QUOT
                  REMAINDER WS-CD-REM
               IF WS-CD-REM < 2
                  MOVE 0 TO WS-CD-DV
               ELSE
                  COMPUTE WS-CD-DV = 11 - WS-CD-REM
               END-IF
            END-IF.

         SUM-MOD10-DIGIT.
            COMPUTE WS-BC-PRODUCT =
               WS-BC-WORK-DIGIT (WS-CD-IX) * WS-CD-WEIGHT
            IF WS-BC-PRODUCT > 9
               SUBTRACT 9 FROM WS-BC-PRODUCT
            END-IF
            ADD WS-BC-PRODUCT TO WS-CD-SUM
            IF WS-CD-WEIGHT = 2
               MOVE 1 TO WS-CD-WEIGHT
            ELSE
               MOVE 2 TO WS-CD-WEIGHT
            END-IF
            SUBTRACT 1 FROM WS-CD-IX.

         SUM-MOD11-DIGIT.
            COMPUTE WS-CD-SUM = WS-CD-SUM +
               WS-BC-WORK-DIGIT (WS-CD-IX) * WS-CD-WEIGHT
            ADD 1 TO WS-CD-WEIGHT
            IF WS-CD-WEIGHT > 9
               MOVE 2 TO WS-CD-WEIGHT
            END-IF
            SUBTRACT 1 FROM WS-CD-IX.

           05 WS-SQL-CONN-STR-BKP  PIC X(256)
               VALUE "DSN=cobolbd_backup;ClientEncoding=UTF8;SSLmode=disable".
           05 WS-SQL-CONN-STR-BKP-LEN PIC S9(9) COMP VALUE 256.
           05 WS-QUERY PIC X(500) VALUE "SELECT get_usr();".
      *> Nome da funcao armazenada a consultar - get_usr por padrao,
      *> trocado pelo console (SQLCommands.cob) via ALLOCATEQUERY.
           05 WS-FUNCTION-NAME       PIC X(30) VALUE "get_usr".
           05 WS-QUERY-PTR           PIC S9(4) COMP VALUE 1.
      *> Execucao controlada (ALLOCATEEXEC) - argumentos ja entre aspas
      *> montados pelo console, resultado da primeira linha devolvido
      *> ao chamador e erro de banco devolvido em vez de STOP RUN, para
      *> o console poder fechar o registro de auditoria.
           05 WS-MODO-EXEC           PIC X(1) VALUE "Q".
           05 WS-EXEC-OK             PIC X(1) VALUE "S".
           05 WS-FUNCTION-ARGS       PIC X(400) VALUE SPACES.
           05 WS-ARGS-LEN            PIC S9(4) COMP VALUE 0.
           05 WS-RESULT              PIC X(200) VALUE SPACES.
           05 WS-RESULT-IND          PIC S9(18) COMP-5 VALUE 0.
           05 WS-RESULT-ROWS         PIC S9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01 LK-FUNCTION-NAME           PIC X(30).
       01 LK-FUNCTION-ARGS           PIC X(400).
       01 LK-RESULT                  PIC X(200).
       01 LK-EXEC-STATUS             PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> substituir get_usr() por qualquer funcao armazenada informada
      *> pelo operador, reaproveitando o mesmo caminho de conexao.
           ENTRY "ALLOCATEQUERY" USING LK-FUNCTION-NAME.
           MOVE "Q" TO WS-MODO-EXEC
           MOVE SPACES TO WS-FUNCTION-ARGS
           IF LK-FUNCTION-NAME NOT = SPACES
              MOVE LK-FUNCTION-NAME TO WS-FUNCTION-NAME
           END-IF
           PERFORM 3000-PREPARAR-QUERY
           PERFORM 3100-EXECUTAR-QUERY
           PERFORM 3200-PROCESSAR-RESULTADOS
           PERFORM 9000-FINALIZAR
           GOBACK.

       ALOCAR-COM-EXECUCAO.
      *> Ponto de entrada da execucao controlada do console: a funcao
      *> ja passou pelo CONSGATE (catalogo, chamado e aval) e o
      *> registro de auditoria ja esta aberto. Devolve "S" em
      *> LK-EXEC-STATUS com a primeira linha em LK-RESULT, ou "F" com
      *> o erro do banco em LK-RESULT - sem derrubar o console.
           ENTRY "ALLOCATEEXEC" USING LK-FUNCTION-NAME,
               LK-FUNCTION-ARGS, LK-RESULT, LK-EXEC-STATUS.
           MOVE "E" TO WS-MODO-EXEC
           MOVE "S" TO WS-EXEC-OK
           MOVE 0 TO WS-RESULT-ROWS
           MOVE SPACES TO LK-RESULT
           MOVE LK-FUNCTION-NAME TO WS-FUNCTION-NAME
           MOVE LK-FUNCTION-ARGS TO WS-FUNCTION-ARGS
           PERFORM 1000-INICIAR
           PERFORM 2000-CONECTAR
           PERFORM 3000-PREPARAR-QUERY
           IF WS-EXEC-OK = "S"
               PERFORM 3100-EXECUTAR-QUERY
           END-IF
           IF WS-EXEC-OK = "S"
               PERFORM 3200-PROCESSAR-RESULTADOS
           END-IF
           PERFORM 9000-FINALIZAR
           IF WS-EXEC-OK = "S"
               MOVE "S" TO LK-EXEC-STATUS
               IF WS-RESULT-ROWS = 0
                   MOVE "(sem linhas)" TO LK-RESULT
               END-IF
           ELSE
               MOVE "F" TO LK-EXEC-STATUS
               MOVE SPACES TO LK-RESULT
               STRING SQL-STATE " - " ERROR-MSG DELIMITED BY SIZE
                   INTO LK-RESULT
           END-IF
           MOVE "Q" TO WS-MODO-EXEC
           MOVE SPACES TO WS-FUNCTION-ARGS
           GOBACK.

       1000-INICIAR.
      *> hEnv so e alocado na primeira chamada; chamadas seguintes dentro
               GIVING SQLRC
           END-CALL

           IF SQLRC NOT = 0 AND WS-MODO-EXEC = "E"
               PERFORM 9200-OBTER-ERRO
               DISPLAY "ERRO NO PREPARE: " SQL-STATE " - " ERROR-MSG
               MOVE "N" TO WS-EXEC-OK
           ELSE IF SQLRC NOT = 0
               PERFORM 9200-OBTER-ERRO
               DISPLAY "ERRO NO PREPARE: " SQL-STATE " - " ERROR-MSG
               PERFORM 9100-LIBERAR-RECURSOS
               STOP RUN
           ELSE
               DISPLAY "Query preparada com sucesso!"
           END-IF
           END-IF.

       3010-MONTAR-QUERY.
           MOVE 1 TO WS-QUERY-PTR
           STRING "SELECT " DELIMITED BY SIZE
                  WS-FUNCTION-NAME DELIMITED BY SPACE
                  "(" DELIMITED BY SIZE
                  INTO WS-QUERY
                  WITH POINTER WS-QUERY-PTR
      *> Argumentos vem prontos do console ('a','b' com aspas internas
      *> dobradas) - entram pelo tamanho, ja que podem conter espacos.
           PERFORM 3011-TAMANHO-ARGS
           IF WS-ARGS-LEN > 0
               STRING WS-FUNCTION-ARGS(1:WS-ARGS-LEN) DELIMITED BY SIZE
                      INTO WS-QUERY
                      WITH POINTER WS-QUERY-PTR
           END-IF
           STRING ");" DELIMITED BY SIZE
                  INTO WS-QUERY
                  WITH POINTER WS-QUERY-PTR
           MOVE X"00" TO WS-QUERY(WS-QUERY-PTR:1).

       3011-TAMANHO-ARGS.
           MOVE 400 TO WS-ARGS-LEN
           PERFORM 3012-RECUAR-ARGS
               UNTIL WS-ARGS-LEN = 0
                  OR WS-FUNCTION-ARGS(WS-ARGS-LEN:1) NOT = SPACE.

       3012-RECUAR-ARGS.
           SUBTRACT 1 FROM WS-ARGS-LEN.

       3100-EXECUTAR-QUERY.
           DISPLAY "Executando a query..."
           
               GIVING SQLRC
           END-CALL

           IF SQLRC NOT = 0 AND WS-MODO-EXEC = "E"
               PERFORM 9200-OBTER-ERRO
               DISPLAY "ERRO NA EXECUÇÃO: " SQL-STATE " - " ERROR-MSG
               MOVE "N" TO WS-EXEC-OK
           ELSE IF SQLRC NOT = 0
               PERFORM 9200-OBTER-ERRO
               DISPLAY "ERRO NA EXECUÇÃO: " SQL-STATE " - " ERROR-MSG
               PERFORM 9100-LIBERAR-RECURSOS
               STOP RUN
           ELSE
               DISPLAY "Query executada com sucesso!"
           END-IF
           END-IF.

                3200-PROCESSAR-RESULTADOS.
               WHEN OTHER
                   PERFORM 9200-OBTER-ERRO
                   DISPLAY "ERRO NO FETCH: " SQL-STATE " - " ERROR-MSG
                   IF WS-MODO-EXEC = "E"
                       MOVE "N" TO WS-EXEC-OK
                       MOVE 100 TO SQLRC
                   ELSE
                       PERFORM 9100-LIBERAR-RECURSOS
                       STOP RUN
                   END-IF
           END-EVALUATE.

       3220-OBTEM-DADOS.
           IF WS-MODO-EXEC = "E"
               PERFORM 3230-OBTEM-RESULTADO
           ELSE
               PERFORM 3225-OBTEM-USUARIO
           END-IF.

       3225-OBTEM-USUARIO.
           *> Obter dados da coluna 1 (current_user)
           CALL "SQLGetData" USING
               BY VALUE hStmt
               DISPLAY "ERRO AO LER DADOS (" SQLRC ")"
           END-IF.

       3230-OBTEM-RESULTADO.
      *> Coluna 1 do retorno da funcao; valor maior que o buffer volta
      *> truncado (SQL_SUCCESS_WITH_INFO) e NULL vem pelo indicador.
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-RESULT-IND
           CALL "SQLGetData" USING
               BY VALUE hStmt
               BY VALUE 1
               BY VALUE 1          *> SQL_C_CHAR
               BY REFERENCE WS-RESULT
               BY VALUE 200
               BY REFERENCE WS-RESULT-IND
               GIVING SQLRC
           END-CALL

           IF SQLRC = 0 OR SQLRC = 1
               IF WS-RESULT-IND = -1    *> SQL_NULL_DATA
                   MOVE "(nulo)" TO WS-RESULT
               END-IF
               INSPECT WS-RESULT REPLACING ALL X"00" BY SPACE
               DISPLAY "Resultado: " WS-RESULT
               IF WS-RESULT-ROWS = 0
                   MOVE WS-RESULT TO LK-RESULT
               END-IF
               ADD 1 TO WS-RESULT-ROWS
               MOVE 0 TO SQLRC
           ELSE
               DISPLAY "ERRO AO LER DADOS (" SQLRC ")"
           END-IF.


       9000-FINALIZAR.
      *> So libera o hStmt desta chamada - hEnv/hDbc permanecem pooled

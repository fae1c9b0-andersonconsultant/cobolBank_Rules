      *> substitui get_usr() dentro de ALLOCATE em vez de travar a
      *> consulta em uma unica funcao fixa.
           77 WS-FUNC-NAME  PIC X(30) VALUE SPACES.
      *> Execucao controlada da opcao 3 - operador logado pelo
      *> CONSGATE (cadastro de operadores), tipo da funcao no catalogo,
      *> chamado de mudanca e aval do segundo operador para funcao
      *> PRIVILEGED, e o registro de auditoria de cada chamada.
           77 WS-GATE-FUNC    PIC X(8)   VALUE SPACES.
           77 WS-GATE-DISP    PIC X(1)   VALUE SPACE.
           77 WS-OPER-OK      PIC X(1)   VALUE "N".
           77 WS-OPER-LOGIN   PIC X(20)  VALUE SPACES.
           77 WS-OPER-SENHA   PIC X(20)  VALUE SPACES.
           77 WS-APROV-LOGIN  PIC X(20)  VALUE SPACES.
           77 WS-APROV-SENHA  PIC X(20)  VALUE SPACES.
           77 WS-TICKET       PIC X(20)  VALUE SPACES.
           77 WS-FUNC-KIND    PIC X(10)  VALUE SPACES.
           77 WS-FUNC-RESULT  PIC X(200) VALUE SPACES.
           77 WS-EXEC-STATUS  PIC X(1)   VALUE SPACE.
      *> Argumentos digitados um a um e montados como literais
      *> ('a','b'), aspas internas dobradas - o texto do operador
      *> nunca entra na query como SQL.
           77 WS-FUNC-ARGS    PIC X(400) VALUE SPACES.
           77 WS-ARGS-PTR     PIC S9(4) COMP VALUE 1.
           77 WS-ARG-VALUE    PIC X(100) VALUE SPACES.
           77 WS-ARG-CH       PIC X(1)   VALUE SPACE.
           77 WS-ARG-LEN      PIC S9(4) COMP VALUE 0.
           77 WS-ARG-IX       PIC S9(4) COMP VALUE 0.
           77 WS-ARG-COUNT    PIC 9(2)   VALUE 0.
           77 WS-ARG-NUM      PIC 9(2)   VALUE 0.
           77 WS-ARG-FIM      PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Escolha uma opção:"
           DISPLAY "1. Iniciar conexão"
           DISPLAY "2. Desconectar"
           DISPLAY "3. Executar funcao armazenada (catalogo controlado)"
           DISPLAY "4. Sair"
           ACCEPT USER-CHOICE

                WHEN "3"
                    PERFORM EXECUTAR-QUERY-AVULSA
                WHEN "4"
                    IF WS-OPER-OK = "S"
                        MOVE "END" TO WS-GATE-FUNC
                        PERFORM CHAMAR-GATE
                        MOVE "N" TO WS-OPER-OK
                    END-IF
                    MOVE "S" TO WS-SAIR
                WHEN OTHER
                    DISPLAY "Opção inválida. Digite um numero de 1 a 4."
            END-EVALUATE.

       EXECUTAR-QUERY-AVULSA.
      *> A funcao informada aqui so chega ao ALLOCATEEXEC depois do
      *> CONSGATE: operador logado, funcao conferida no catalogo e,
      *> se PRIVILEGED, chamado de mudanca e aval de outro operador.
      *> Toda chamada - executada, com erro ou recusada - fica no
      *> registro de auditoria (console_exec_log).
           IF WS-OPER-OK NOT = "S"
               PERFORM ENTRAR-OPERADOR
           END-IF
           IF WS-OPER-OK = "S"
               PERFORM EXECUTAR-FUNCAO-CONTROLADA
           END-IF.

       ENTRAR-OPERADOR.
           DISPLAY "Usuario operador: "
           ACCEPT WS-OPER-LOGIN
           DISPLAY "Senha operador: "
           ACCEPT WS-OPER-SENHA
           MOVE "SIGNON" TO WS-GATE-FUNC
           CALL "CONSGATE" USING WS-GATE-FUNC, WS-OPER-LOGIN,
               WS-OPER-SENHA, WS-TICKET, WS-FUNC-NAME, WS-FUNC-ARGS,
               WS-FUNC-KIND, WS-FUNC-RESULT, WS-GATE-DISP
           MOVE SPACES TO WS-OPER-SENHA
           IF WS-GATE-DISP = "S"
               MOVE "S" TO WS-OPER-OK
               DISPLAY "Operador " WS-OPER-LOGIN " autenticado."
           ELSE
               PERFORM MOSTRAR-RECUSA
           END-IF.

       EXECUTAR-FUNCAO-CONTROLADA.
           DISPLAY "Nome da funcao armazenada (ex: get_usr): "
           MOVE SPACES TO WS-FUNC-NAME
           ACCEPT WS-FUNC-NAME
           MOVE SPACES TO WS-FUNC-ARGS
           MOVE SPACES TO WS-TICKET
           MOVE "CHECK" TO WS-GATE-FUNC
           PERFORM CHAMAR-GATE

           IF WS-GATE-DISP = "S"
               DISPLAY "Funcao " WS-FUNC-NAME " tipo " WS-FUNC-KIND
               PERFORM COLETAR-ARGUMENTOS
           END-IF
           IF WS-GATE-DISP = "S" AND WS-FUNC-KIND = "PRIVILEGED"
               PERFORM OBTER-APROVACAO
           END-IF
           IF WS-GATE-DISP = "S"
               MOVE "START" TO WS-GATE-FUNC
               PERFORM CHAMAR-GATE
           END-IF

           IF WS-GATE-DISP = "S"
               MOVE SPACES TO WS-FUNC-RESULT
               CALL "ALLOCATEEXEC" USING WS-FUNC-NAME, WS-FUNC-ARGS,
                   WS-FUNC-RESULT, WS-EXEC-STATUS
               IF WS-EXEC-STATUS = "S"
                   MOVE "EXECUTED" TO WS-FUNC-KIND
               ELSE
                   MOVE "FAILED" TO WS-FUNC-KIND
                   DISPLAY "Funcao nao executada: " WS-FUNC-RESULT
               END-IF
               MOVE "FINISH" TO WS-GATE-FUNC
               PERFORM CHAMAR-GATE
               IF WS-GATE-DISP NOT = "S"
                   DISPLAY "ATENCAO: registro de auditoria da chamada "
                       "nao foi fechado."
               END-IF
           ELSE
               PERFORM MOSTRAR-RECUSA
           END-IF.

       COLETAR-ARGUMENTOS.
           MOVE SPACES TO WS-FUNC-ARGS
           MOVE 1 TO WS-ARGS-PTR
           MOVE 0 TO WS-ARG-COUNT
           MOVE "N" TO WS-ARG-FIM
           PERFORM LER-ARGUMENTO
               UNTIL WS-ARG-FIM = "S" OR WS-ARG-COUNT = 8
                  OR WS-GATE-DISP NOT = "S".

       LER-ARGUMENTO.
           COMPUTE WS-ARG-NUM = WS-ARG-COUNT + 1
           DISPLAY "Argumento " WS-ARG-NUM " - vazio encerra: "
           MOVE SPACES TO WS-ARG-VALUE
           ACCEPT WS-ARG-VALUE
           IF WS-ARG-VALUE = SPACES
               MOVE "S" TO WS-ARG-FIM
           ELSE
               ADD 1 TO WS-ARG-COUNT
               PERFORM ACRESCENTAR-ARGUMENTO
           END-IF.

       ACRESCENTAR-ARGUMENTO.
           MOVE 100 TO WS-ARG-LEN
           PERFORM RECUAR-ARGUMENTO
               UNTIL WS-ARG-LEN = 0
                  OR WS-ARG-VALUE(WS-ARG-LEN:1) NOT = SPACE
           IF WS-ARG-COUNT > 1
               MOVE "," TO WS-ARG-CH
               PERFORM GRAVAR-CARACTERE
           END-IF
           MOVE "'" TO WS-ARG-CH
           PERFORM GRAVAR-CARACTERE
           PERFORM COPIAR-CARACTERE
               VARYING WS-ARG-IX FROM 1 BY 1
               UNTIL WS-ARG-IX > WS-ARG-LEN
           MOVE "'" TO WS-ARG-CH
           PERFORM GRAVAR-CARACTERE.

       RECUAR-ARGUMENTO.
           SUBTRACT 1 FROM WS-ARG-LEN.

       COPIAR-CARACTERE.
           MOVE WS-ARG-VALUE(WS-ARG-IX:1) TO WS-ARG-CH
           IF WS-ARG-CH = "'"
               PERFORM GRAVAR-CARACTERE
           END-IF
           PERFORM GRAVAR-CARACTERE.

       GRAVAR-CARACTERE.
      *> Lista de argumentos maior que o campo e recusada inteira -
      *> nunca vai truncada para o banco.
           IF WS-ARGS-PTR > 400
               MOVE "G" TO WS-GATE-DISP
           ELSE
               MOVE WS-ARG-CH TO WS-FUNC-ARGS(WS-ARGS-PTR:1)
               ADD 1 TO WS-ARGS-PTR
           END-IF.

       OBTER-APROVACAO.
           DISPLAY "Funcao PRIVILEGED - exige chamado de mudanca e "
               "aval de outro operador."
           DISPLAY "Numero do chamado de mudanca: "
           ACCEPT WS-TICKET
           DISPLAY "Usuario aprovador: "
           MOVE SPACES TO WS-APROV-LOGIN
           ACCEPT WS-APROV-LOGIN
           DISPLAY "Senha aprovador: "
           MOVE SPACES TO WS-APROV-SENHA
           ACCEPT WS-APROV-SENHA
           MOVE "APPROVE" TO WS-GATE-FUNC
           CALL "CONSGATE" USING WS-GATE-FUNC, WS-APROV-LOGIN,
               WS-APROV-SENHA, WS-TICKET, WS-FUNC-NAME, WS-FUNC-ARGS,
               WS-FUNC-KIND, WS-FUNC-RESULT, WS-GATE-DISP
           MOVE SPACES TO WS-APROV-SENHA.

       CHAMAR-GATE.
           CALL "CONSGATE" USING WS-GATE-FUNC, WS-OPER-LOGIN,
               WS-OPER-SENHA, WS-TICKET, WS-FUNC-NAME, WS-FUNC-ARGS,
               WS-FUNC-KIND, WS-FUNC-RESULT, WS-GATE-DISP.

       MOSTRAR-RECUSA.
           EVALUATE WS-GATE-DISP
               WHEN "U"
                   DISPLAY "Funcao desconhecida - so funcoes da "
                       "aplicacao podem ser chamadas."
               WHEN "X"
                   DISPLAY "Funcao bloqueada no catalogo do console."
               WHEN "T"
                   DISPLAY "Chamado de mudanca obrigatorio."
               WHEN "A"
                   DISPLAY "Aprovador deve ser outro operador."
               WHEN "G"
                   DISPLAY "Argumentos longos demais - chamada "
                       "cancelada."
               WHEN "F"
                   DISPLAY "Operador sem alcada para esta operacao."
               WHEN "B" WHEN "L" WHEN "E" WHEN "R"
                   DISPLAY "Operador bloqueado, travado ou com senha/"
                       "recertificacao vencida."
               WHEN "D"
                   DISPLAY "Falha no banco de auditoria - chamada "
                       "nao executada."
               WHEN OTHER
                   DISPLAY "Nao autorizado."
           END-EVALUATE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestaoRequisicaoCompra.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICAO-FILE ASSIGN TO "dadosRequisicaoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQUISICAO-CHAVE
           FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "dadosUsuario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-LOGIN-CHAVE
           FILE STATUS IS WS-USU-FILE-STATUS.
           SELECT FUNCIONARIO-FILE ASSIGN TO "dadosFuncionario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUNC-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS FUNC-CPF-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-FUN-FILE-STATUS.
           SELECT DEPARTAMENTO-FILE ASSIGN TO "dadosDepartamento.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPTO-CODIGO-CHAVE
           FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT ESTOQUE-FILE ASSIGN TO "dadosEstoque.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTOQUE-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS ESTOQUE-EAN-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-EST-FILE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-NUMERO-CHAVE
           FILE STATUS IS WS-PED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISICAO-FILE.
       01 REQUISICAO-RECORD.
           05 REQUISICAO-DADOS PIC X(200).
       01 REQUISICAO-RECORD-CHAVE REDEFINES REQUISICAO-RECORD.
           05 REQUISICAO-CHAVE.
               10 REQUISICAO-NUMERO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 REQUISICAO-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(191).

       FD USUARIO-FILE.
       01 USUARIO-RECORD.
           05 USUARIO-DADOS PIC X(60).
       01 USUARIO-RECORD-CHAVE REDEFINES USUARIO-RECORD.
           05 USU-LOGIN-CHAVE PIC X(10).
           05 FILLER PIC X(50).
       01 USUARIO-RECORD-CAMPOS REDEFINES USUARIO-RECORD.
           05 US-LOGIN              PIC X(10).
           05 US-SENHA-HASH         PIC 9(10).
           05 US-ADMIN              PIC X.
           05 US-DATA-SENHA         PIC 9(8).
           05 US-TROCA-OBRIGATORIA  PIC X.
           05 US-PERFIL             PIC X(7).
           05 US-FALHAS             PIC 9.
           05 US-BLOQUEADO          PIC X.
           05 US-FUNCIONARIO        PIC 9(5).
           05 US-FILIAL             PIC 9(2).
           05 FILLER                PIC X(14).

       COPY FUNCIONARIO.

       FD DEPARTAMENTO-FILE.
       01 DEPARTAMENTO-RECORD.
           05 DEPARTAMENTO-DADOS PIC X(100).
       01 DEPARTAMENTO-RECORD-CHAVE REDEFINES DEPARTAMENTO-RECORD.
           05 DEPTO-CODIGO-CHAVE PIC 9(3).
           05 FILLER PIC X(97).

       COPY ESTOQUE.

       FD PEDIDO-FILE.
       01 PEDIDO-RECORD.
           05 PEDIDO-DADOS PIC X(100).
       01 PEDIDO-RECORD-CHAVE REDEFINES PEDIDO-RECORD.
           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 99 VALUE 0.
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-USUARIO-ADMIN      PIC X EXTERNAL VALUE "N".
       01 WS-PERFIL-USUARIO     PIC X(10) EXTERNAL.
       01 REQUISICAO.
           05 REQ-NUMERO        PIC 9(6).
           05 REQ-SEQ           PIC 9(2).
           05 REQ-DATA          PIC 9(8).
           05 REQ-SOLICITANTE   PIC X(10).
           05 REQ-DEPARTAMENTO  PIC 9(3).
           05 REQ-TIPO          PIC X.
               88 REQ-E-PRODUTO     VALUE "P".
               88 REQ-E-SERVICO     VALUE "S".
           05 REQ-PRODUTO       PIC 9(5).
           05 REQ-DESCRICAO     PIC X(30).
           05 REQ-QUANTIDADE    PIC 9(5).
           05 REQ-NECESSIDADE   PIC 9(8).
           05 REQ-JUSTIFICATIVA PIC X(40).
           05 REQ-STATUS        PIC X.
               88 REQ-AGUARDANDO    VALUE "A".
               88 REQ-APROVADA      VALUE "P".
               88 REQ-REJEITADA     VALUE "R".
               88 REQ-EM-COTACAO    VALUE "C".
               88 REQ-EM-PEDIDO     VALUE "E".
           05 REQ-APROVADOR     PIC X(10).
           05 REQ-DATA-DECISAO  PIC 9(8).
           05 REQ-DESTINO-TIPO  PIC X.
           05 REQ-DESTINO-NUMERO PIC 9(6).
       01 WS-REQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REQ-EOF            PIC X VALUE "N".
       01 WS-REQ-ACHADA         PIC X VALUE "N".
       01 WS-REQ-VALIDO         PIC X VALUE "N".
       01 WS-REQ-MAIS-LINHAS    PIC X VALUE "S".
       01 WS-REQ-HOJE           PIC 9(8).
       01 WS-REQ-NUMERO-NOVO    PIC 9(6).
       01 WS-REQ-SEQ-NOVA       PIC 9(2) VALUE 0.
       01 WS-REQ-DEPTO-NOVO     PIC 9(3).
       01 WS-REQ-BUSCA-NUMERO   PIC 9(6).
       01 WS-REQ-BUSCA-SEQ      PIC 9(2).
       01 WS-REQ-DECISAO        PIC X.
       01 WS-REQ-LISTADAS       PIC 9(5) VALUE 0.
       01 WS-REQ-ATUALIZADAS    PIC 9(5) VALUE 0.
       01 WS-REQ-DESTINO-TIPO   PIC X.
       01 WS-REQ-DESTINO-NUMERO PIC 9(6).
       01 WS-REQ-STATUS-DESC    PIC X(20).
       01 WS-REQ-ENTRADA-DATA   PIC X(8).
       01 WS-REQ-ENTRADA-NUM    PIC X(6).
       01 WS-REQ-ENTRADA-QTD    PIC X(5).
       01 WS-REQ-ENTRADA-DIAS   PIC X(3).
       01 WS-REQ-DIAS-LIMITE    PIC 9(3) VALUE 5.
       01 WS-REQ-DIAS-ESPERA    PIC 9(5).
       01 WS-REQ-DATA-LIMITE    PIC 9(8).
       01 WS-REQ-DATA-INT       PIC 9(8).
       01 WS-REQ-PODE-DECIDIR   PIC X VALUE "N".
       01 WS-USU-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FUN-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PED-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DEP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DEP-EOF            PIC X VALUE "N".
       01 WS-DEP-CODIGO         PIC 9(3).
       01 WS-DEP-NOME           PIC X(30).
       01 WS-DEP-ORCAMENTO      PIC X(11).
       01 WS-DEP-RESPONSAVEL    PIC X(10).
       01 WS-DEP-COUNT          PIC 9(3) VALUE 0.
       01 WS-DEP-IDX            PIC 9(3) VALUE 0.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 200 TIMES.
               10 WS-DEP-T-CODIGO      PIC 9(3).
               10 WS-DEP-T-NOME        PIC X(30).
               10 WS-DEP-T-RESPONSAVEL PIC X(10).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).
       01 WS-ARQ-STATUS         PIC XX VALUE "00".
       01 WS-ARQ-NOME           PIC X(30).
       01 WS-ARQ-OPERACAO       PIC X(10).
       01 WS-ARQ-PROGRAMA       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE "REQ-DIAS-PENDENCIA" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-REQ-DIAS-LIMITE
           END-IF
           MOVE "gestaoRequisicao" TO WS-ARQ-PROGRAMA
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM NOVA-REQUISICAO
                   WHEN 2
                       PERFORM MINHAS-REQUISICOES
                   WHEN 3
                       PERFORM APROVAR-REQUISICOES
                   WHEN 4
                       PERFORM ATENDER-REQUISICOES
                   WHEN 5
                       PERFORM RELATORIO-REQUISICOES-PENDENTES
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
               PERFORM TELA-PRINCIPAL
           END-PERFORM
           STOP RUN.

       TELA-PRINCIPAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            REQUISICAO DE COMPRA                 "
           DISPLAY "================================================="
           DISPLAY "1 - Nova Requisicao"
           DISPLAY "2 - Minhas Requisicoes (situacao)"
           DISPLAY "3 - Aprovar / Rejeitar (responsavel do depto)"
           DISPLAY "4 - Atender Requisicoes (cotacao / pedido)"
           DISPLAY "5 - Relatorio de Requisicoes Paradas"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       PARSE-REQUISICAO-RECORD.
           UNSTRING REQUISICAO-DADOS DELIMITED BY ","
               INTO REQ-NUMERO REQ-SEQ REQ-DATA REQ-SOLICITANTE
                    REQ-DEPARTAMENTO REQ-TIPO REQ-PRODUTO
                    REQ-DESCRICAO REQ-QUANTIDADE REQ-NECESSIDADE
                    REQ-JUSTIFICATIVA REQ-STATUS REQ-APROVADOR
                    REQ-DATA-DECISAO REQ-DESTINO-TIPO
                    REQ-DESTINO-NUMERO.

       MONTAR-REQUISICAO-RECORD.
           INSPECT REQ-DESCRICAO REPLACING ALL "," BY ";"
           INSPECT REQ-JUSTIFICATIVA REPLACING ALL "," BY ";"
           MOVE SPACES TO REQUISICAO-DADOS
           STRING REQ-NUMERO DELIMITED BY SIZE ","
                  REQ-SEQ DELIMITED BY SIZE ","
                  REQ-DATA DELIMITED BY SIZE ","
                  REQ-SOLICITANTE DELIMITED BY SIZE ","
                  REQ-DEPARTAMENTO DELIMITED BY SIZE ","
                  REQ-TIPO DELIMITED BY SIZE ","
                  REQ-PRODUTO DELIMITED BY SIZE ","
                  REQ-DESCRICAO DELIMITED BY SIZE ","
                  REQ-QUANTIDADE DELIMITED BY SIZE ","
                  REQ-NECESSIDADE DELIMITED BY SIZE ","
                  REQ-JUSTIFICATIVA DELIMITED BY SIZE ","
                  REQ-STATUS DELIMITED BY SIZE ","
                  REQ-APROVADOR DELIMITED BY SIZE ","
                  REQ-DATA-DECISAO DELIMITED BY SIZE ","
                  REQ-DESTINO-TIPO DELIMITED BY SIZE ","
                  REQ-DESTINO-NUMERO DELIMITED BY SIZE
                  INTO REQUISICAO-DADOS.

       DESCREVER-STATUS-REQUISICAO.
           EVALUATE TRUE
               WHEN REQ-AGUARDANDO
                   MOVE "AGUARDANDO APROVACAO" TO WS-REQ-STATUS-DESC
               WHEN REQ-APROVADA
                   MOVE "APROVADA" TO WS-REQ-STATUS-DESC
               WHEN REQ-REJEITADA
                   MOVE "REJEITADA" TO WS-REQ-STATUS-DESC
               WHEN REQ-EM-COTACAO
                   MOVE "EM COTACAO" TO WS-REQ-STATUS-DESC
               WHEN REQ-EM-PEDIDO
                   MOVE "PEDIDO EMITIDO" TO WS-REQ-STATUS-DESC
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WS-REQ-STATUS-DESC
           END-EVALUATE.

       EXIBIR-LINHA-REQUISICAO.
           PERFORM DESCREVER-STATUS-REQUISICAO
           DISPLAY "Req " REQ-NUMERO "/" REQ-SEQ
               " Data " REQ-DATA " Depto " REQ-DEPARTAMENTO
               " Solic. " REQ-SOLICITANTE
           IF REQ-E-PRODUTO
               DISPLAY "  Produto " REQ-PRODUTO " " REQ-DESCRICAO
                   " Qtd " REQ-QUANTIDADE
           ELSE
               DISPLAY "  Servico: " REQ-DESCRICAO
                   " Qtd " REQ-QUANTIDADE
           END-IF
           DISPLAY "  Necessario ate " REQ-NECESSIDADE
               " Motivo: " REQ-JUSTIFICATIVA
           DISPLAY "  Situacao: " WS-REQ-STATUS-DESC
           IF REQ-APROVADOR NOT = SPACES
               DISPLAY "  Decisao por " REQ-APROVADOR
                   " em " REQ-DATA-DECISAO
           END-IF
           IF REQ-EM-COTACAO
               DISPLAY "  Em cotacao do produto " REQ-DESTINO-NUMERO
           END-IF
           IF REQ-EM-PEDIDO
               DISPLAY "  Atendida pelo pedido " REQ-DESTINO-NUMERO
           END-IF.

       NOVA-REQUISICAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              NOVA REQUISICAO                    "
           DISPLAY "================================================="
           ACCEPT WS-REQ-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-DEPARTAMENTOS
           PERFORM OBTER-DEPARTAMENTO-USUARIO
           MOVE "N" TO WS-REQ-VALIDO
           PERFORM VALIDAR-DEPARTAMENTO-REQ
           IF WS-REQ-VALIDO = "N"
               MOVE "N" TO WS-REQ-VALIDO
               PERFORM LER-DEPARTAMENTO-REQ UNTIL WS-REQ-VALIDO = "Y"
           END-IF
           DISPLAY "Departamento: " WS-REQ-DEPTO-NOVO " "
               WS-DEP-T-NOME(WS-DEP-IDX)
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "REQCOMPRA" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-REQ-NUMERO-NOVO
           MOVE 0 TO WS-REQ-SEQ-NOVA
           MOVE "S" TO WS-REQ-MAIS-LINHAS
           PERFORM INCLUIR-LINHA-REQUISICAO
               UNTIL WS-REQ-MAIS-LINHAS NOT = "S"
                   AND WS-REQ-MAIS-LINHAS NOT = "s"
           IF WS-REQ-SEQ-NOVA = 0
               DISPLAY "Nenhuma linha informada, requisicao "
                   "descartada."
           ELSE
               DISPLAY "Requisicao " WS-REQ-NUMERO-NOVO " registrada "
                   "com " WS-REQ-SEQ-NOVA " linha(s), aguardando "
                   "aprovacao."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       OBTER-DEPARTAMENTO-USUARIO.
           MOVE 0 TO WS-REQ-DEPTO-NOVO
           MOVE WS-USUARIO-LOGIN TO USU-LOGIN-CHAVE
           OPEN INPUT USUARIO-FILE
           IF WS-USU-FILE-STATUS NOT = "35"
               READ USUARIO-FILE KEY IS USU-LOGIN-CHAVE
                   INVALID KEY
                       MOVE 0 TO US-FUNCIONARIO
               END-READ
               CLOSE USUARIO-FILE
               IF WS-USU-FILE-STATUS = "00"
                   AND US-FUNCIONARIO IS NUMERIC
                   AND US-FUNCIONARIO > 0
                   PERFORM OBTER-DEPARTAMENTO-FUNCIONARIO
               END-IF
           END-IF.

       OBTER-DEPARTAMENTO-FUNCIONARIO.
           MOVE US-FUNCIONARIO TO FUNC-CODIGO-CHAVE
           OPEN INPUT FUNCIONARIO-FILE
           IF WS-FUN-FILE-STATUS NOT = "35"
               READ FUNCIONARIO-FILE KEY IS FUNC-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FC-DEPARTAMENTO IS NUMERIC
                           MOVE FC-DEPARTAMENTO TO WS-REQ-DEPTO-NOVO
                       END-IF
               END-READ
               CLOSE FUNCIONARIO-FILE
           END-IF.

       LER-DEPARTAMENTO-REQ.
           DISPLAY "Codigo do departamento solicitante: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-NUM
           ACCEPT WS-REQ-ENTRADA-NUM
           IF WS-REQ-ENTRADA-NUM(1:3) IS NUMERIC
               MOVE WS-REQ-ENTRADA-NUM(1:3) TO WS-REQ-DEPTO-NOVO
               PERFORM VALIDAR-DEPARTAMENTO-REQ
               IF WS-REQ-VALIDO = "N"
                   DISPLAY "Departamento nao cadastrado."
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       VALIDAR-DEPARTAMENTO-REQ.
           MOVE WS-REQ-DEPTO-NOVO TO WS-DEP-CODIGO
           PERFORM LOCALIZAR-DEPARTAMENTO
           IF WS-REQ-DEPTO-NOVO > 0 AND WS-DEP-IDX <= WS-DEP-COUNT
               MOVE "Y" TO WS-REQ-VALIDO
           END-IF.

       CARREGAR-DEPARTAMENTOS.
           MOVE 0 TO WS-DEP-COUNT
           MOVE "N" TO WS-DEP-EOF
           OPEN INPUT DEPARTAMENTO-FILE
           IF WS-DEP-FILE-STATUS = "35"
               MOVE "Y" TO WS-DEP-EOF
           ELSE
               PERFORM LER-DEPARTAMENTO-TABELA UNTIL WS-DEP-EOF = "Y"
               CLOSE DEPARTAMENTO-FILE
           END-IF.

       LER-DEPARTAMENTO-TABELA.
           READ DEPARTAMENTO-FILE INTO DEPARTAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   MOVE SPACES TO WS-DEP-RESPONSAVEL
                   UNSTRING DEPARTAMENTO-DADOS DELIMITED BY ","
                       INTO WS-DEP-CODIGO WS-DEP-NOME WS-DEP-ORCAMENTO
                            WS-DEP-RESPONSAVEL
                   IF WS-DEP-COUNT < 200
                       ADD 1 TO WS-DEP-COUNT
                       MOVE WS-DEP-CODIGO
                           TO WS-DEP-T-CODIGO(WS-DEP-COUNT)
                       MOVE WS-DEP-NOME TO WS-DEP-T-NOME(WS-DEP-COUNT)
                       MOVE WS-DEP-RESPONSAVEL
                           TO WS-DEP-T-RESPONSAVEL(WS-DEP-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-DEPARTAMENTO.
           PERFORM PROCURAR-DEPARTAMENTO
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   OR WS-DEP-T-CODIGO(WS-DEP-IDX) = WS-DEP-CODIGO.

       PROCURAR-DEPARTAMENTO.
           CONTINUE.

       INCLUIR-LINHA-REQUISICAO.
           MOVE SPACES TO REQUISICAO
           MOVE WS-REQ-NUMERO-NOVO TO REQ-NUMERO
           MOVE WS-REQ-HOJE TO REQ-DATA
           MOVE WS-USUARIO-LOGIN TO REQ-SOLICITANTE
           MOVE WS-REQ-DEPTO-NOVO TO REQ-DEPARTAMENTO
           MOVE 0 TO REQ-PRODUTO REQ-DATA-DECISAO REQ-DESTINO-NUMERO
           MOVE "N" TO WS-REQ-VALIDO
           PERFORM LER-TIPO-LINHA UNTIL WS-REQ-VALIDO = "Y"
           IF REQ-E-PRODUTO
               MOVE "N" TO WS-REQ-VALIDO
               PERFORM LER-PRODUTO-LINHA UNTIL WS-REQ-VALIDO = "Y"
           ELSE
               DISPLAY "Descricao do servico: " WITH NO ADVANCING
               ACCEPT REQ-DESCRICAO
           END-IF
           MOVE "N" TO WS-REQ-VALIDO
           PERFORM LER-QUANTIDADE-LINHA UNTIL WS-REQ-VALIDO = "Y"
           MOVE "N" TO WS-REQ-VALIDO
           PERFORM LER-NECESSIDADE-LINHA UNTIL WS-REQ-VALIDO = "Y"
           DISPLAY "Justificativa: " WITH NO ADVANCING
           ACCEPT REQ-JUSTIFICATIVA
           SET REQ-AGUARDANDO TO TRUE
           ADD 1 TO WS-REQ-SEQ-NOVA
           MOVE WS-REQ-SEQ-NOVA TO REQ-SEQ
           PERFORM MONTAR-REQUISICAO-RECORD
           OPEN I-O REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               OPEN OUTPUT REQUISICAO-FILE
           END-IF
           WRITE REQUISICAO-RECORD
           MOVE "dadosRequisicaoCompra.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-REQ-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE REQUISICAO-FILE
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM AUDITAR-REQUISICAO
           IF WS-REQ-SEQ-NOVA = 99
               MOVE "N" TO WS-REQ-MAIS-LINHAS
           ELSE
               DISPLAY "Incluir outra linha? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-REQ-MAIS-LINHAS
           END-IF.

       LER-TIPO-LINHA.
           DISPLAY "Tipo da linha (P = produto, S = servico): "
               WITH NO ADVANCING
           ACCEPT REQ-TIPO
           IF REQ-TIPO = "p"
               MOVE "P" TO REQ-TIPO
           END-IF
           IF REQ-TIPO = "s"
               MOVE "S" TO REQ-TIPO
           END-IF
           IF REQ-E-PRODUTO OR REQ-E-SERVICO
               MOVE "Y" TO WS-REQ-VALIDO
           ELSE
               DISPLAY "Tipo invalido."
           END-IF.

       LER-PRODUTO-LINHA.
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-NUM
           ACCEPT WS-REQ-ENTRADA-NUM
           IF WS-REQ-ENTRADA-NUM(1:5) IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-REQ-ENTRADA-NUM(1:5) TO ESTOQUE-CODIGO-CHAVE
               OPEN INPUT ESTOQUE-FILE
               IF WS-EST-FILE-STATUS = "35"
                   DISPLAY "Produto nao cadastrado."
               ELSE
                   READ ESTOQUE-FILE KEY IS ESTOQUE-CODIGO-CHAVE
                       INVALID KEY
                           DISPLAY "Produto nao cadastrado."
                       NOT INVALID KEY
                           MOVE ER-CODIGO TO REQ-PRODUTO
                           MOVE ER-NOME TO REQ-DESCRICAO
                           DISPLAY "Produto: " REQ-DESCRICAO
                           MOVE "Y" TO WS-REQ-VALIDO
                   END-READ
                   CLOSE ESTOQUE-FILE
               END-IF
           END-IF.

       LER-QUANTIDADE-LINHA.
           DISPLAY "Quantidade: " WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-QTD
           ACCEPT WS-REQ-ENTRADA-QTD
           IF WS-REQ-ENTRADA-QTD IS NUMERIC
               MOVE WS-REQ-ENTRADA-QTD TO REQ-QUANTIDADE
               IF REQ-QUANTIDADE > 0
                   MOVE "Y" TO WS-REQ-VALIDO
               ELSE
                   DISPLAY "Quantidade deve ser maior que zero."
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       LER-NECESSIDADE-LINHA.
           DISPLAY "Necessario ate (AAAAMMDD): " WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-DATA
           ACCEPT WS-REQ-ENTRADA-DATA
           IF WS-REQ-ENTRADA-DATA IS NUMERIC
               MOVE WS-REQ-ENTRADA-DATA TO REQ-NECESSIDADE
               IF REQ-NECESSIDADE < WS-REQ-HOJE
                   DISPLAY "Data ja passou, informe uma data futura."
               ELSE
                   MOVE "Y" TO WS-REQ-VALIDO
               END-IF
           ELSE
               DISPLAY "Data invalida."
           END-IF.

       AUDITAR-REQUISICAO.
           MOVE "gestaoRequisicao" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE REQ-NUMERO TO WS-AUD-CHAVE(1:6)
           MOVE "/" TO WS-AUD-CHAVE(7:1)
           MOVE REQ-SEQ TO WS-AUD-CHAVE(8:2)
           MOVE REQUISICAO-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       MINHAS-REQUISICOES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            MINHAS REQUISICOES                   "
           DISPLAY "================================================="
           MOVE 0 TO WS-REQ-LISTADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-SOLICITANTE
                   UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF
           IF WS-REQ-LISTADAS = 0
               DISPLAY "Nenhuma requisicao registrada por "
                   WS-USUARIO-LOGIN "."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-REQUISICAO-SOLICITANTE.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-RECORD
                   IF REQ-SOLICITANTE = WS-USUARIO-LOGIN
                       ADD 1 TO WS-REQ-LISTADAS
                       PERFORM EXIBIR-LINHA-REQUISICAO
                       DISPLAY "------------------------------------"
                           "------"
                   END-IF
           END-READ.

       APROVAR-REQUISICOES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        APROVAR / REJEITAR REQUISICOES           "
           DISPLAY "================================================="
           PERFORM CARREGAR-DEPARTAMENTOS
           MOVE 0 TO WS-REQ-LISTADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-APROVACAO
                   UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF
           IF WS-REQ-LISTADAS = 0
               DISPLAY "Nenhuma requisicao aguardando sua aprovacao."
           ELSE
               PERFORM DECIDIR-REQUISICAO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-REQUISICAO-APROVACAO.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-RECORD
                   IF REQ-AGUARDANDO
                       PERFORM VERIFICAR-RESPONSAVEL-DEPTO
                       IF WS-REQ-PODE-DECIDIR = "Y"
                           ADD 1 TO WS-REQ-LISTADAS
                           PERFORM EXIBIR-LINHA-REQUISICAO
                           DISPLAY "--------------------------------"
                               "----------"
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-RESPONSAVEL-DEPTO.
           MOVE "N" TO WS-REQ-PODE-DECIDIR
           IF WS-USUARIO-ADMIN = "Y"
               MOVE "Y" TO WS-REQ-PODE-DECIDIR
           ELSE
               MOVE REQ-DEPARTAMENTO TO WS-DEP-CODIGO
               PERFORM LOCALIZAR-DEPARTAMENTO
               IF WS-DEP-IDX <= WS-DEP-COUNT
                   IF WS-DEP-T-RESPONSAVEL(WS-DEP-IDX)
                       = WS-USUARIO-LOGIN
                       MOVE "Y" TO WS-REQ-PODE-DECIDIR
                   END-IF
               END-IF
           END-IF.

       DECIDIR-REQUISICAO.
           DISPLAY "Numero da requisicao (0 = sair): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-NUM
           ACCEPT WS-REQ-ENTRADA-NUM
           IF WS-REQ-ENTRADA-NUM IS NUMERIC
               MOVE WS-REQ-ENTRADA-NUM TO WS-REQ-BUSCA-NUMERO
           ELSE
               MOVE 0 TO WS-REQ-BUSCA-NUMERO
           END-IF
           IF WS-REQ-BUSCA-NUMERO > 0
               DISPLAY "Linha (00 = todas as linhas aguardando): "
                   WITH NO ADVANCING
               ACCEPT WS-REQ-BUSCA-SEQ
               DISPLAY "Decisao (A = aprovar, R = rejeitar): "
                   WITH NO ADVANCING
               ACCEPT WS-REQ-DECISAO
               IF WS-REQ-DECISAO = "a"
                   MOVE "A" TO WS-REQ-DECISAO
               END-IF
               IF WS-REQ-DECISAO = "r"
                   MOVE "R" TO WS-REQ-DECISAO
               END-IF
               IF WS-REQ-DECISAO = "A" OR WS-REQ-DECISAO = "R"
                   PERFORM EFETIVAR-DECISAO-REQUISICAO
               ELSE
                   DISPLAY "Decisao invalida."
               END-IF
           END-IF.

       EFETIVAR-DECISAO-REQUISICAO.
           ACCEPT WS-REQ-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-REQ-ATUALIZADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN I-O REQUISICAO-FILE
           MOVE WS-REQ-BUSCA-NUMERO TO REQUISICAO-NUMERO-CHAVE
           MOVE "," TO REQUISICAO-RECORD(7:1)
           MOVE 0 TO REQUISICAO-SEQ-CHAVE
           START REQUISICAO-FILE KEY IS >= REQUISICAO-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-REQ-EOF
           END-START
           PERFORM LER-PARA-DECIDIR UNTIL WS-REQ-EOF = "Y"
           CLOSE REQUISICAO-FILE
           IF WS-REQ-ATUALIZADAS = 0
               DISPLAY "Nenhuma linha aguardando aprovacao encontrada "
                   "para esta requisicao sob sua responsabilidade."
           ELSE
               IF WS-REQ-DECISAO = "A"
                   DISPLAY WS-REQ-ATUALIZADAS " linha(s) aprovada(s)."
               ELSE
                   DISPLAY WS-REQ-ATUALIZADAS
                       " linha(s) rejeitada(s)."
               END-IF
           END-IF.

       LER-PARA-DECIDIR.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-RECORD
                   IF REQ-NUMERO NOT = WS-REQ-BUSCA-NUMERO
                       MOVE "Y" TO WS-REQ-EOF
                   ELSE
                       IF REQ-AGUARDANDO
                           AND (WS-REQ-BUSCA-SEQ = 0
                               OR WS-REQ-BUSCA-SEQ = REQ-SEQ)
                           PERFORM VERIFICAR-RESPONSAVEL-DEPTO
                           IF WS-REQ-PODE-DECIDIR = "Y"
                               PERFORM GRAVAR-DECISAO-LINHA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-DECISAO-LINHA.
           MOVE REQUISICAO-DADOS TO WS-AUD-ANTES
           IF WS-REQ-DECISAO = "A"
               SET REQ-APROVADA TO TRUE
               MOVE "APROVACAO" TO WS-AUD-ACAO
           ELSE
               SET REQ-REJEITADA TO TRUE
               MOVE "REJEICAO" TO WS-AUD-ACAO
           END-IF
           MOVE WS-USUARIO-LOGIN TO REQ-APROVADOR
           MOVE WS-REQ-HOJE TO REQ-DATA-DECISAO
           PERFORM MONTAR-REQUISICAO-RECORD
           REWRITE REQUISICAO-RECORD
           MOVE "dadosRequisicaoCompra.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-REQ-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           PERFORM AUDITAR-REQUISICAO
           ADD 1 TO WS-REQ-ATUALIZADAS.

       ATENDER-REQUISICOES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "    ATENDER REQUISICOES (COTACAO / PEDIDO)       "
           DISPLAY "================================================="
           IF WS-PERFIL-USUARIO(4:1) NOT = "S"
               AND WS-USUARIO-ADMIN NOT = "Y"
               DISPLAY "Acesso restrito ao perfil de compras."
           ELSE
               PERFORM ATENDER-REQUISICOES-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       ATENDER-REQUISICOES-EXECUTAR.
           MOVE 0 TO WS-REQ-LISTADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-APROVADA UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF
           IF WS-REQ-LISTADAS = 0
               DISPLAY "Nenhuma requisicao aprovada pendente de "
                   "compra."
           ELSE
               MOVE "N" TO WS-REQ-VALIDO
               PERFORM LER-DESTINO-ATENDIMENTO
               IF WS-REQ-VALIDO = "Y"
                   MOVE 0 TO WS-REQ-ATUALIZADAS
                   MOVE "S" TO WS-REQ-MAIS-LINHAS
                   PERFORM VINCULAR-LINHA-DESTINO
                       UNTIL WS-REQ-MAIS-LINHAS = "N"
                   DISPLAY WS-REQ-ATUALIZADAS
                       " linha(s) vinculada(s)."
               END-IF
           END-IF.

       LER-REQUISICAO-APROVADA.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-RECORD
                   IF REQ-APROVADA
                       ADD 1 TO WS-REQ-LISTADAS
                       PERFORM EXIBIR-LINHA-REQUISICAO
                       DISPLAY "------------------------------------"
                           "------"
                   END-IF
           END-READ.

       LER-DESTINO-ATENDIMENTO.
           DISPLAY "Agrupar em (C = cotacao do produto, "
               "P = pedido existente): " WITH NO ADVANCING
           ACCEPT WS-REQ-DESTINO-TIPO
           IF WS-REQ-DESTINO-TIPO = "c"
               MOVE "C" TO WS-REQ-DESTINO-TIPO
           END-IF
           IF WS-REQ-DESTINO-TIPO = "p"
               MOVE "P" TO WS-REQ-DESTINO-TIPO
           END-IF
           EVALUATE WS-REQ-DESTINO-TIPO
               WHEN "C"
                   DISPLAY "Codigo do produto em cotacao: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-REQ-ENTRADA-NUM
                   ACCEPT WS-REQ-ENTRADA-NUM
                   IF WS-REQ-ENTRADA-NUM(1:5) IS NUMERIC
                       MOVE WS-REQ-ENTRADA-NUM(1:5)
                           TO WS-REQ-DESTINO-NUMERO
                       MOVE "Y" TO WS-REQ-VALIDO
                   ELSE
                       DISPLAY "Entrada invalida."
                   END-IF
               WHEN "P"
                   DISPLAY "Numero do pedido de compra: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-REQ-ENTRADA-NUM
                   ACCEPT WS-REQ-ENTRADA-NUM
                   IF WS-REQ-ENTRADA-NUM IS NUMERIC
                       MOVE WS-REQ-ENTRADA-NUM TO WS-REQ-DESTINO-NUMERO
                       PERFORM VALIDAR-PEDIDO-DESTINO
                   ELSE
                       DISPLAY "Entrada invalida."
                   END-IF
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE.

       VALIDAR-PEDIDO-DESTINO.
           MOVE WS-REQ-DESTINO-NUMERO TO PEDIDO-NUMERO-CHAVE
           OPEN INPUT PEDIDO-FILE
           IF WS-PED-FILE-STATUS = "35"
               DISPLAY "Pedido nao cadastrado."
           ELSE
               READ PEDIDO-FILE KEY IS PEDIDO-NUMERO-CHAVE
                   INVALID KEY
                       DISPLAY "Pedido nao cadastrado."
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REQ-VALIDO
               END-READ
               CLOSE PEDIDO-FILE
           END-IF.

       VINCULAR-LINHA-DESTINO.
           DISPLAY "Requisicao a vincular (0 = encerrar): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-NUM
           ACCEPT WS-REQ-ENTRADA-NUM
           IF WS-REQ-ENTRADA-NUM IS NUMERIC
               MOVE WS-REQ-ENTRADA-NUM TO WS-REQ-BUSCA-NUMERO
           ELSE
               MOVE 0 TO WS-REQ-BUSCA-NUMERO
           END-IF
           IF WS-REQ-BUSCA-NUMERO = 0
               MOVE "N" TO WS-REQ-MAIS-LINHAS
           ELSE
               DISPLAY "Linha: " WITH NO ADVANCING
               ACCEPT WS-REQ-BUSCA-SEQ
               PERFORM EFETIVAR-VINCULO-LINHA
           END-IF.

       EFETIVAR-VINCULO-LINHA.
           ACCEPT WS-REQ-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-REQ-ACHADA
           OPEN I-O REQUISICAO-FILE
           MOVE WS-REQ-BUSCA-NUMERO TO REQUISICAO-NUMERO-CHAVE
           MOVE "," TO REQUISICAO-RECORD(7:1)
           MOVE WS-REQ-BUSCA-SEQ TO REQUISICAO-SEQ-CHAVE
           READ REQUISICAO-FILE KEY IS REQUISICAO-CHAVE
               INVALID KEY
                   DISPLAY "Requisicao nao encontrada."
               NOT INVALID KEY
                   PERFORM PARSE-REQUISICAO-RECORD
                   MOVE "Y" TO WS-REQ-ACHADA
           END-READ
           IF WS-REQ-ACHADA = "Y"
               IF NOT REQ-APROVADA
                   DISPLAY "Linha nao esta aprovada e pendente."
               ELSE
                   IF WS-REQ-DESTINO-TIPO = "C"
                       AND (NOT REQ-E-PRODUTO
                           OR REQ-PRODUTO NOT = WS-REQ-DESTINO-NUMERO)
                       DISPLAY "Linha nao e do produto em cotacao."
                   ELSE
                       PERFORM GRAVAR-VINCULO-LINHA
                   END-IF
               END-IF
           END-IF
           CLOSE REQUISICAO-FILE.

       GRAVAR-VINCULO-LINHA.
           MOVE REQUISICAO-DADOS TO WS-AUD-ANTES
           IF WS-REQ-DESTINO-TIPO = "C"
               SET REQ-EM-COTACAO TO TRUE
               MOVE "COTACAO" TO WS-AUD-ACAO
           ELSE
               SET REQ-EM-PEDIDO TO TRUE
               MOVE "PEDIDO" TO WS-AUD-ACAO
           END-IF
           MOVE WS-REQ-DESTINO-TIPO TO REQ-DESTINO-TIPO
           MOVE WS-REQ-DESTINO-NUMERO TO REQ-DESTINO-NUMERO
           PERFORM MONTAR-REQUISICAO-RECORD
           REWRITE REQUISICAO-RECORD
           MOVE "dadosRequisicaoCompra.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-REQ-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           PERFORM AUDITAR-REQUISICAO
           ADD 1 TO WS-REQ-ATUALIZADAS
           DISPLAY "Requisicao " REQ-NUMERO "/" REQ-SEQ
               " vinculada.".

       RELATORIO-REQUISICOES-PENDENTES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REQUISICOES PARADAS HA N DIAS             "
           DISPLAY "================================================="
           DISPLAY "Dias sem andamento (Enter = " WS-REQ-DIAS-LIMITE
               "): " WITH NO ADVANCING
           MOVE SPACES TO WS-REQ-ENTRADA-DIAS
           ACCEPT WS-REQ-ENTRADA-DIAS
           IF WS-REQ-ENTRADA-DIAS IS NUMERIC
               MOVE WS-REQ-ENTRADA-DIAS TO WS-REQ-DIAS-LIMITE
           END-IF
           ACCEPT WS-REQ-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-REQ-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-REQ-HOJE)
               - WS-REQ-DIAS-LIMITE
           MOVE FUNCTION DATE-OF-INTEGER(WS-REQ-DATA-INT)
               TO WS-REQ-DATA-LIMITE
           MOVE 0 TO WS-REQ-LISTADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-PENDENTE UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF
           DISPLAY "Total de linhas paradas: " WS-REQ-LISTADAS
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-REQUISICAO-PENDENTE.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-RECORD
                   IF REQ-AGUARDANDO
                       AND REQ-DATA <= WS-REQ-DATA-LIMITE
                       COMPUTE WS-REQ-DIAS-ESPERA =
                           FUNCTION INTEGER-OF-DATE(WS-REQ-HOJE)
                           - FUNCTION INTEGER-OF-DATE(REQ-DATA)
                       PERFORM EXIBIR-REQUISICAO-PARADA
                   END-IF
                   IF REQ-APROVADA
                       AND REQ-DATA-DECISAO <= WS-REQ-DATA-LIMITE
                       COMPUTE WS-REQ-DIAS-ESPERA =
                           FUNCTION INTEGER-OF-DATE(WS-REQ-HOJE)
                           - FUNCTION INTEGER-OF-DATE(REQ-DATA-DECISAO)
                       PERFORM EXIBIR-REQUISICAO-PARADA
                   END-IF
           END-READ.

       EXIBIR-REQUISICAO-PARADA.
           ADD 1 TO WS-REQ-LISTADAS
           PERFORM EXIBIR-LINHA-REQUISICAO
           DISPLAY "  Parada ha " WS-REQ-DIAS-ESPERA " dia(s)"
           DISPLAY "------------------------------------------".

       TESTAR-STATUS-ARQUIVO.
           IF WS-ARQ-STATUS = "00" OR WS-ARQ-STATUS = "02"
               OR WS-ARQ-STATUS = "05"
               CONTINUE
           ELSE
               DISPLAY "ERRO DE ARQUIVO: " WS-ARQ-NOME
                   " operacao " WS-ARQ-OPERACAO
                   " status " WS-ARQ-STATUS
               CALL 'registrarErroSistema' USING WS-ARQ-PROGRAMA
                   WS-ARQ-NOME WS-ARQ-OPERACAO WS-ARQ-STATUS
               DISPLAY "Transacao abortada para evitar gravacao "
                   "parcial."
               STOP RUN
           END-IF.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

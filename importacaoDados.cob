           SELECT ERRO-PEDIDO-FILE ASSIGN TO
               "errosImportacaoPedido.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDIDO-COMPRA-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDCOMP-NUMERO-CHAVE
           FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT PEDIDO-COMPRA-ITEM-FILE
           ASSIGN TO "dadosPedidoItem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCI-CHAVE
           FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT PRODUTO-FORNECEDOR-FILE ASSIGN TO
               "dadosProdutoFornecedor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XRF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ERRO-PEDIDO-RECORD.
           05 ERRO-PEDIDO-DADOS PIC X(150).

       FD PEDIDO-COMPRA-FILE.
       01 PEDIDO-COMPRA-RECORD.
           05 PEDIDO-COMPRA-DADOS PIC X(100).
       01 PEDIDO-COMPRA-RECORD-CHAVE REDEFINES PEDIDO-COMPRA-RECORD.
           05 PEDCOMP-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD PEDIDO-COMPRA-ITEM-FILE.
       01 PEDIDO-COMPRA-ITEM-RECORD.
           05 PEDIDO-COMPRA-ITEM-DADOS PIC X(100).
       01 PEDIDO-COMPRA-ITEM-RECORD-CHAVE
           REDEFINES PEDIDO-COMPRA-ITEM-RECORD.
           05 PCI-CHAVE.
               10 PCI-NUMERO-CHAVE  PIC 9(6).
               10 FILLER            PIC X.
               10 PCI-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(88).

       FD PRODUTO-FORNECEDOR-FILE.
       01 PRODUTO-FORNECEDOR-RECORD.
           05 PRODUTO-FORNECEDOR-DADOS PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-IMP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-END-OF-FILE        PIC X VALUE "N".
               10 WS-OPV-CLIENTE PIC 9(5).
               10 WS-OPV-NUMERO  PIC 9(6).
       01 WS-TOTAL-PEDIDOS      PIC 9(3) VALUE 0.
       01 WS-PC-FILE-STATUS     PIC XX VALUE "00".
       01 WS-PC-MAIOR           PIC 9(6).
       01 WS-PC-LIDO            PIC 9(6).
       01 WS-PC-STATUS          PIC X.
       01 WS-IMP-PRAZO          PIC 9(3).
       01 WS-IMP-ALCADA         PIC 9(7)V99 VALUE 5000.
       01 WS-OPC-COUNT          PIC 9(2) VALUE 0.
       01 WS-OPC-IDX            PIC 9(2) VALUE 0.
       01 WS-OPC-TABLE.
           05 WS-OPC-ENTRY OCCURS 20 TIMES.
               10 WS-OPC-FORNECEDOR PIC 9(6).
               10 WS-OPC-NUMERO     PIC 9(6).
               10 WS-OPC-PRAZO      PIC 9(3).
               10 WS-OPC-TOTAL      PIC 9(9)V99.
       01 WS-TOTAL-COMPRAS      PIC 9(3) VALUE 0.
       01 WS-XRF-FILE-STATUS    PIC XX VALUE "00".
       01 WS-XRF-EOF            PIC X VALUE "N".
       01 WS-XRF-ENTRADA        PIC X(15).
       01 WS-XRF-ACHADO         PIC X VALUE "N".
       01 WS-XRF-FORN-COM-CODIGO PIC X VALUE "N".
       01 WS-XRF-PRODUTO        PIC 9(5).
       01 WS-XRF-EMBALAGEM      PIC 9(5).
       01 WS-XRF-TAM            PIC 9(2).
       01 WS-XRF-REG-FORN       PIC 9(6).
       01 WS-XRF-REG-CODIGO     PIC X(15).
       01 WS-XRF-REG-PRODUTO    PIC 9(5).
       01 WS-XRF-REG-EMBALAGEM  PIC 9(5).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-USUARIO-FILIAL     PIC 9(2) EXTERNAL.
       01 WS-CNPJ-SOMA          PIC 9(4).
       01 WS-CNPJ-RESTO         PIC 9(4).
       01 WS-CNPJ-DV1           PIC 9.
           MOVE ALL "=" TO RELATORIO-IMPORTACAO-LINHA
           WRITE RELATORIO-IMPORTACAO-LINHA

           MOVE "ALCADA-COMPRAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-IMP-ALCADA
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           PERFORM PROCESSAR-UMA-LINHA UNTIL WS-END-OF-FILE = "Y"
           CLOSE IMPORTACAO-FILE
           PERFORM GRAVAR-PEDIDO-COMPRA-CARGA
               VARYING WS-OPC-IDX FROM 1 BY 1
               UNTIL WS-OPC-IDX > WS-OPC-COUNT

           MOVE ALL "=" TO RELATORIO-IMPORTACAO-LINHA
           WRITE RELATORIO-IMPORTACAO-LINHA
               DISPLAY "Pedidos de venda gerados: " WS-OPV-COUNT
                   " com " WS-TOTAL-PEDIDOS " linha(s) de item."
           END-IF
           IF WS-OPC-COUNT > 0
               DISPLAY "Pedidos de compra gerados: " WS-OPC-COUNT
                   " com " WS-TOTAL-COMPRAS " linha(s) de item."
           END-IF
           DISPLAY "Relatorio gravado em relatorioImportacao.txt"
           STOP RUN.

                           ELSE
                               PERFORM GRAVAR-ERRO-PEDIDO
                           END-IF
                       WHEN "C"
                           PERFORM VALIDAR-LINHA-COMPRA
                           IF WS-IMP-VALIDO = "Y"
                               PERFORM GRAVAR-COMPRA-IMPORTADA
                           END-IF
                           IF WS-IMP-VALIDO = "N"
                               PERFORM GRAVAR-ERRO-PEDIDO
                           END-IF
                       WHEN OTHER
                           MOVE "TIPO DE REGISTRO INVALIDO"
                               TO WS-IMP-MOTIVO
           WRITE ERRO-PEDIDO-RECORD FROM ERRO-PEDIDO-DADOS
           CLOSE ERRO-PEDIDO-FILE.

       VALIDAR-LINHA-COMPRA.
           IF WS-IMP-CODIGO(1:6) IS NOT NUMERIC
               MOVE "CODIGO DO FORNECEDOR NAO NUMERICO"
                   TO WS-IMP-MOTIVO
           ELSE
               MOVE WS-IMP-CODIGO(1:6) TO WS-FORNECEDOR-NUM
               PERFORM VERIFICAR-FORNECEDOR-EXISTE
               IF WS-IMP-FORN-EXISTE = "N"
                   MOVE "FORNECEDOR INEXISTENTE" TO WS-IMP-MOTIVO
               ELSE
                   PERFORM TRADUZIR-CODIGO-FORNECEDOR
                   IF WS-XRF-PRODUTO = 0
                       MOVE "CODIGO DO FORNECEDOR SEM DE-PARA"
                           TO WS-IMP-MOTIVO
                   ELSE
                       IF WS-IMP-CAMPO-3(1:5) IS NOT NUMERIC
                           MOVE "QUANTIDADE NAO NUMERICA"
                               TO WS-IMP-MOTIVO
                       ELSE
                           MOVE WS-IMP-CAMPO-3(1:5) TO WS-IMP-QTD
                           IF WS-IMP-QTD = 0
                               MOVE "QUANTIDADE ZERADA"
                                   TO WS-IMP-MOTIVO
                           ELSE
                               IF WS-IMP-CAMPO-4(1:9) IS NOT NUMERIC
                                   MOVE "PRECO NAO NUMERICO"
                                       TO WS-IMP-MOTIVO
                               ELSE
                                   MOVE "Y" TO WS-IMP-VALIDO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TRADUZIR-CODIGO-FORNECEDOR.
           MOVE WS-IMP-CAMPO-2(1:15) TO WS-XRF-ENTRADA
           MOVE 0 TO WS-XRF-PRODUTO
           MOVE 1 TO WS-XRF-EMBALAGEM
           MOVE "N" TO WS-XRF-ACHADO
           MOVE "N" TO WS-XRF-FORN-COM-CODIGO
           MOVE "N" TO WS-XRF-EOF
           OPEN INPUT PRODUTO-FORNECEDOR-FILE
           IF WS-XRF-FILE-STATUS = "35"
               MOVE "Y" TO WS-XRF-EOF
           ELSE
               PERFORM LER-PRODUTO-FORNECEDOR UNTIL WS-XRF-EOF = "Y"
               CLOSE PRODUTO-FORNECEDOR-FILE
           END-IF
           IF WS-XRF-ACHADO = "N" AND WS-XRF-FORN-COM-CODIGO = "N"
               MOVE 0 TO WS-XRF-TAM
               INSPECT WS-XRF-ENTRADA TALLYING WS-XRF-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-XRF-TAM > 0 AND WS-XRF-TAM <= 5
                   IF WS-XRF-ENTRADA(1:WS-XRF-TAM) IS NUMERIC
                       MOVE WS-XRF-ENTRADA(1:WS-XRF-TAM)
                           TO WS-IMP-CAMPO-2
                       PERFORM LOCALIZAR-PRODUTO-PEDIDO
                       IF WS-IMP-PROD-EXISTE = "Y"
                           MOVE WS-IMP-PRODUTO TO WS-XRF-PRODUTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LER-PRODUTO-FORNECEDOR.
           READ PRODUTO-FORNECEDOR-FILE INTO PRODUTO-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-XRF-EOF
               NOT AT END
                   MOVE SPACES TO WS-XRF-REG-CODIGO
                   UNSTRING PRODUTO-FORNECEDOR-DADOS DELIMITED BY ","
                       INTO WS-XRF-REG-FORN WS-XRF-REG-CODIGO
                            WS-XRF-REG-PRODUTO WS-XRF-REG-EMBALAGEM
                   IF WS-XRF-REG-FORN = WS-FORNECEDOR-NUM
                       MOVE "Y" TO WS-XRF-FORN-COM-CODIGO
                       IF WS-XRF-REG-CODIGO = WS-XRF-ENTRADA
                           MOVE "Y" TO WS-XRF-ACHADO
                           MOVE WS-XRF-REG-PRODUTO TO WS-XRF-PRODUTO
                           IF WS-XRF-REG-EMBALAGEM > 0
                               MOVE WS-XRF-REG-EMBALAGEM
                                   TO WS-XRF-EMBALAGEM
                           END-IF
                           MOVE "Y" TO WS-XRF-EOF
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-COMPRA-IMPORTADA.
           MOVE WS-IMP-CAMPO-4(1:9) TO WS-IMP-PRECO
           COMPUTE WS-IMP-QTD = WS-IMP-QTD * WS-XRF-EMBALAGEM
           COMPUTE WS-IMP-PRECO ROUNDED =
               WS-IMP-PRECO / WS-XRF-EMBALAGEM
           PERFORM OBTER-PEDIDO-DO-FORNECEDOR
           IF WS-OPC-IDX > WS-OPC-COUNT
               MOVE "TABELA DE PEDIDOS DA CARGA CHEIA"
                   TO WS-IMP-MOTIVO
               MOVE "N" TO WS-IMP-VALIDO
           ELSE
               MOVE SPACES TO PEDIDO-COMPRA-ITEM-DADOS
               STRING WS-OPC-NUMERO(WS-OPC-IDX) DELIMITED BY SIZE ","
                      WS-XRF-PRODUTO DELIMITED BY SIZE ","
                      WS-IMP-QTD DELIMITED BY SIZE ","
                      "00000" DELIMITED BY SIZE ","
                      WS-IMP-PRECO DELIMITED BY SIZE
                      INTO PEDIDO-COMPRA-ITEM-DADOS
               OPEN I-O PEDIDO-COMPRA-ITEM-FILE
               IF WS-PC-FILE-STATUS = "35"
                   OPEN OUTPUT PEDIDO-COMPRA-ITEM-FILE
               END-IF
               WRITE PEDIDO-COMPRA-ITEM-RECORD
                   FROM PEDIDO-COMPRA-ITEM-DADOS
               IF WS-PC-FILE-STATUS = "22"
                   MOVE "PRODUTO REPETIDO NO PEDIDO DA CARGA"
                       TO WS-IMP-MOTIVO
                   MOVE "N" TO WS-IMP-VALIDO
               ELSE
                   COMPUTE WS-OPC-TOTAL(WS-OPC-IDX) ROUNDED =
                       WS-OPC-TOTAL(WS-OPC-IDX)
                       + WS-IMP-QTD * WS-IMP-PRECO
                   ADD 1 TO WS-TOTAL-COMPRAS
               END-IF
               CLOSE PEDIDO-COMPRA-ITEM-FILE
           END-IF.

       OBTER-PEDIDO-DO-FORNECEDOR.
           PERFORM PROCURAR-PEDIDO-FORNECEDOR
               VARYING WS-OPC-IDX FROM 1 BY 1
               UNTIL WS-OPC-IDX > WS-OPC-COUNT
                   OR WS-OPC-FORNECEDOR(WS-OPC-IDX)
                       = WS-FORNECEDOR-NUM
           IF WS-OPC-IDX > WS-OPC-COUNT
               AND WS-OPC-COUNT < 20
               PERFORM CRIAR-PEDIDO-FORNECEDOR
           END-IF.

       PROCURAR-PEDIDO-FORNECEDOR.
           CONTINUE.

       CRIAR-PEDIDO-FORNECEDOR.
           MOVE 0 TO WS-PC-MAIOR
           MOVE "N" TO WS-PV-EOF
           OPEN INPUT PEDIDO-COMPRA-FILE
           IF WS-PC-FILE-STATUS = "35"
               MOVE "Y" TO WS-PV-EOF
           ELSE
               PERFORM LER-NUMERACAO-COMPRA UNTIL WS-PV-EOF = "Y"
               CLOSE PEDIDO-COMPRA-FILE
           END-IF
           COMPUTE WS-SEQ-MINIMO = WS-PC-MAIOR + 1
           MOVE "PEDIDOCOMP" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           IF WS-IMP-CAMPO-5(1:3) IS NUMERIC
               MOVE WS-IMP-CAMPO-5(1:3) TO WS-IMP-PRAZO
           ELSE
               MOVE 30 TO WS-IMP-PRAZO
           END-IF
           ADD 1 TO WS-OPC-COUNT
           MOVE WS-FORNECEDOR-NUM TO WS-OPC-FORNECEDOR(WS-OPC-COUNT)
           MOVE WS-SEQ-NUMERO TO WS-OPC-NUMERO(WS-OPC-COUNT)
           MOVE WS-IMP-PRAZO TO WS-OPC-PRAZO(WS-OPC-COUNT)
           MOVE 0 TO WS-OPC-TOTAL(WS-OPC-COUNT)
           MOVE WS-OPC-COUNT TO WS-OPC-IDX.

       LER-NUMERACAO-COMPRA.
           READ PEDIDO-COMPRA-FILE INTO PEDIDO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-PV-EOF
               NOT AT END
                   UNSTRING PEDIDO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-PC-LIDO
                   IF WS-PC-LIDO > WS-PC-MAIOR
                       MOVE WS-PC-LIDO TO WS-PC-MAIOR
                   END-IF
           END-READ.

       GRAVAR-PEDIDO-COMPRA-CARGA.
           IF WS-OPC-TOTAL(WS-OPC-IDX) > WS-IMP-ALCADA
               MOVE "A" TO WS-PC-STATUS
           ELSE
               MOVE "P" TO WS-PC-STATUS
           END-IF
           ACCEPT WS-IMP-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO PEDIDO-COMPRA-DADOS
           STRING WS-OPC-NUMERO(WS-OPC-IDX) DELIMITED BY SIZE ","
                  WS-OPC-FORNECEDOR(WS-OPC-IDX) DELIMITED BY SIZE ","
                  WS-PC-STATUS DELIMITED BY SIZE ","
                  WS-IMP-HOJE DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE ","
                  WS-OPC-PRAZO(WS-OPC-IDX) DELIMITED BY SIZE ","
                  WS-USUARIO-FILIAL DELIMITED BY SIZE
                  INTO PEDIDO-COMPRA-DADOS
           OPEN I-O PEDIDO-COMPRA-FILE
           IF WS-PC-FILE-STATUS = "35"
               OPEN OUTPUT PEDIDO-COMPRA-FILE
           END-IF
           WRITE PEDIDO-COMPRA-RECORD FROM PEDIDO-COMPRA-DADOS
           CLOSE PEDIDO-COMPRA-FILE.

       GRAVAR-FORNECEDOR-IMPORTADO.
           MOVE SPACES TO FORNECEDOR-RECORD
           MOVE WS-FORNECEDOR-NUM TO FR-CODIGO

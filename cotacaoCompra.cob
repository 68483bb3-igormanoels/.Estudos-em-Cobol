           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-PED-CHAVE.
           SELECT REQUISICAO-FILE ASSIGN TO "dadosRequisicaoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQUISICAO-CHAVE
           FILE STATUS IS WS-REQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10 ITEM-PED-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(88).

       FD REQUISICAO-FILE.
       01 REQUISICAO-RECORD.
           05 REQUISICAO-DADOS PIC X(200).
       01 REQUISICAO-RECORD-CHAVE REDEFINES REQUISICAO-RECORD.
           05 REQUISICAO-CHAVE.
               10 REQUISICAO-NUMERO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 REQUISICAO-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(191).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 COTACAO.
       01 WS-PED-DATA           PIC 9(8).
       01 WS-PED-LIDO           PIC 9(6).
       01 WS-COMPARA-PRODUTO    PIC 9(5).
       01 WS-REQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REQ-EOF            PIC X VALUE "N".
       01 WS-REQ-VINCULADAS     PIC 9(3) VALUE 0.
       01 WS-REQ-QTD-COTACAO    PIC 9(7) VALUE 0.
       01 WS-REQ-CAMPOS.
           05 WS-REQ-NUMERO     PIC 9(6).
           05 WS-REQ-SEQ        PIC 9(2).
           05 WS-REQ-DATA       PIC 9(8).
           05 WS-REQ-SOLICITANTE PIC X(10).
           05 WS-REQ-DEPARTAMENTO PIC 9(3).
           05 WS-REQ-TIPO       PIC X.
           05 WS-REQ-PRODUTO    PIC 9(5).
           05 WS-REQ-DESCRICAO  PIC X(30).
           05 WS-REQ-QUANTIDADE PIC 9(5).
           05 WS-REQ-NECESSIDADE PIC 9(8).
           05 WS-REQ-JUSTIFICATIVA PIC X(40).
           05 WS-REQ-STATUS     PIC X.
           05 WS-REQ-APROVADOR  PIC X(10).
           05 WS-REQ-DATA-DECISAO PIC 9(8).
           05 WS-REQ-DESTINO-TIPO PIC X.
           05 WS-REQ-DESTINO-NUMERO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               DISPLAY "Nenhuma cotacao registrada para este produto."
           ELSE
               DISPLAY "------------------------------------------"
               PERFORM SOMAR-REQUISICOES-COTACAO
               IF WS-REQ-QTD-COTACAO > 0
                   DISPLAY "Quantidade em requisicoes aprovadas: "
                       WS-REQ-QTD-COTACAO
               END-IF
               DISPLAY "Melhor cotacao: Fornecedor "
                   WS-MELHOR-FORNECEDOR
                   " Preco " WS-MELHOR-PRECO
           CLOSE PEDIDO-ITEM-FILE

           DISPLAY "Pedido " WS-PED-NUMERO
               " gerado a partir da cotacao!"
           PERFORM VINCULAR-REQUISICOES-PEDIDO
           IF WS-REQ-VINCULADAS > 0
               DISPLAY WS-REQ-VINCULADAS " linha(s) de requisicao "
                   "atendida(s) por este pedido."
           END-IF.

       PARSE-REQUISICAO-COTACAO.
           UNSTRING REQUISICAO-DADOS DELIMITED BY ","
               INTO WS-REQ-NUMERO WS-REQ-SEQ WS-REQ-DATA
                    WS-REQ-SOLICITANTE WS-REQ-DEPARTAMENTO WS-REQ-TIPO
                    WS-REQ-PRODUTO WS-REQ-DESCRICAO WS-REQ-QUANTIDADE
                    WS-REQ-NECESSIDADE WS-REQ-JUSTIFICATIVA
                    WS-REQ-STATUS WS-REQ-APROVADOR WS-REQ-DATA-DECISAO
                    WS-REQ-DESTINO-TIPO WS-REQ-DESTINO-NUMERO.

       SOMAR-REQUISICOES-COTACAO.
           MOVE 0 TO WS-REQ-QTD-COTACAO
           MOVE "N" TO WS-REQ-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-COTACAO UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF.

       LER-REQUISICAO-COTACAO.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-COTACAO
                   IF WS-REQ-STATUS = "C"
                       AND WS-REQ-DESTINO-NUMERO = WS-COMPARA-PRODUTO
                       ADD WS-REQ-QUANTIDADE TO WS-REQ-QTD-COTACAO
                   END-IF
           END-READ.

       VINCULAR-REQUISICOES-PEDIDO.
           MOVE 0 TO WS-REQ-VINCULADAS
           MOVE "N" TO WS-REQ-EOF
           OPEN I-O REQUISICAO-FILE
           IF WS-REQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-REQ-EOF
           ELSE
               PERFORM LER-REQUISICAO-VINCULO UNTIL WS-REQ-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF.

       LER-REQUISICAO-VINCULO.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-REQ-EOF
               NOT AT END
                   PERFORM PARSE-REQUISICAO-COTACAO
                   IF WS-REQ-STATUS = "C"
                       AND WS-REQ-DESTINO-NUMERO = WS-COMPARA-PRODUTO
                       MOVE "E" TO WS-REQ-STATUS
                       MOVE "P" TO WS-REQ-DESTINO-TIPO
                       MOVE WS-PED-NUMERO TO WS-REQ-DESTINO-NUMERO
                       MOVE SPACES TO REQUISICAO-DADOS
                       STRING WS-REQ-NUMERO ","
                              WS-REQ-SEQ ","
                              WS-REQ-DATA ","
                              WS-REQ-SOLICITANTE ","
                              WS-REQ-DEPARTAMENTO ","
                              WS-REQ-TIPO ","
                              WS-REQ-PRODUTO ","
                              WS-REQ-DESCRICAO ","
                              WS-REQ-QUANTIDADE ","
                              WS-REQ-NECESSIDADE ","
                              WS-REQ-JUSTIFICATIVA ","
                              WS-REQ-STATUS ","
                              WS-REQ-APROVADOR ","
                              WS-REQ-DATA-DECISAO ","
                              WS-REQ-DESTINO-TIPO ","
                              WS-REQ-DESTINO-NUMERO
                              DELIMITED BY SIZE
                              INTO REQUISICAO-DADOS
                       REWRITE REQUISICAO-RECORD
                       ADD 1 TO WS-REQ-VINCULADAS
                   END-IF
           END-READ.

       OBTER-PROXIMO-NUMERO-PEDIDO.
           MOVE 0 TO WS-PED-MAIOR

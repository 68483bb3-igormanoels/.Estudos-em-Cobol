       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestaoAssistencia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RMA-FILE ASSIGN TO "dadosRma.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RMA-NUMERO-CHAVE
                   FILE STATUS IS WS-RMA-FILE-STATUS.
               SELECT VENDA-FILE ASSIGN TO "dadosVenda.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS VENDA-NOTA-CHAVE
                   FILE STATUS IS WS-ARQ-STATUS.
               SELECT VENDA-ITEM-FILE ASSIGN TO "dadosVendaItem.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITEM-CHAVE
                   FILE STATUS IS WS-ARQ-STATUS.
               SELECT ESTOQUE-FILE ASSIGN TO "dadosEstoque.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ESTOQUE-CODIGO-CHAVE
                   ALTERNATE RECORD KEY IS ESTOQUE-EAN-CHAVE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ARQ-STATUS.
               SELECT FORNECEDOR-FILE ASSIGN TO "dadosFornecedor.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FORN-CODIGO-CHAVE
                   ALTERNATE RECORD KEY IS FORN-CNPJ-CHAVE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ARQ-STATUS.
               SELECT KARDEX-FILE ASSIGN TO "dadosKardex.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARQ-STATUS.
               SELECT SALDO-DEPOSITO-FILE
                   ASSIGN TO "dadosSaldoDeposito.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SALDO-DEP-CHAVE
                   FILE STATUS IS WS-DEP-FILE-STATUS.
               SELECT PERIODO-FECHADO-FILE ASSIGN TO
                   "dadosPeriodoFechado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PER-FILE-STATUS.
               SELECT NUMERO-SERIE-FILE
                   ASSIGN TO "dadosNumeroSerie.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NSR-CHAVE
                   FILE STATUS IS WS-NSR-FILE-STATUS.
               SELECT NUMERO-SERIE-HIST-FILE
                   ASSIGN TO "dadosNumeroSerieHist.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NSR-FILE-STATUS.
               SELECT DOC-REMESSA-FILE
                   ASSIGN TO "documentoRemessaRma.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RMA-FILE.
       01 RMA-RECORD.
           05 RMA-DADOS PIC X(200).
       01 RMA-RECORD-CHAVE REDEFINES RMA-RECORD.
           05 RMA-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(194).

       FD VENDA-FILE.
       01 VENDA-RECORD.
           05 VENDA-DADOS PIC X(100).
       01 VENDA-RECORD-CHAVE REDEFINES VENDA-RECORD.
           05 VENDA-NOTA-CHAVE PIC 9(6).
           05 FILLER PIC X(94).
       01 VENDA-RECORD-CAMPOS REDEFINES VENDA-RECORD.
           05 VD-NUMERO-NOTA          PIC 9(6).
           05 VD-DATA-VENDA           PIC 9(8).
           05 VD-COD-CLIENTE          PIC 9(5).
           05 VD-SITUACAO             PIC X.
               88 VD-CANCELADA        VALUE "C".
           05 VD-VENDEDOR             PIC 9(5).
           05 VD-FRETE                PIC 9(7)V99.
           05 VD-FILIAL               PIC 9(2).
           05 FILLER                  PIC X(64).

       FD VENDA-ITEM-FILE.
       01 VENDA-ITEM-RECORD.
           05 VENDA-ITEM-DADOS PIC X(100).
       01 VENDA-ITEM-RECORD-CHAVE REDEFINES VENDA-ITEM-RECORD.
           05 ITEM-CHAVE.
               10 ITEM-NOTA-CHAVE      PIC 9(6).
               10 FILLER               PIC X.
               10 ITEM-PRODUTO-CHAVE   PIC 9(5).
           05 FILLER PIC X(88).

       COPY ESTOQUE.

       COPY FORNECEDOR.

       FD KARDEX-FILE.
       01 KARDEX-RECORD.
           05 KARDEX-DADOS PIC X(100).

       FD SALDO-DEPOSITO-FILE.
       01 SALDO-DEPOSITO-RECORD.
           05 SALDO-DEPOSITO-DADOS PIC X(50).
       01 SALDO-DEPOSITO-RECORD-CHAVE
           REDEFINES SALDO-DEPOSITO-RECORD.
           05 SALDO-DEP-CHAVE.
               10 SALDO-DEP-PRODUTO-CHAVE  PIC 9(5).
               10 FILLER                   PIC X.
               10 SALDO-DEP-DEPOSITO-CHAVE PIC 9(2).
           05 FILLER PIC X(42).

       FD PERIODO-FECHADO-FILE.
       01 PERIODO-FECHADO-RECORD.
           05 PERIODO-FECHADO-DADOS PIC X(10).

       FD NUMERO-SERIE-FILE.
       01 NUMERO-SERIE-RECORD.
           05 NUMERO-SERIE-DADOS PIC X(100).
       01 NUMERO-SERIE-RECORD-CHAVE REDEFINES NUMERO-SERIE-RECORD.
           05 NSR-CHAVE.
               10 NSR-PRODUTO-CHAVE PIC 9(5).
               10 FILLER            PIC X.
               10 NSR-SERIE-CHAVE   PIC X(20).
           05 FILLER PIC X(74).

       FD NUMERO-SERIE-HIST-FILE.
       01 NUMERO-SERIE-HIST-RECORD.
           05 NUMERO-SERIE-HIST-DADOS PIC X(80).

       FD DOC-REMESSA-FILE.
       01 DOC-REMESSA-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 99 VALUE 0.
       01 RMA.
           05 RMA-NUMERO        PIC 9(6).
           05 RMA-DATA          PIC 9(8).
           05 RMA-NOTA          PIC 9(6).
           05 RMA-PRODUTO       PIC 9(5).
           05 RMA-QTD           PIC 9(5).
           05 RMA-CLIENTE       PIC 9(5).
           05 RMA-FORNECEDOR    PIC 9(6).
           05 RMA-SERIE         PIC X(20).
           05 RMA-DEFEITO       PIC X(60).
           05 RMA-STATUS        PIC X.
               88 RMA-RECEBIDO      VALUE "R".
               88 RMA-NO-FORNECEDOR VALUE "F".
               88 RMA-CONSERTADO    VALUE "C".
               88 RMA-TROCADO       VALUE "T".
               88 RMA-DEVOLVIDO     VALUE "D".
           05 RMA-DATA-ENVIO    PIC 9(8).
           05 RMA-DATA-RETORNO  PIC 9(8).
           05 RMA-DATA-DEVOLUCAO PIC 9(8).
           05 RMA-REMESSA       PIC 9(6).
       01 WS-RMA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RMA-EOF            PIC X VALUE "N".
       01 WS-RMA-ACHADO         PIC X VALUE "N".
       01 WS-RMA-OK             PIC X VALUE "N".
       01 WS-RMA-CONFIRMA       PIC X.
       01 WS-RMA-BUSCA          PIC 9(6).
       01 WS-RMA-ACAO           PIC X.
       01 WS-RMA-STATUS-DESC    PIC X(22).
       01 WS-RMA-HOJE           PIC 9(8).
       01 WS-RMA-DIAS           PIC 9(5).
       01 WS-RMA-QTD-VENDIDA    PIC 9(5).
       01 WS-RMA-QTD-ENTRADA    PIC X(5).
       01 WS-RMA-ABERTOS        PIC 9(5) VALUE 0.
       01 WS-RMA-COUNT          PIC 9(3) VALUE 0.
       01 WS-RMA-IDX            PIC 9(3) VALUE 0.
       01 WS-RMA-TABLE.
           05 WS-RMA-NUMERO-ITEM OCCURS 50 TIMES PIC 9(6).
       01 WS-RMA-NOME-PRODUTO   PIC X(30).
       01 WS-RMA-SERIALIZADO    PIC X VALUE "N".
       01 WS-RMA-FORN-PRODUTO   PIC 9(6).
       01 WS-RMA-FORN-NOME      PIC X(30).
       01 WS-RMA-FORN-BUSCA     PIC 9(6).
       01 WS-RMA-REMESSA-LINHA.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RRL-NUMERO     PIC 9(6).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-RRL-PRODUTO    PIC 9(5).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RRL-NOME       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RRL-QTD        PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RRL-SERIE      PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-RRL-DEFEITO    PIC X(22).
       01 WS-TAT-COUNT          PIC 9(3) VALUE 0.
       01 WS-TAT-IDX            PIC 9(3) VALUE 0.
       01 WS-TAT-TABLE.
           05 WS-TAT-ENTRY OCCURS 100 TIMES.
               10 WS-TAT-FORNECEDOR PIC 9(6).
               10 WS-TAT-ENVIADOS   PIC 9(5).
               10 WS-TAT-RETORNADOS PIC 9(5).
               10 WS-TAT-DIAS-FORN  PIC 9(7).
               10 WS-TAT-ENCERRADOS PIC 9(5).
               10 WS-TAT-DIAS-TOTAL PIC 9(7).
               10 WS-TAT-EM-ABERTO  PIC 9(5).
       01 WS-TAT-MEDIA-FORN     PIC ZZZ9.9.
       01 WS-TAT-MEDIA-TOTAL    PIC ZZZ9.9.
       01 WS-TAT-MEDIA-CALC     PIC 9(5)V9.
       01 WS-TAT-INICIAL        PIC 9(8).
       01 WS-TAT-FINAL          PIC 9(8).
       01 WS-KDX-TIPO           PIC X.
       01 WS-KDX-SALDO          PIC 9(5).
       01 WS-KDX-DATA           PIC 9(8).
       01 WS-KDX-DOC            PIC X(9).
       01 WS-DEP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DEP-ASSISTENCIA    PIC 9(2) VALUE 3.
       01 WS-DEP-PRODUTO        PIC 9(5).
       01 WS-DEP-CODIGO         PIC 9(2).
       01 WS-DEP-SALDO          PIC S9(5).
       01 WS-DEP-DELTA          PIC S9(5).
       01 WS-PER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PER-EOF            PIC X VALUE "N".
       01 WS-PER-DATA-HOJE      PIC 9(8).
       01 WS-PER-LIDO           PIC 9(6).
       01 WS-PERIODO-FECHADO    PIC X VALUE "N".
       01 WS-NSR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-NSR-REG-PRODUTO    PIC 9(5).
       01 WS-NSR-REG-SERIE      PIC X(20).
       01 WS-NSR-REG-STATUS     PIC X.
           88 NSR-VENDIDO           VALUE "V".
       01 WS-NSR-REG-FORNECEDOR PIC 9(6).
       01 WS-NSR-REG-PEDIDO     PIC 9(6).
       01 WS-NSR-REG-DATA-ENT   PIC 9(8).
       01 WS-NSR-REG-NOTA       PIC 9(6).
       01 WS-NSR-REG-CLIENTE    PIC 9(5).
       01 WS-NSR-REG-DATA-VENDA PIC 9(8).
       01 WS-ITEM-NOTA          PIC 9(6).
       01 WS-ITEM-PRODUTO       PIC 9(5).
       01 WS-ITEM-QUANTIDADE    PIC 9(5).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-PRM-GARANTIA-DIAS  PIC 9(4) VALUE 90.
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
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CARREGAR-PARAMETROS
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ABRIR-RMA
                   WHEN 2
                       PERFORM GERAR-REMESSA-FORNECEDOR
                   WHEN 3
                       PERFORM REGISTRAR-RETORNO-RMA
                   WHEN 4
                       PERFORM DEVOLVER-RMA-CLIENTE
                   WHEN 5
                       PERFORM CONSULTAR-RMA
                   WHEN 6
                       PERFORM RELATORIO-RMA-ABERTOS
                   WHEN 7
                       PERFORM RELATORIO-TEMPO-FORNECEDOR
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
           DISPLAY "        ASSISTENCIA TECNICA / RMA (GARANTIA)     "
           DISPLAY "================================================="
           DISPLAY "1 - Abrir RMA (recebimento do cliente)"
           DISPLAY "2 - Gerar Remessa ao Fornecedor"
           DISPLAY "3 - Registrar Conserto / Troca"
           DISPLAY "4 - Devolver ao Cliente"
           DISPLAY "5 - Consultar RMA"
           DISPLAY "6 - Relatorio de RMAs em Aberto"
           DISPLAY "7 - Tempo de Atendimento por Fornecedor"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       CARREGAR-PARAMETROS.
           MOVE "GARANTIA-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-PRM-GARANTIA-DIAS
           END-IF.

       PARSE-RMA-RECORD.
           UNSTRING RMA-DADOS DELIMITED BY ","
               INTO RMA-NUMERO RMA-DATA RMA-NOTA RMA-PRODUTO
                    RMA-QTD RMA-CLIENTE RMA-FORNECEDOR RMA-SERIE
                    RMA-DEFEITO RMA-STATUS RMA-DATA-ENVIO
                    RMA-DATA-RETORNO RMA-DATA-DEVOLUCAO
                    RMA-REMESSA.

       MONTAR-RMA-RECORD.
           INSPECT RMA-DEFEITO REPLACING ALL "," BY ";"
           INSPECT RMA-SERIE REPLACING ALL "," BY ";"
           MOVE SPACES TO RMA-DADOS
           STRING RMA-NUMERO DELIMITED BY SIZE ","
                  RMA-DATA DELIMITED BY SIZE ","
                  RMA-NOTA DELIMITED BY SIZE ","
                  RMA-PRODUTO DELIMITED BY SIZE ","
                  RMA-QTD DELIMITED BY SIZE ","
                  RMA-CLIENTE DELIMITED BY SIZE ","
                  RMA-FORNECEDOR DELIMITED BY SIZE ","
                  RMA-SERIE DELIMITED BY SIZE ","
                  RMA-DEFEITO DELIMITED BY SIZE ","
                  RMA-STATUS DELIMITED BY SIZE ","
                  RMA-DATA-ENVIO DELIMITED BY SIZE ","
                  RMA-DATA-RETORNO DELIMITED BY SIZE ","
                  RMA-DATA-DEVOLUCAO DELIMITED BY SIZE ","
                  RMA-REMESSA DELIMITED BY SIZE
                  INTO RMA-DADOS.

       ABRIR-RMA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              ABRIR RMA (GARANTIA)               "
           DISPLAY "================================================="
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
           ELSE
               PERFORM ABRIR-RMA-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       ABRIR-RMA-EXECUTAR.
           MOVE SPACES TO RMA
           MOVE 0 TO RMA-DATA-ENVIO RMA-DATA-RETORNO
               RMA-DATA-DEVOLUCAO RMA-REMESSA
           DISPLAY "Numero da nota fiscal de venda: " WITH NO ADVANCING
           ACCEPT RMA-NOTA
           DISPLAY "Codigo do produto defeituoso: " WITH NO ADVANCING
           ACCEPT RMA-PRODUTO
           MOVE "N" TO WS-RMA-OK
           PERFORM VALIDAR-NOTA-RMA
           IF WS-RMA-OK = "Y"
               PERFORM VALIDAR-ITEM-RMA
           END-IF
           IF WS-RMA-OK = "Y"
               PERFORM VALIDAR-GARANTIA-RMA
           END-IF
           IF WS-RMA-OK = "Y"
               PERFORM CARREGAR-PRODUTO-RMA
               MOVE WS-RMA-FORN-PRODUTO TO RMA-FORNECEDOR
               PERFORM OBTER-QUANTIDADE-RMA
           END-IF
           IF WS-RMA-OK = "Y" AND WS-RMA-SERIALIZADO = "S"
               PERFORM OBTER-SERIE-RMA
           END-IF
           IF WS-RMA-OK = "Y"
               DISPLAY "Descricao do defeito: " WITH NO ADVANCING
               ACCEPT RMA-DEFEITO
               IF RMA-FORNECEDOR = 0
                   DISPLAY "Fornecedor responsavel pela garantia: "
                       WITH NO ADVANCING
                   ACCEPT RMA-FORNECEDOR
               END-IF
               PERFORM GRAVAR-NOVO-RMA
           END-IF.

       VALIDAR-NOTA-RMA.
           OPEN INPUT VENDA-FILE
           MOVE RMA-NOTA TO VENDA-NOTA-CHAVE
           READ VENDA-FILE
               KEY IS VENDA-NOTA-CHAVE
               INVALID KEY
                   DISPLAY "Nota fiscal nao encontrada."
               NOT INVALID KEY
                   IF VD-CANCELADA
                       DISPLAY "Nota fiscal cancelada."
                   ELSE
                       MOVE VD-COD-CLIENTE TO RMA-CLIENTE
                       MOVE VD-DATA-VENDA TO WS-TAT-INICIAL
                       MOVE "Y" TO WS-RMA-OK
                   END-IF
           END-READ
           CLOSE VENDA-FILE.

       VALIDAR-ITEM-RMA.
           MOVE "N" TO WS-RMA-OK
           OPEN INPUT VENDA-ITEM-FILE
           MOVE SPACES TO VENDA-ITEM-DADOS
           MOVE RMA-NOTA TO ITEM-NOTA-CHAVE
           MOVE "," TO VENDA-ITEM-DADOS(7:1)
           MOVE RMA-PRODUTO TO ITEM-PRODUTO-CHAVE
           READ VENDA-ITEM-FILE
               KEY IS ITEM-CHAVE
               INVALID KEY
                   DISPLAY "Produto nao consta nos itens desta nota."
               NOT INVALID KEY
                   UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO WS-ITEM-NOTA WS-ITEM-PRODUTO
                            WS-ITEM-QUANTIDADE
                   MOVE WS-ITEM-QUANTIDADE TO WS-RMA-QTD-VENDIDA
                   MOVE "Y" TO WS-RMA-OK
           END-READ
           CLOSE VENDA-ITEM-FILE.

       VALIDAR-GARANTIA-RMA.
           ACCEPT WS-RMA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-RMA-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-RMA-HOJE) -
               FUNCTION INTEGER-OF-DATE(WS-TAT-INICIAL)
           IF WS-RMA-DIAS > WS-PRM-GARANTIA-DIAS
               DISPLAY "Venda com " WS-RMA-DIAS " dias, fora do prazo "
                   "de garantia (" WS-PRM-GARANTIA-DIAS " dias)."
               DISPLAY "Abrir RMA mesmo assim? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-RMA-CONFIRMA
               IF WS-RMA-CONFIRMA NOT = "S"
                   AND WS-RMA-CONFIRMA NOT = "s"
                   MOVE "N" TO WS-RMA-OK
                   DISPLAY "RMA nao aberto."
               END-IF
           END-IF.

       CARREGAR-PRODUTO-RMA.
           MOVE SPACES TO WS-RMA-NOME-PRODUTO
           MOVE "N" TO WS-RMA-SERIALIZADO
           MOVE 0 TO WS-RMA-FORN-PRODUTO
           MOVE 0 TO WS-KDX-SALDO
           OPEN INPUT ESTOQUE-FILE
           MOVE RMA-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-NOME TO WS-RMA-NOME-PRODUTO
                   MOVE ER-COD-FORNECEDOR TO WS-RMA-FORN-PRODUTO
                   MOVE ER-QUANTIDADE TO WS-KDX-SALDO
                   IF ER-SERIALIZADO = "S"
                       MOVE "S" TO WS-RMA-SERIALIZADO
                   END-IF
           END-READ
           CLOSE ESTOQUE-FILE.

       OBTER-QUANTIDADE-RMA.
           DISPLAY "Produto: " WS-RMA-NOME-PRODUTO
               " (vendido: " WS-RMA-QTD-VENDIDA ")"
           IF WS-RMA-SERIALIZADO = "S"
               MOVE 1 TO RMA-QTD
           ELSE
               DISPLAY "Quantidade com defeito (Enter = 1): "
                   WITH NO ADVANCING
               ACCEPT WS-RMA-QTD-ENTRADA
               IF WS-RMA-QTD-ENTRADA = SPACES
                   MOVE 1 TO RMA-QTD
               ELSE
                   IF WS-RMA-QTD-ENTRADA IS NUMERIC
                       MOVE WS-RMA-QTD-ENTRADA TO RMA-QTD
                   ELSE
                       MOVE 0 TO RMA-QTD
                   END-IF
               END-IF
           END-IF
           IF RMA-QTD = 0 OR RMA-QTD > WS-RMA-QTD-VENDIDA
               DISPLAY "Quantidade invalida para esta nota."
               MOVE "N" TO WS-RMA-OK
           END-IF.

       OBTER-SERIE-RMA.
           MOVE "N" TO WS-RMA-OK
           DISPLAY "Numero de serie da unidade defeituosa: "
               WITH NO ADVANCING
           ACCEPT RMA-SERIE
           OPEN INPUT NUMERO-SERIE-FILE
           IF WS-NSR-FILE-STATUS = "35"
               DISPLAY "Numero de serie nao cadastrado."
           ELSE
               MOVE SPACES TO NUMERO-SERIE-DADOS
               MOVE RMA-PRODUTO TO NSR-PRODUTO-CHAVE
               MOVE "," TO NUMERO-SERIE-DADOS(6:1)
               MOVE RMA-SERIE TO NSR-SERIE-CHAVE
               READ NUMERO-SERIE-FILE
                   KEY IS NSR-CHAVE
                   INVALID KEY
                       DISPLAY "Numero de serie nao cadastrado."
                   NOT INVALID KEY
                       UNSTRING NUMERO-SERIE-DADOS DELIMITED BY ","
                           INTO WS-NSR-REG-PRODUTO WS-NSR-REG-SERIE
                                WS-NSR-REG-STATUS WS-NSR-REG-FORNECEDOR
                                WS-NSR-REG-PEDIDO WS-NSR-REG-DATA-ENT
                                WS-NSR-REG-NOTA WS-NSR-REG-CLIENTE
                                WS-NSR-REG-DATA-VENDA
                       IF NSR-VENDIDO AND WS-NSR-REG-NOTA = RMA-NOTA
                           MOVE "Y" TO WS-RMA-OK
                           IF WS-NSR-REG-FORNECEDOR > 0
                               MOVE WS-NSR-REG-FORNECEDOR
                                   TO RMA-FORNECEDOR
                           END-IF
                       ELSE
                           DISPLAY "Numero de serie nao foi vendido "
                               "nesta nota."
                       END-IF
               END-READ
               CLOSE NUMERO-SERIE-FILE
           END-IF.

       GRAVAR-NOVO-RMA.
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "RMA" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO RMA-NUMERO
           ACCEPT RMA-DATA FROM DATE YYYYMMDD
           MOVE "R" TO RMA-STATUS
           PERFORM MONTAR-RMA-RECORD
           MOVE "gestaoAssistencia" TO WS-ARQ-PROGRAMA
           OPEN I-O RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               OPEN OUTPUT RMA-FILE
           END-IF
           WRITE RMA-RECORD
           MOVE "dadosRma.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-RMA-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE RMA-FILE
           MOVE "E" TO WS-KDX-TIPO
           MOVE RMA-QTD TO WS-DEP-DELTA
           PERFORM MOVIMENTAR-ASSISTENCIA
           IF RMA-SERIE NOT = SPACES
               PERFORM REGISTRAR-SERIE-ASSISTENCIA
           END-IF
           DISPLAY "RMA " RMA-NUMERO " aberto. Item no deposito "
               WS-DEP-ASSISTENCIA " (em assistencia)."
           PERFORM REGISTRAR-AUDITORIA-RMA.

       REGISTRAR-SERIE-ASSISTENCIA.
           MOVE SPACES TO NUMERO-SERIE-HIST-DADOS
           STRING RMA-DATA DELIMITED BY SIZE ","
                  RMA-PRODUTO DELIMITED BY SIZE ","
                  RMA-SERIE DELIMITED BY SIZE ","
                  "A" DELIMITED BY SIZE ","
                  RMA-NUMERO DELIMITED BY SIZE ","
                  RMA-CLIENTE DELIMITED BY SIZE
                  INTO NUMERO-SERIE-HIST-DADOS
           OPEN EXTEND NUMERO-SERIE-HIST-FILE
           IF WS-NSR-FILE-STATUS = "35"
               OPEN OUTPUT NUMERO-SERIE-HIST-FILE
           END-IF
           WRITE NUMERO-SERIE-HIST-RECORD
           CLOSE NUMERO-SERIE-HIST-FILE.

       REGISTRAR-AUDITORIA-RMA.
           MOVE "gestaoAssistencia" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-ACAO
           STRING "RMA-" DELIMITED BY SIZE
                  RMA-STATUS DELIMITED BY SIZE
                  INTO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE RMA-NUMERO TO WS-AUD-CHAVE(1:6)
           MOVE SPACES TO WS-AUD-ANTES
           MOVE RMA-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       BUSCAR-RMA.
           MOVE "N" TO WS-RMA-ACHADO
           MOVE WS-RMA-BUSCA TO RMA-NUMERO-CHAVE
           READ RMA-FILE
               KEY IS RMA-NUMERO-CHAVE
               INVALID KEY
                   DISPLAY "RMA nao encontrado."
               NOT INVALID KEY
                   PERFORM PARSE-RMA-RECORD
                   MOVE "Y" TO WS-RMA-ACHADO
           END-READ.

       REGRAVAR-RMA.
           PERFORM MONTAR-RMA-RECORD
           REWRITE RMA-RECORD
           MOVE "gestaoAssistencia" TO WS-ARQ-PROGRAMA
           MOVE "dadosRma.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-RMA-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO.

       GERAR-REMESSA-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          REMESSA DE RMA AO FORNECEDOR           "
           DISPLAY "================================================="
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
           ELSE
               PERFORM GERAR-REMESSA-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       GERAR-REMESSA-EXECUTAR.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-RMA-FORN-BUSCA
           PERFORM OBTER-NOME-FORNECEDOR
           DISPLAY "Fornecedor: " WS-RMA-FORN-NOME
           MOVE 0 TO WS-RMA-COUNT
           MOVE "N" TO WS-RMA-EOF
           OPEN INPUT RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMA-EOF
           ELSE
               PERFORM LER-RMA-REMESSA UNTIL WS-RMA-EOF = "Y"
               CLOSE RMA-FILE
           END-IF
           IF WS-RMA-COUNT = 0
               DISPLAY "Nenhum RMA recebido aguardando envio a este "
                   "fornecedor."
           ELSE
               DISPLAY WS-RMA-COUNT " RMA(s) para envio."
               DISPLAY "Confirma a remessa? (S/N): " WITH NO ADVANCING
               ACCEPT WS-RMA-CONFIRMA
               IF WS-RMA-CONFIRMA = "S" OR WS-RMA-CONFIRMA = "s"
                   PERFORM EMITIR-REMESSA-FORNECEDOR
               ELSE
                   DISPLAY "Remessa nao gerada."
               END-IF
           END-IF.

       OBTER-NOME-FORNECEDOR.
           MOVE "(NAO CADASTRADO)" TO WS-RMA-FORN-NOME
           OPEN INPUT FORNECEDOR-FILE
           MOVE WS-RMA-FORN-BUSCA TO FORN-CODIGO-CHAVE
           READ FORNECEDOR-FILE
               KEY IS FORN-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FR-NOME-RAZAO TO WS-RMA-FORN-NOME
           END-READ
           CLOSE FORNECEDOR-FILE.

       LER-RMA-REMESSA.
           READ RMA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RMA-EOF
               NOT AT END
                   PERFORM PARSE-RMA-RECORD
                   IF RMA-RECEBIDO
                       AND RMA-FORNECEDOR = WS-RMA-FORN-BUSCA
                       AND WS-RMA-COUNT < 50
                       ADD 1 TO WS-RMA-COUNT
                       MOVE RMA-NUMERO
                           TO WS-RMA-NUMERO-ITEM(WS-RMA-COUNT)
                       DISPLAY "RMA " RMA-NUMERO " produto "
                           RMA-PRODUTO " qtd " RMA-QTD " nota "
                           RMA-NOTA
                   END-IF
           END-READ.

       EMITIR-REMESSA-FORNECEDOR.
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "REMESSARMA" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           ACCEPT WS-RMA-HOJE FROM DATE YYYYMMDD
           MOVE "documentoRemessaRma.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND DOC-REMESSA-FILE
           MOVE "=================================================="
               TO DOC-REMESSA-LINHA
           WRITE DOC-REMESSA-LINHA
           MOVE SPACES TO DOC-REMESSA-LINHA
           STRING "REMESSA PARA ASSISTENCIA/GARANTIA No "
                      DELIMITED BY SIZE
                  WS-SEQ-NUMERO DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  WS-RMA-HOJE DELIMITED BY SIZE
                  INTO DOC-REMESSA-LINHA
           WRITE DOC-REMESSA-LINHA
           MOVE SPACES TO DOC-REMESSA-LINHA
           STRING "FORNECEDOR: " DELIMITED BY SIZE
                  WS-RMA-FORN-BUSCA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RMA-FORN-NOME DELIMITED BY SIZE
                  INTO DOC-REMESSA-LINHA
           WRITE DOC-REMESSA-LINHA
           MOVE " RMA     PROD  DESCRICAO              QTD SERIE"
               TO DOC-REMESSA-LINHA
           MOVE "DEFEITO" TO DOC-REMESSA-LINHA(59:7)
           WRITE DOC-REMESSA-LINHA
           MOVE "gestaoAssistencia" TO WS-ARQ-PROGRAMA
           OPEN I-O RMA-FILE
           MOVE "dadosRma.txt" TO WS-ARQ-NOME
           MOVE "OPEN" TO WS-ARQ-OPERACAO
           MOVE WS-RMA-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           PERFORM ENVIAR-RMA-REMESSA
               VARYING WS-RMA-IDX FROM 1 BY 1
               UNTIL WS-RMA-IDX > WS-RMA-COUNT
           CLOSE RMA-FILE
           MOVE "=================================================="
               TO DOC-REMESSA-LINHA
           WRITE DOC-REMESSA-LINHA
           CLOSE DOC-REMESSA-FILE
           MOVE "documentoRemessaRma.txt" TO WS-RLE-ARQUIVO
           MOVE "remessaRma" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Remessa " DELIMITED BY SIZE
                  WS-SEQ-NUMERO DELIMITED BY SIZE
                  " fornecedor " DELIMITED BY SIZE
                  WS-RMA-FORN-BUSCA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Remessa " WS-SEQ-NUMERO " gerada em "
               "documentoRemessaRma.txt".

       ENVIAR-RMA-REMESSA.
           MOVE WS-RMA-NUMERO-ITEM(WS-RMA-IDX) TO WS-RMA-BUSCA
           PERFORM BUSCAR-RMA
           IF WS-RMA-ACHADO = "Y" AND RMA-RECEBIDO
               MOVE "F" TO RMA-STATUS
               MOVE WS-RMA-HOJE TO RMA-DATA-ENVIO
               MOVE WS-SEQ-NUMERO TO RMA-REMESSA
               PERFORM REGRAVAR-RMA
               PERFORM CARREGAR-PRODUTO-RMA
               MOVE "S" TO WS-KDX-TIPO
               COMPUTE WS-DEP-DELTA = 0 - RMA-QTD
               PERFORM MOVIMENTAR-ASSISTENCIA
               MOVE RMA-NUMERO TO WS-RRL-NUMERO
               MOVE RMA-PRODUTO TO WS-RRL-PRODUTO
               MOVE WS-RMA-NOME-PRODUTO TO WS-RRL-NOME
               MOVE RMA-QTD TO WS-RRL-QTD
               MOVE RMA-SERIE TO WS-RRL-SERIE
               MOVE RMA-DEFEITO TO WS-RRL-DEFEITO
               WRITE DOC-REMESSA-LINHA FROM WS-RMA-REMESSA-LINHA
           END-IF.

       REGISTRAR-RETORNO-RMA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            REGISTRAR CONSERTO / TROCA           "
           DISPLAY "================================================="
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
           ELSE
               PERFORM REGISTRAR-RETORNO-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       REGISTRAR-RETORNO-EXECUTAR.
           DISPLAY "Numero do RMA: " WITH NO ADVANCING
           ACCEPT WS-RMA-BUSCA
           OPEN I-O RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               DISPLAY "RMA nao encontrado."
           ELSE
               PERFORM BUSCAR-RMA
               IF WS-RMA-ACHADO = "Y"
                   PERFORM REGISTRAR-RETORNO-RMA-ACHADO
               END-IF
               CLOSE RMA-FILE
           END-IF.

       REGISTRAR-RETORNO-RMA-ACHADO.
           ACCEPT WS-RMA-HOJE FROM DATE YYYYMMDD
           EVALUATE TRUE
               WHEN RMA-NO-FORNECEDOR
                   DISPLAY "Retorno do fornecedor: (C) consertado "
                       "ou (T) trocado: " WITH NO ADVANCING
                   ACCEPT WS-RMA-ACAO
                   IF WS-RMA-ACAO = "c"
                       MOVE "C" TO WS-RMA-ACAO
                   END-IF
                   IF WS-RMA-ACAO = "t"
                       MOVE "T" TO WS-RMA-ACAO
                   END-IF
                   IF WS-RMA-ACAO = "C" OR WS-RMA-ACAO = "T"
                       MOVE WS-RMA-ACAO TO RMA-STATUS
                       MOVE WS-RMA-HOJE TO RMA-DATA-RETORNO
                       PERFORM REGRAVAR-RMA
                       PERFORM CARREGAR-PRODUTO-RMA
                       MOVE "E" TO WS-KDX-TIPO
                       MOVE RMA-QTD TO WS-DEP-DELTA
                       PERFORM MOVIMENTAR-ASSISTENCIA
                       PERFORM REGISTRAR-AUDITORIA-RMA
                       DISPLAY "Retorno registrado, item no deposito "
                           WS-DEP-ASSISTENCIA " aguardando entrega."
                   ELSE
                       DISPLAY "Opcao invalida, nada alterado."
                   END-IF
               WHEN RMA-RECEBIDO
                   DISPLAY "RMA ainda nao enviado ao fornecedor."
                   DISPLAY "Registrar conserto interno? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-RMA-CONFIRMA
                   IF WS-RMA-CONFIRMA = "S" OR WS-RMA-CONFIRMA = "s"
                       MOVE "C" TO RMA-STATUS
                       MOVE WS-RMA-HOJE TO RMA-DATA-RETORNO
                       PERFORM REGRAVAR-RMA
                       PERFORM REGISTRAR-AUDITORIA-RMA
                       DISPLAY "Conserto interno registrado."
                   END-IF
               WHEN OTHER
                   PERFORM DESCREVER-STATUS-RMA
                   DISPLAY "RMA na situacao " WS-RMA-STATUS-DESC
                       ", retorno nao permitido."
           END-EVALUATE.

       DEVOLVER-RMA-CLIENTE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            DEVOLVER RMA AO CLIENTE              "
           DISPLAY "================================================="
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
           ELSE
               PERFORM DEVOLVER-RMA-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       DEVOLVER-RMA-EXECUTAR.
           DISPLAY "Numero do RMA: " WITH NO ADVANCING
           ACCEPT WS-RMA-BUSCA
           OPEN I-O RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               DISPLAY "RMA nao encontrado."
           ELSE
               PERFORM BUSCAR-RMA
               IF WS-RMA-ACHADO = "Y"
                   IF RMA-CONSERTADO OR RMA-TROCADO
                       ACCEPT WS-RMA-HOJE FROM DATE YYYYMMDD
                       MOVE "D" TO RMA-STATUS
                       MOVE WS-RMA-HOJE TO RMA-DATA-DEVOLUCAO
                       PERFORM REGRAVAR-RMA
                       PERFORM CARREGAR-PRODUTO-RMA
                       MOVE "S" TO WS-KDX-TIPO
                       COMPUTE WS-DEP-DELTA = 0 - RMA-QTD
                       PERFORM MOVIMENTAR-ASSISTENCIA
                       PERFORM REGISTRAR-AUDITORIA-RMA
                       DISPLAY "Item devolvido ao cliente " RMA-CLIENTE
                           ", RMA encerrado."
                   ELSE
                       PERFORM DESCREVER-STATUS-RMA
                       DISPLAY "RMA na situacao " WS-RMA-STATUS-DESC
                           ", devolucao nao permitida."
                   END-IF
               END-IF
               CLOSE RMA-FILE
           END-IF.

       CONSULTAR-RMA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "                 CONSULTAR RMA                   "
           DISPLAY "================================================="
           DISPLAY "Numero do RMA: " WITH NO ADVANCING
           ACCEPT WS-RMA-BUSCA
           OPEN INPUT RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               DISPLAY "RMA nao encontrado."
           ELSE
               PERFORM BUSCAR-RMA
               CLOSE RMA-FILE
               IF WS-RMA-ACHADO = "Y"
                   PERFORM EXIBIR-RMA
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EXIBIR-RMA.
           PERFORM CARREGAR-PRODUTO-RMA
           PERFORM DESCREVER-STATUS-RMA
           MOVE RMA-FORNECEDOR TO WS-RMA-FORN-BUSCA
           PERFORM OBTER-NOME-FORNECEDOR
           DISPLAY "RMA:         " RMA-NUMERO "  aberto em " RMA-DATA
           DISPLAY "Situacao:    " WS-RMA-STATUS-DESC
           DISPLAY "Nota:        " RMA-NOTA "  Cliente: " RMA-CLIENTE
           DISPLAY "Produto:     " RMA-PRODUTO " " WS-RMA-NOME-PRODUTO
               "  Qtd: " RMA-QTD
           IF RMA-SERIE NOT = SPACES
               DISPLAY "Serie:       " RMA-SERIE
           END-IF
           DISPLAY "Defeito:     " RMA-DEFEITO
           DISPLAY "Fornecedor:  " RMA-FORNECEDOR " " WS-RMA-FORN-NOME
           IF RMA-REMESSA > 0
               DISPLAY "Remessa:     " RMA-REMESSA "  enviada em "
                   RMA-DATA-ENVIO
           END-IF
           IF RMA-DATA-RETORNO > 0
               DISPLAY "Retorno:     " RMA-DATA-RETORNO
           END-IF
           IF RMA-DATA-DEVOLUCAO > 0
               DISPLAY "Entregue ao cliente em " RMA-DATA-DEVOLUCAO
           END-IF.

       DESCREVER-STATUS-RMA.
           EVALUATE TRUE
               WHEN RMA-RECEBIDO
                   MOVE "RECEBIDO DO CLIENTE" TO WS-RMA-STATUS-DESC
               WHEN RMA-NO-FORNECEDOR
                   MOVE "ENVIADO AO FORNECEDOR" TO WS-RMA-STATUS-DESC
               WHEN RMA-CONSERTADO
                   MOVE "CONSERTADO" TO WS-RMA-STATUS-DESC
               WHEN RMA-TROCADO
                   MOVE "TROCADO" TO WS-RMA-STATUS-DESC
               WHEN RMA-DEVOLVIDO
                   MOVE "DEVOLVIDO AO CLIENTE" TO WS-RMA-STATUS-DESC
               WHEN OTHER
                   MOVE RMA-STATUS TO WS-RMA-STATUS-DESC
           END-EVALUATE.

       RELATORIO-RMA-ABERTOS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              RMAs EM ABERTO                     "
           DISPLAY "================================================="
           DISPLAY "RMA    ABERTURA DIAS  PRODUTO CLIENTE FORNEC "
               "SITUACAO"
           ACCEPT WS-RMA-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-RMA-ABERTOS
           MOVE "N" TO WS-RMA-EOF
           OPEN INPUT RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMA-EOF
           ELSE
               PERFORM LER-RMA-ABERTO UNTIL WS-RMA-EOF = "Y"
               CLOSE RMA-FILE
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY "Total de RMAs em aberto: " WS-RMA-ABERTOS
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-RMA-ABERTO.
           READ RMA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RMA-EOF
               NOT AT END
                   PERFORM PARSE-RMA-RECORD
                   IF NOT RMA-DEVOLVIDO
                       ADD 1 TO WS-RMA-ABERTOS
                       COMPUTE WS-RMA-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-RMA-HOJE) -
                           FUNCTION INTEGER-OF-DATE(RMA-DATA)
                       PERFORM DESCREVER-STATUS-RMA
                       DISPLAY RMA-NUMERO " " RMA-DATA " " WS-RMA-DIAS
                           " " RMA-PRODUTO "   " RMA-CLIENTE "   "
                           RMA-FORNECEDOR " " WS-RMA-STATUS-DESC
                   END-IF
           END-READ.

       RELATORIO-TEMPO-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "    TEMPO DE ATENDIMENTO DE RMA POR FORNECEDOR   "
           DISPLAY "================================================="
           MOVE 0 TO WS-TAT-COUNT
           MOVE "N" TO WS-RMA-EOF
           OPEN INPUT RMA-FILE
           IF WS-RMA-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMA-EOF
           ELSE
               PERFORM LER-RMA-TEMPO UNTIL WS-RMA-EOF = "Y"
               CLOSE RMA-FILE
           END-IF
           IF WS-TAT-COUNT = 0
               DISPLAY "Nenhum RMA registrado."
           ELSE
               DISPLAY "FORNEC ENVIADOS RETORN. MEDIA-FORN ENCERR. "
                   "MEDIA-TOTAL ABERTOS"
               PERFORM EXIBIR-TEMPO-FORNECEDOR
                   VARYING WS-TAT-IDX FROM 1 BY 1
                   UNTIL WS-TAT-IDX > WS-TAT-COUNT
               DISPLAY "MEDIA-FORN: dias entre envio e retorno do "
                   "fornecedor."
               DISPLAY "MEDIA-TOTAL: dias entre abertura e entrega ao "
                   "cliente."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-RMA-TEMPO.
           READ RMA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RMA-EOF
               NOT AT END
                   PERFORM PARSE-RMA-RECORD
                   PERFORM PROCURAR-TAT-IDX
                       VARYING WS-TAT-IDX FROM 1 BY 1
                       UNTIL WS-TAT-IDX > WS-TAT-COUNT
                          OR WS-TAT-FORNECEDOR(WS-TAT-IDX)
                             = RMA-FORNECEDOR
                   IF WS-TAT-IDX > WS-TAT-COUNT AND WS-TAT-COUNT < 100
                       ADD 1 TO WS-TAT-COUNT
                       MOVE WS-TAT-COUNT TO WS-TAT-IDX
                       MOVE RMA-FORNECEDOR
                           TO WS-TAT-FORNECEDOR(WS-TAT-IDX)
                       MOVE 0 TO WS-TAT-ENVIADOS(WS-TAT-IDX)
                           WS-TAT-RETORNADOS(WS-TAT-IDX)
                           WS-TAT-DIAS-FORN(WS-TAT-IDX)
                           WS-TAT-ENCERRADOS(WS-TAT-IDX)
                           WS-TAT-DIAS-TOTAL(WS-TAT-IDX)
                           WS-TAT-EM-ABERTO(WS-TAT-IDX)
                   END-IF
                   IF WS-TAT-IDX <= WS-TAT-COUNT
                       PERFORM ACUMULAR-TEMPO-FORNECEDOR
                   END-IF
           END-READ.

       PROCURAR-TAT-IDX.
           CONTINUE.

       ACUMULAR-TEMPO-FORNECEDOR.
           IF RMA-DATA-ENVIO > 0
               ADD 1 TO WS-TAT-ENVIADOS(WS-TAT-IDX)
               IF RMA-DATA-RETORNO > 0
                   ADD 1 TO WS-TAT-RETORNADOS(WS-TAT-IDX)
                   COMPUTE WS-TAT-DIAS-FORN(WS-TAT-IDX) =
                       WS-TAT-DIAS-FORN(WS-TAT-IDX)
                       + FUNCTION INTEGER-OF-DATE(RMA-DATA-RETORNO)
                       - FUNCTION INTEGER-OF-DATE(RMA-DATA-ENVIO)
               END-IF
           END-IF
           IF RMA-DEVOLVIDO
               ADD 1 TO WS-TAT-ENCERRADOS(WS-TAT-IDX)
               COMPUTE WS-TAT-DIAS-TOTAL(WS-TAT-IDX) =
                   WS-TAT-DIAS-TOTAL(WS-TAT-IDX)
                   + FUNCTION INTEGER-OF-DATE(RMA-DATA-DEVOLUCAO)
                   - FUNCTION INTEGER-OF-DATE(RMA-DATA)
           ELSE
               ADD 1 TO WS-TAT-EM-ABERTO(WS-TAT-IDX)
           END-IF.

       EXIBIR-TEMPO-FORNECEDOR.
           MOVE 0 TO WS-TAT-MEDIA-CALC
           IF WS-TAT-RETORNADOS(WS-TAT-IDX) > 0
               COMPUTE WS-TAT-MEDIA-CALC ROUNDED =
                   WS-TAT-DIAS-FORN(WS-TAT-IDX)
                   / WS-TAT-RETORNADOS(WS-TAT-IDX)
           END-IF
           MOVE WS-TAT-MEDIA-CALC TO WS-TAT-MEDIA-FORN
           MOVE 0 TO WS-TAT-MEDIA-CALC
           IF WS-TAT-ENCERRADOS(WS-TAT-IDX) > 0
               COMPUTE WS-TAT-MEDIA-CALC ROUNDED =
                   WS-TAT-DIAS-TOTAL(WS-TAT-IDX)
                   / WS-TAT-ENCERRADOS(WS-TAT-IDX)
           END-IF
           MOVE WS-TAT-MEDIA-CALC TO WS-TAT-MEDIA-TOTAL
           DISPLAY WS-TAT-FORNECEDOR(WS-TAT-IDX) " "
               WS-TAT-ENVIADOS(WS-TAT-IDX) "    "
               WS-TAT-RETORNADOS(WS-TAT-IDX) "    "
               WS-TAT-MEDIA-FORN "     "
               WS-TAT-ENCERRADOS(WS-TAT-IDX) "    "
               WS-TAT-MEDIA-TOTAL "      "
               WS-TAT-EM-ABERTO(WS-TAT-IDX).

       MOVIMENTAR-ASSISTENCIA.
           ACCEPT WS-KDX-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-KDX-DOC
           STRING "RMA" DELIMITED BY SIZE
                  RMA-NUMERO DELIMITED BY SIZE
                  INTO WS-KDX-DOC
           MOVE SPACES TO KARDEX-DADOS
           STRING RMA-PRODUTO DELIMITED BY SIZE ","
                  WS-KDX-TIPO DELIMITED BY SIZE ","
                  RMA-QTD DELIMITED BY SIZE ","
                  WS-KDX-SALDO DELIMITED BY SIZE ","
                  WS-KDX-DATA DELIMITED BY SIZE ","
                  WS-KDX-DOC DELIMITED BY SIZE
                  INTO KARDEX-DADOS
           OPEN EXTEND KARDEX-FILE
           WRITE KARDEX-RECORD
           CLOSE KARDEX-FILE
           PERFORM ATUALIZAR-SALDO-ASSISTENCIA.

       ATUALIZAR-SALDO-ASSISTENCIA.
           OPEN I-O SALDO-DEPOSITO-FILE
           IF WS-DEP-FILE-STATUS = "35"
               OPEN OUTPUT SALDO-DEPOSITO-FILE
               CLOSE SALDO-DEPOSITO-FILE
               OPEN I-O SALDO-DEPOSITO-FILE
           END-IF
           MOVE SPACES TO SALDO-DEPOSITO-DADOS
           MOVE RMA-PRODUTO TO SALDO-DEP-PRODUTO-CHAVE
           MOVE "," TO SALDO-DEPOSITO-DADOS(6:1)
           MOVE WS-DEP-ASSISTENCIA TO SALDO-DEP-DEPOSITO-CHAVE
           READ SALDO-DEPOSITO-FILE
               KEY IS SALDO-DEP-CHAVE
               INVALID KEY
                   IF WS-DEP-DELTA < 0
                       MOVE 0 TO WS-DEP-SALDO
                   ELSE
                       MOVE WS-DEP-DELTA TO WS-DEP-SALDO
                   END-IF
                   MOVE SPACES TO SALDO-DEPOSITO-DADOS
                   STRING RMA-PRODUTO DELIMITED BY SIZE ","
                          WS-DEP-ASSISTENCIA DELIMITED BY SIZE ","
                          WS-DEP-SALDO DELIMITED BY SIZE
                          INTO SALDO-DEPOSITO-DADOS
                   WRITE SALDO-DEPOSITO-RECORD
               NOT INVALID KEY
                   UNSTRING SALDO-DEPOSITO-DADOS DELIMITED BY ","
                       INTO WS-DEP-PRODUTO WS-DEP-CODIGO WS-DEP-SALDO
                   ADD WS-DEP-DELTA TO WS-DEP-SALDO
                   IF WS-DEP-SALDO < 0
                       MOVE 0 TO WS-DEP-SALDO
                   END-IF
                   MOVE SPACES TO SALDO-DEPOSITO-DADOS
                   STRING WS-DEP-PRODUTO DELIMITED BY SIZE ","
                          WS-DEP-CODIGO DELIMITED BY SIZE ","
                          WS-DEP-SALDO DELIMITED BY SIZE
                          INTO SALDO-DEPOSITO-DADOS
                   REWRITE SALDO-DEPOSITO-RECORD
           END-READ
           CLOSE SALDO-DEPOSITO-FILE.

       VERIFICAR-PERIODO-FECHADO.
           MOVE "N" TO WS-PERIODO-FECHADO
           ACCEPT WS-PER-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT PERIODO-FECHADO-FILE
           IF WS-PER-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-PER-EOF
               PERFORM LER-PERIODO-LOCK UNTIL WS-PER-EOF = "Y"
               CLOSE PERIODO-FECHADO-FILE
           END-IF.

       LER-PERIODO-LOCK.
           READ PERIODO-FECHADO-FILE INTO PERIODO-FECHADO-RECORD
               AT END
                   MOVE "Y" TO WS-PER-EOF
               NOT AT END
                   MOVE PERIODO-FECHADO-DADOS(1:6) TO WS-PER-LIDO
                   IF WS-PER-LIDO = WS-PER-DATA-HOJE(1:6)
                       MOVE "Y" TO WS-PERIODO-FECHADO
                   END-IF
           END-READ.

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

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoAssistencia" TO WS-RLE-PROGRAMA
           MOVE "1" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

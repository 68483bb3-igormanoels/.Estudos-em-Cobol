                       WITH DUPLICATES.
               SELECT KARDEX-FILE ASSIGN TO "dadosKardex.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT KARDEX-RECUPERADO-FILE
                   ASSIGN TO "visaoKardexRecuperado.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-KDX-REC-STATUS.
               SELECT RELATORIO-ESTOQUE-FILE
                   ASSIGN TO "relatorioEstoque.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   RECORD KEY IS LOTE-CHAVE.
               SELECT HISTORICO-PRECO-FILE
                   ASSIGN TO "dadosHistoricoPreco.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ETQ-AUX-STATUS.
               SELECT AJUSTE-ESTOQUE-FILE
                   ASSIGN TO "dadosAjusteEstoque.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEDIDO-NUMERO-CHAVE
                   FILE STATUS IS WS-SRP-FILE-STATUS.
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
               SELECT DEPARTAMENTO-FILE
                   ASSIGN TO "dadosDepartamento.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEPTO-CODIGO-CHAVE
                   FILE STATUS IS WS-RMT-FILE-STATUS.
               SELECT CONSUMO-INTERNO-FILE
                   ASSIGN TO "dadosConsumoInterno.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RMT-FILE-STATUS.
               SELECT ORDEM-MONTAGEM-FILE
                   ASSIGN TO "dadosOrdemMontagem.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OMT-FILE-STATUS.
               SELECT AGING-ESTOQUE-FILE
                   ASSIGN TO "relatorioAgingEstoque.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGE-FILE-STATUS.
               SELECT ETIQUETA-FILE
                   ASSIGN TO "etiquetasGondola.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ETQ-FILE-STATUS.
               SELECT RECEBIMENTO-COMPRA-FILE
                   ASSIGN TO "dadosRecebimentoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ETQ-AUX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 KARDEX-RECORD.
           05 KARDEX-DADOS PIC X(100).

       FD KARDEX-RECUPERADO-FILE.
       01 KARDEX-RECUPERADO-LINHA PIC X(150).

       FD RELATORIO-ESTOQUE-FILE.
       01 RELATORIO-ESTOQUE-LINHA PIC X(80).

           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

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

       FD DEPARTAMENTO-FILE.
       01 DEPARTAMENTO-RECORD.
           05 DEPARTAMENTO-DADOS PIC X(100).
       01 DEPARTAMENTO-RECORD-CHAVE REDEFINES DEPARTAMENTO-RECORD.
           05 DEPTO-CODIGO-CHAVE PIC 9(3).
           05 FILLER PIC X(97).

       FD CONSUMO-INTERNO-FILE.
       01 CONSUMO-INTERNO-RECORD.
           05 CONSUMO-INTERNO-DADOS PIC X(100).

       FD ORDEM-MONTAGEM-FILE.
       01 ORDEM-MONTAGEM-RECORD.
           05 ORDEM-MONTAGEM-DADOS PIC X(100).

       FD AGING-ESTOQUE-FILE.
       01 AGING-ESTOQUE-LINHA PIC X(100).

       FD ETIQUETA-FILE.
       01 ETIQUETA-LINHA PIC X(60).

       FD RECEBIMENTO-COMPRA-FILE.
       01 RECEBIMENTO-COMPRA-RECORD.
           05 RECEBIMENTO-COMPRA-DADOS PIC X(80).

       SD WORK-SORT-FILE.
       01 WORK-SORT-RECORD.
           05 WS-SORT-NOME         PIC X(30).
           01 WS-KDX-DOC-ALFA       PIC X(12).
           01 WS-KDX-DATA           PIC 9(8).
           01 WS-KDX-EOF            PIC X VALUE "N".
           01 WS-KDX-REC-STATUS     PIC XX VALUE "00".
           01 WS-KDX-ACHOU          PIC X VALUE "N".
           01 WS-KDX-ULTIMO-SALDO   PIC 9(5) VALUE 0.
           01 WS-KDX-TEM-SALDO      PIC X VALUE "N".
                   VALUE "Total de registros: ".
               05 WS-REL-RODAPE-TOTAL   PIC ZZZZ9.
               05 FILLER                PIC X(53) VALUE SPACES.
           01 WS-NSR-FILE-STATUS    PIC XX VALUE "00".
           01 WS-NSR-EOF            PIC X VALUE "N".
           01 WS-NSR-ACHADOS        PIC 9(3) VALUE 0.
           01 WS-NSR-SERIALIZADO    PIC X VALUE "N".
           01 WS-NSR-CONSULTA       PIC X(20).
           01 WS-NSR-REG-PRODUTO    PIC 9(5).
           01 WS-NSR-REG-SERIE      PIC X(20).
           01 WS-NSR-REG-STATUS     PIC X.
               88 NSR-EM-ESTOQUE        VALUE "E".
               88 NSR-VENDIDO           VALUE "V".
           01 WS-NSR-REG-FORNECEDOR PIC 9(6).
           01 WS-NSR-REG-PEDIDO     PIC 9(6).
           01 WS-NSR-REG-DATA-ENT   PIC 9(8).
           01 WS-NSR-REG-NOTA       PIC 9(6).
           01 WS-NSR-REG-CLIENTE    PIC 9(5).
           01 WS-NSR-REG-DATA-VENDA PIC 9(8).
           01 WS-NSH-DATA           PIC 9(8).
           01 WS-NSH-PRODUTO        PIC 9(5).
           01 WS-NSH-SERIE          PIC X(20).
           01 WS-NSH-TIPO           PIC X.
           01 WS-NSH-DOCUMENTO      PIC 9(6).
           01 WS-NSH-PARCEIRO       PIC 9(6).
           01 WS-NSH-DESCRICAO      PIC X(24).
           01 WS-RMT-FILE-STATUS    PIC XX VALUE "00".
           01 WS-RMT-NUMERO         PIC 9(6).
           01 WS-RMT-DOC            PIC X(8).
           01 WS-RMT-DATA           PIC 9(8).
           01 WS-RMT-DEPTO          PIC 9(3).
           01 WS-RMT-DEPTO-NOME     PIC X(30).
           01 WS-RMT-DEPTO-OK       PIC X VALUE "N".
           01 WS-RMT-MAIS           PIC X VALUE "S".
           01 WS-RMT-ITENS          PIC 9(3) VALUE 0.
           01 WS-RMT-CUSTO          PIC 9(7)V99.
           01 WS-RMT-VALOR          PIC 9(9)V99.
           01 WS-RMT-TOTAL          PIC 9(11)V99 VALUE 0.
           01 WS-LOTE-RESTANTE      PIC 9(5).
           01 WS-LOTE-BAIXAR        PIC 9(5).
           01 WS-LOTE-SEM-SALDO     PIC X VALUE "N".
           01 WS-FEFO-ACHADO        PIC X VALUE "N".
           01 WS-FEFO-LOTE          PIC X(10).
           01 WS-FEFO-VALIDADE      PIC 9(8).
           01 WS-FEFO-SALDO         PIC 9(5).
           01 WS-CIN-COMPETENCIA    PIC 9(6).
           01 WS-CIN-EOF            PIC X VALUE "N".
           01 WS-CIN-DATA           PIC 9(8).
           01 WS-CIN-NUMERO         PIC 9(6).
           01 WS-CIN-DEPTO          PIC 9(3).
           01 WS-CIN-PRODUTO        PIC 9(5).
           01 WS-CIN-DEPOSITO       PIC 9(2).
           01 WS-CIN-QTD            PIC 9(5).
           01 WS-CIN-CUSTO-ALFA     PIC X(09).
           01 WS-CIN-CUSTO-NUM REDEFINES WS-CIN-CUSTO-ALFA
               PIC 9(7)V99.
           01 WS-CIN-VALOR-ALFA     PIC X(11).
           01 WS-CIN-VALOR-NUM REDEFINES WS-CIN-VALOR-ALFA
               PIC 9(9)V99.
           01 WS-CIN-LOGIN          PIC X(10).
           01 WS-CIN-COUNT          PIC 9(3) VALUE 0.
           01 WS-CIN-IDX            PIC 9(3) VALUE 0.
           01 WS-CIN-TABLE.
               05 WS-CIN-ENTRY OCCURS 300 TIMES.
                   10 WS-CIN-T-DEPTO    PIC 9(3).
                   10 WS-CIN-T-PRODUTO  PIC 9(5).
                   10 WS-CIN-T-QTD      PIC 9(7).
                   10 WS-CIN-T-VALOR    PIC 9(11)V99.
           01 WS-CIN-DEP-COUNT      PIC 9(2) VALUE 0.
           01 WS-CIN-DEP-IDX        PIC 9(2) VALUE 0.
           01 WS-CIN-DEP-TABLE.
               05 WS-CIN-DEP-ENTRY OCCURS 50 TIMES.
                   10 WS-CIN-DEP-CODIGO PIC 9(3).
                   10 WS-CIN-DEP-VALOR  PIC 9(11)V99.
           01 WS-CIN-TOTAL          PIC 9(13)V99 VALUE 0.
           01 WS-CIN-NOME-PRODUTO   PIC X(30).
           01 WS-OMT-FILE-STATUS    PIC XX VALUE "00".
           01 WS-OMT-EOF            PIC X VALUE "N".
           01 WS-OMT-ACAO           PIC X.
           01 WS-OMT-NUMERO         PIC 9(6).
           01 WS-OMT-BUSCA          PIC 9(6).
           01 WS-OMT-DOC            PIC X(8).
           01 WS-OMT-TIPO           PIC X.
               88 OMT-MONTAGEM      VALUE "M".
               88 OMT-DESMONTAGEM   VALUE "D".
           01 WS-OMT-KIT            PIC 9(5).
           01 WS-OMT-QTD            PIC 9(5).
           01 WS-OMT-DEPOSITO       PIC 9(2).
           01 WS-OMT-STATUS         PIC X.
               88 OMT-ABERTA        VALUE "A".
               88 OMT-FINALIZADA    VALUE "F".
               88 OMT-CANCELADA     VALUE "C".
           01 WS-OMT-DATA-ABERTURA  PIC 9(8).
           01 WS-OMT-DATA-FIM       PIC 9(8).
           01 WS-OMT-CUSTO-ALFA     PIC X(09).
           01 WS-OMT-CUSTO-NUM REDEFINES WS-OMT-CUSTO-ALFA
               PIC 9(7)V99.
           01 WS-OMT-LOGIN          PIC X(10).
           01 WS-OMT-LOGIN-FIM      PIC X(10).
           01 WS-OMT-ACHADA         PIC X VALUE "N".
           01 WS-OMT-OK             PIC X VALUE "N".
           01 WS-OMT-FILTRO         PIC X.
           01 WS-OMT-NECESSARIO     PIC 9(7).
           01 WS-OMT-CUSTO-ENTRADA  PIC 9(7)V99.
           01 WS-OMT-CUSTO-UNIT     PIC 9(7)V99.
           01 WS-OMT-CUSTO-TOTAL    PIC 9(9)V99.
           01 WS-OMT-VALOR          PIC 9(9)V99.
           01 WS-OMT-VALOR-TOTAL    PIC 9(11)V99 VALUE 0.
           01 WS-OMT-MENOR-VALIDADE PIC 9(8) VALUE 99999999.
           01 WS-OMT-ABERTAS        PIC 9(4) VALUE 0.
           01 WS-OMT-FINALIZADAS    PIC 9(4) VALUE 0.
           01 WS-OMT-CANCELADAS     PIC 9(4) VALUE 0.
           01 WS-OMT-REG-KIT        PIC 9(5).
           01 WS-OMT-REG-COMP       PIC 9(5).
           01 WS-OMT-REG-QTD        PIC 9(3).
           01 WS-OMT-COMP-COUNT     PIC 9(2) VALUE 0.
           01 WS-OMT-COMP-IDX       PIC 9(2) VALUE 0.
           01 WS-OMT-COMP-TABLE.
               05 WS-OMT-COMP-ENTRY OCCURS 20 TIMES.
                   10 WS-OMT-COMPONENTE PIC 9(5).
                   10 WS-OMT-QTD-COMP   PIC 9(3).
           01 WS-OMT-COUNT          PIC 9(3) VALUE 0.
           01 WS-OMT-IDX            PIC 9(3) VALUE 0.
           01 WS-OMT-TABLE.
               05 WS-OMT-LINHA OCCURS 500 TIMES PIC X(100).
           01 WS-AGE-FILE-STATUS    PIC XX VALUE "00".
           01 WS-AGE-PERIODO        PIC 9(03).
           01 WS-AGE-DIAS           PIC 9(05).
           01 WS-AGE-FAIXA          PIC 9.
           01 WS-AGE-FX-IDX         PIC 9.
           01 WS-AGE-VALOR          PIC 9(9)V99.
           01 WS-AGE-PROVISAO       PIC 9(9)V99.
           01 WS-AGE-TOT-VALOR      PIC 9(11)V99.
           01 WS-AGE-TOT-PROVISAO   PIC 9(11)V99.
           01 WS-AGE-SEM-VENDA      PIC 9(5).
           01 WS-AGE-PERC-TABLE.
               05 WS-AGE-PERC OCCURS 4 TIMES PIC 9(3)V99.
           01 WS-AGE-FAIXA-TABLE.
               05 WS-AGE-FAIXA-VALOR OCCURS 4 TIMES PIC 9(11)V99.
           01 WS-AGE-ROTULOS-VALORES.
               05 FILLER PIC X(10) VALUE "0-90 DIAS ".
               05 FILLER PIC X(10) VALUE "91-180    ".
               05 FILLER PIC X(10) VALUE "181-365   ".
               05 FILLER PIC X(10) VALUE "+365      ".
           01 WS-AGE-ROTULOS REDEFINES WS-AGE-ROTULOS-VALORES.
               05 WS-AGE-ROTULO OCCURS 4 TIMES PIC X(10).
           01 WS-AGE-PROD-COUNT     PIC 9(3) VALUE 0.
           01 WS-AGE-PROD-IDX       PIC 9(3) VALUE 0.
           01 WS-AGE-PROD-TABLE.
               05 WS-AGE-PROD-ENTRY OCCURS 500 TIMES.
                   10 WS-AGE-PROD-CODIGO    PIC 9(5).
                   10 WS-AGE-PROD-NOME      PIC X(30).
                   10 WS-AGE-PROD-GRUPO     PIC 9(3).
                   10 WS-AGE-PROD-QTD       PIC 9(5).
                   10 WS-AGE-PROD-CUSTO     PIC 9(7)V99.
                   10 WS-AGE-PROD-ULT-SAIDA PIC 9(8).
                   10 WS-AGE-PROD-FAIXA     PIC 9.
           01 WS-AGE-GRP-COUNT      PIC 9(2) VALUE 0.
           01 WS-AGE-GRP-IDX        PIC 9(2) VALUE 0.
           01 WS-AGE-GRP-TABLE.
               05 WS-AGE-GRP-ENTRY OCCURS 50 TIMES.
                   10 WS-AGE-GRP-CODIGO  PIC 9(3).
                   10 WS-AGE-GRP-VALOR OCCURS 4 TIMES PIC 9(11)V99.
           01 WS-AGE-DEP-TABLE.
               05 WS-AGE-DEP-ENTRY OCCURS 10 TIMES.
                   10 WS-AGE-DEP-VALOR OCCURS 4 TIMES PIC 9(11)V99.
           01 WS-AGE-DEP-IDX        PIC 9(2) VALUE 0.
           01 WS-AGE-VALOR-ED       PIC Z(10)9.99.
           01 WS-AGE-FX-ED-TABLE.
               05 WS-AGE-FX-ED OCCURS 4 TIMES PIC Z(10)9.99.
           01 WS-AGE-PERC-ED        PIC ZZ9.99.
           01 WS-AGE-LINHA          PIC X(100).
           01 WS-PAR-NOME           PIC X(20).
           01 WS-PAR-VALOR          PIC 9(9)V99.
           01 WS-PAR-ACHADO         PIC X.
           01 WS-ETQ-FILE-STATUS    PIC XX VALUE "00".
           01 WS-ETQ-AUX-STATUS     PIC XX VALUE "00".
           01 WS-ETQ-MODO           PIC X.
               88 ETQ-MODO-PRODUTO     VALUE "P".
               88 ETQ-MODO-RECEBIMENTO VALUE "R".
               88 ETQ-MODO-ALTERACAO   VALUE "A".
           01 WS-ETQ-EMBALAGEM      PIC X.
               88 ETQ-POR-UNIDADE      VALUE "U".
               88 ETQ-POR-CAIXA        VALUE "C".
           01 WS-ETQ-EOF            PIC X VALUE "N".
           01 WS-ETQ-ACHADO         PIC X VALUE "N".
           01 WS-ETQ-PRODUTO        PIC 9(5).
           01 WS-ETQ-PEDIDO         PIC 9(6).
           01 WS-ETQ-DATA-DESDE     PIC 9(8).
           01 WS-ETQ-HOJE           PIC 9(8).
           01 WS-ETQ-COPIAS         PIC 9(5).
           01 WS-ETQ-COPIA-IDX      PIC 9(5).
           01 WS-ETQ-TOTAL          PIC 9(5).
           01 WS-ETQ-NOME           PIC X(30).
           01 WS-ETQ-EAN            PIC 9(13).
           01 WS-ETQ-UNIDADE        PIC X(3).
           01 WS-ETQ-PRECO          PIC 9(7)V99.
           01 WS-ETQ-FATOR          PIC 9(3)V9(3).
           01 WS-ETQ-VALIDADE       PIC 9(8).
           01 WS-ETQ-TEM-PROMO      PIC X VALUE "N".
           01 WS-ETQ-PRECO-PROMO    PIC 9(7)V99.
           01 WS-ETQ-PROMO-INICIO   PIC 9(8).
           01 WS-ETQ-PROMO-FIM      PIC 9(8).
           01 WS-ETQ-ENDERECO       PIC X(20).
           01 WS-ETQ-ENDERECO-DEP   PIC 9(2).
           01 WS-ETQ-PRECO-ED       PIC Z(6)9.99.
           01 WS-ETQ-LINHA          PIC X(60).
           01 WS-ETQ-REC-PEDIDO     PIC 9(6).
           01 WS-ETQ-REC-SEQ        PIC 9(2).
           01 WS-ETQ-REC-PRODUTO    PIC 9(5).
           01 WS-ETQ-REC-QTD        PIC 9(5).
           01 WS-ETQ-REC-PRECO      PIC X(9).
           01 WS-ETQ-REC-TAXA       PIC X(9).
           01 WS-ETQ-REC-DATA       PIC 9(8).
           01 WS-ETQ-HST-PRODUTO    PIC 9(5).
           01 WS-ETQ-HST-ANTIGO     PIC X(9).
           01 WS-ETQ-HST-NOVO       PIC X(9).
           01 WS-ETQ-HST-DATA       PIC 9(8).
           01 WS-ETQ-LISTA-COUNT    PIC 9(3) VALUE 0.
           01 WS-ETQ-LISTA-IDX      PIC 9(3) VALUE 0.
           01 WS-ETQ-LISTA-TABLE.
               05 WS-ETQ-LISTA-PRODUTO OCCURS 500 TIMES PIC 9(5).
           01 WS-PVL-PESO           PIC 9(3)V9 VALUE 0.
           01 WS-PVL-VOLUME         PIC 9(3)V9 VALUE 0.
           01 WS-PVL-ENTRADA        PIC X(04).
           01 WS-PVL-ENTRADA-NUM REDEFINES WS-PVL-ENTRADA
               PIC 9(3)V9.
           01 WS-PVL-VALIDO         PIC X VALUE "N".
           01 WS-RLE-ARQUIVO        PIC X(60).
           01 WS-RLE-TIPO           PIC X(20).
           01 WS-RLE-PROGRAMA       PIC X(20).
           01 WS-RLE-PARAMETROS     PIC X(60).
           01 WS-RLE-PERFIL         PIC X.
           01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM MANUTENCAO-MINMAX-DEPOSITO
                   WHEN 32
                       PERFORM SUGESTAO-TRANSFERENCIAS
                   WHEN 33
                       PERFORM MARCAR-PRODUTO-SERIALIZADO
                   WHEN 34
                       PERFORM CONSULTAR-NUMERO-SERIE
                   WHEN 35
                       PERFORM REQUISICAO-MATERIAL
                   WHEN 36
                       PERFORM RELATORIO-CONSUMO-INTERNO
                   WHEN 37
                       PERFORM ORDEM-MONTAGEM-KIT
                   WHEN 38
                       PERFORM RELATORIO-ORDENS-MONTAGEM
                   WHEN 39
                       PERFORM RELATORIO-AGING-ESTOQUE
                   WHEN 40
                       PERFORM EMITIR-ETIQUETAS-GONDOLA
                   WHEN 41
                       PERFORM MANUTENCAO-PESO-VOLUME
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
           DISPLAY "30 - Relatorio de Acuracia de Contagem"
           DISPLAY "31 - Min/Max por Produto e Deposito"
           DISPLAY "32 - Sugestao de Transferencias entre Depositos"
           DISPLAY "33 - Controle por Numero de Serie (produto)"
           DISPLAY "34 - Consultar Historico do Numero de Serie"
           DISPLAY "35 - Requisicao de Material (consumo interno)"
           DISPLAY "36 - Relatorio de Consumo Interno por Departamento"
           DISPLAY "37 - Ordem de Montagem/Desmontagem de Kit"
           DISPLAY "38 - Relatorio de Ordens de Montagem"
           DISPLAY "39 - Aging do Estoque (itens parados/obsoletos)"
           DISPLAY "40 - Emitir Etiquetas de Gondola"
           DISPLAY "41 - Peso Bruto e Volume do Produto (carga)"
           DISPLAY "=================================================".

       CADASTRAR-PRODUTO.

           PERFORM OBTER-NCM-PRODUTO

           DISPLAY "Controlado por numero de serie? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-NSR-SERIALIZADO
           IF WS-NSR-SERIALIZADO = "s"
               MOVE "S" TO WS-NSR-SERIALIZADO
           END-IF
           IF WS-NSR-SERIALIZADO NOT = "S"
               MOVE "N" TO WS-NSR-SERIALIZADO
           END-IF

           MOVE 0 TO WS-PVL-PESO
           MOVE 0 TO WS-PVL-VOLUME
           MOVE "N" TO WS-PVL-VALIDO
           PERFORM LER-PESO-PRODUTO UNTIL WS-PVL-VALIDO = "Y"
           MOVE "N" TO WS-PVL-VALIDO
           PERFORM LER-VOLUME-PRODUTO UNTIL WS-PVL-VALIDO = "Y"

           MOVE "N" TO WS-DEP-OK
           PERFORM LER-DEPOSITO UNTIL WS-DEP-OK = "Y"

           MOVE FATOR-COMPRA TO ER-FATOR-COMPRA
           MOVE EAN TO ER-EAN
           MOVE NCM TO ER-NCM
           MOVE WS-NSR-SERIALIZADO TO ER-SERIALIZADO
           MOVE WS-PVL-PESO TO ER-PESO-BRUTO
           MOVE WS-PVL-VOLUME TO ER-VOLUME
           ACCEPT ER-DATA-MANUTENCAO FROM DATE YYYYMMDD
           MOVE "A" TO ER-ULT-ACAO.

           PERFORM GRAVAR-LINHA-CONTAGEM UNTIL WS-END-OF-FILE = "Y"
           CLOSE ESTOQUE-FILE
           CLOSE FOLHA-CONTAGEM-FILE
           MOVE "folhaContagem.txt" TO WS-RLE-ARQUIVO
           MOVE "folhaContagem" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Inventario " DELIMITED BY SIZE
                  WS-INV-NUMERO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO

           DISPLAY "Folha de contagem gravada em folhaContagem.txt"
           DISPLAY "Pressione Enter para continuar..."
           MOVE "N" TO WS-KDX-TEM-SALDO
           MOVE 0 TO WS-KDX-ULTIMO-SALDO
           MOVE "N" TO WS-KDX-EOF
           OPEN INPUT KARDEX-RECUPERADO-FILE
           IF WS-KDX-REC-STATUS = "00"
               DISPLAY "Incluindo movimentos recuperados do expurgo."
               PERFORM LER-KARDEX-RECUPERADO UNTIL WS-KDX-EOF = "Y"
               CLOSE KARDEX-RECUPERADO-FILE
           END-IF
           MOVE "N" TO WS-KDX-EOF
           OPEN INPUT KARDEX-FILE
           PERFORM LER-KARDEX-CONSULTA UNTIL WS-KDX-EOF = "Y"
           CLOSE KARDEX-FILE
               AT END
                   MOVE "Y" TO WS-KDX-EOF
               NOT AT END
                   PERFORM PROCESSAR-KARDEX-CONSULTA
           END-READ.

       LER-KARDEX-RECUPERADO.
           READ KARDEX-RECUPERADO-FILE
               AT END
                   MOVE "Y" TO WS-KDX-EOF
               NOT AT END
                   MOVE KARDEX-RECUPERADO-LINHA TO KARDEX-DADOS
                   PERFORM PROCESSAR-KARDEX-CONSULTA
           END-READ.

       PROCESSAR-KARDEX-CONSULTA.
           MOVE SPACES TO WS-KDX-DOC-ALFA
           UNSTRING KARDEX-DADOS DELIMITED BY ","
               INTO WS-KDX-COD WS-KDX-TIPO WS-KDX-QTD-ALFA
                    WS-KDX-SALDO-ALFA WS-KDX-DATA
                    WS-KDX-DOC-ALFA
           IF WS-KDX-COD = WS-KDX-PRODUTO
               IF WS-KDX-SALDO-ALFA(1:5) IS NUMERIC
                   MOVE WS-KDX-SALDO-ALFA(1:5)
                       TO WS-KDX-ULTIMO-SALDO
                   MOVE "Y" TO WS-KDX-TEM-SALDO
               END-IF
               IF WS-KDX-DATA >= WS-KDX-DATA-INICIAL
                   AND WS-KDX-DATA <= WS-KDX-DATA-FINAL
                   MOVE "Y" TO WS-KDX-ACHOU
                   DISPLAY "Data: " WS-KDX-DATA
                       " Tipo: " WS-KDX-TIPO
                       " Qtde: " WS-KDX-QTD-ALFA
                       " Saldo: " WS-KDX-SALDO-ALFA
                       " Doc: " WS-KDX-DOC-ALFA
               END-IF
           END-IF.

       COMPARAR-SALDO-ESTOQUE.
           MOVE 0 TO WS-KDX-QTD-ATUAL
           MOVE "N" TO WS-PRODUTO-EOF
           CLOSE ESTOQUE-FILE
           PERFORM ESCREVER-RODAPE-RELATORIO-ESTOQUE
           CLOSE RELATORIO-ESTOQUE-FILE
           MOVE "relatorioEstoque.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioEstoque" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Posicao em " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioEstoque.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
                            WS-SRP-KDX-QTD WS-SRP-KDX-SALDO
                            WS-SRP-KDX-DATA
                   IF (WS-SRP-KDX-TIPO = "S"
                       OR WS-SRP-KDX-TIPO = "G"
                       OR WS-SRP-KDX-TIPO = "I")
                       AND WS-SRP-KDX-DATA >= WS-SRP-CORTE
                       AND WS-SRP-KDX-QTD IS NUMERIC
                       PERFORM ACUMULAR-DEMANDA-PRODUTO
                   UNTIL WS-CCL-I > WS-CCL-COUNT
                   OR WS-CCL-GERADOS >= WS-CCL-MAX
               CLOSE FOLHA-CONTAGEM-FILE
               MOVE "folhaContagem.txt" TO WS-RLE-ARQUIVO
               MOVE "folhaContagem" TO WS-RLE-TIPO
               MOVE SPACES TO WS-RLE-PARAMETROS
               STRING "Contagem ciclica inventario " DELIMITED BY SIZE
                      WS-INV-NUMERO DELIMITED BY SIZE
                      INTO WS-RLE-PARAMETROS
               PERFORM ARQUIVAR-RELATORIO-EMITIDO
               DISPLAY WS-CCL-GERADOS " produto(s) na folha de "
                   "contagem do dia."
           END-IF
                   END-IF
           END-READ.

       MARCAR-PRODUTO-SERIALIZADO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      CONTROLE POR NUMERO DE SERIE (PRODUTO)     "
           DISPLAY "================================================="
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-PRODUTO
           MOVE "N" TO WS-PRODUTO-ENCONTRADO
           OPEN I-O ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Produto nao cadastrado."
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUTO-ENCONTRADO
                   MOVE ESTOQUE-DADOS TO WS-AUD-ANTES
                   IF ER-SERIALIZADO = "S"
                       DISPLAY ER-NOME " - controlado por serie: SIM"
                   ELSE
                       DISPLAY ER-NOME " - controlado por serie: NAO"
                   END-IF
                   DISPLAY "Controlar por numero de serie? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-NSR-SERIALIZADO
                   IF WS-NSR-SERIALIZADO = "S"
                       OR WS-NSR-SERIALIZADO = "s"
                       MOVE "S" TO ER-SERIALIZADO
                   ELSE
                       MOVE "N" TO ER-SERIALIZADO
                   END-IF
                   PERFORM CARIMBAR-MANUTENCAO-ESTOQUE
                   REWRITE ESTOQUE-RECORD
                   MOVE "gestaoEstoque" TO WS-AUD-PROGRAMA
                   MOVE "SERIE" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE WS-CODIGO-PRODUTO TO WS-AUD-CHAVE(1:5)
                   MOVE ESTOQUE-DADOS TO WS-AUD-DEPOIS
                   CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                       WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES
                       WS-AUD-DEPOIS
                   DISPLAY "Cadastro atualizado."
           END-READ
           CLOSE ESTOQUE-FILE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CONSULTAR-NUMERO-SERIE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       HISTORICO DO NUMERO DE SERIE              "
           DISPLAY "================================================="
           DISPLAY "Numero de serie: " WITH NO ADVANCING
           ACCEPT WS-NSR-CONSULTA
           MOVE 0 TO WS-NSR-ACHADOS
           MOVE "N" TO WS-NSR-EOF
           OPEN INPUT NUMERO-SERIE-FILE
           IF WS-NSR-FILE-STATUS = "35"
               MOVE "Y" TO WS-NSR-EOF
           ELSE
               PERFORM LER-NUMERO-SERIE-CONSULTA
                   UNTIL WS-NSR-EOF = "Y"
               CLOSE NUMERO-SERIE-FILE
           END-IF
           IF WS-NSR-ACHADOS = 0
               DISPLAY "Numero de serie nao cadastrado."
           ELSE
               DISPLAY "--------------- MOVIMENTOS ---------------"
               DISPLAY "DATA     PRODUTO MOVIMENTO                "
                   "DOCTO  PARCEIRO"
               MOVE "N" TO WS-NSR-EOF
               OPEN INPUT NUMERO-SERIE-HIST-FILE
               IF WS-NSR-FILE-STATUS = "35"
                   MOVE "Y" TO WS-NSR-EOF
               ELSE
                   PERFORM LER-HISTORICO-SERIE UNTIL WS-NSR-EOF = "Y"
                   CLOSE NUMERO-SERIE-HIST-FILE
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-NUMERO-SERIE-CONSULTA.
           READ NUMERO-SERIE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NSR-EOF
               NOT AT END
                   UNSTRING NUMERO-SERIE-DADOS DELIMITED BY ","
                       INTO WS-NSR-REG-PRODUTO WS-NSR-REG-SERIE
                            WS-NSR-REG-STATUS WS-NSR-REG-FORNECEDOR
                            WS-NSR-REG-PEDIDO WS-NSR-REG-DATA-ENT
                            WS-NSR-REG-NOTA WS-NSR-REG-CLIENTE
                            WS-NSR-REG-DATA-VENDA
                   IF WS-NSR-REG-SERIE = WS-NSR-CONSULTA
                       ADD 1 TO WS-NSR-ACHADOS
                       PERFORM EXIBIR-NUMERO-SERIE
                   END-IF
           END-READ.

       EXIBIR-NUMERO-SERIE.
           MOVE WS-NSR-REG-PRODUTO TO WS-CODIGO-PRODUTO
           MOVE SPACES TO NOME
           OPEN INPUT ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   MOVE "(PRODUTO NAO CADASTRADO)" TO NOME
               NOT INVALID KEY
                   MOVE ER-NOME TO NOME
           END-READ
           CLOSE ESTOQUE-FILE
           DISPLAY "Produto:     " WS-NSR-REG-PRODUTO " " NOME
           DISPLAY "Serie:       " WS-NSR-REG-SERIE
           IF NSR-VENDIDO
               DISPLAY "Situacao:    VENDIDO"
           ELSE
               DISPLAY "Situacao:    EM ESTOQUE"
           END-IF
           DISPLAY "Fornecedor:  " WS-NSR-REG-FORNECEDOR
               "  Pedido de compra: " WS-NSR-REG-PEDIDO
               "  Entrada: " WS-NSR-REG-DATA-ENT
           IF WS-NSR-REG-NOTA > 0
               DISPLAY "Ultima nota: " WS-NSR-REG-NOTA
                   "  Cliente: " WS-NSR-REG-CLIENTE
                   "  Venda: " WS-NSR-REG-DATA-VENDA
           END-IF.

       LER-HISTORICO-SERIE.
           READ NUMERO-SERIE-HIST-FILE
               AT END
                   MOVE "Y" TO WS-NSR-EOF
               NOT AT END
                   UNSTRING NUMERO-SERIE-HIST-DADOS DELIMITED BY ","
                       INTO WS-NSH-DATA WS-NSH-PRODUTO WS-NSH-SERIE
                            WS-NSH-TIPO WS-NSH-DOCUMENTO
                            WS-NSH-PARCEIRO
                   IF WS-NSH-SERIE = WS-NSR-CONSULTA
                       EVALUATE WS-NSH-TIPO
                           WHEN "E"
                               MOVE "ENTRADA (PED.COMPRA)"
                                   TO WS-NSH-DESCRICAO
                           WHEN "V"
                               MOVE "VENDA (NOTA/CLIENTE)"
                                   TO WS-NSH-DESCRICAO
                           WHEN "D"
                               MOVE "DEVOLUCAO DO CLIENTE"
                                   TO WS-NSH-DESCRICAO
                           WHEN "C"
                               MOVE "NOTA CANCELADA"
                                   TO WS-NSH-DESCRICAO
                           WHEN "A"
                               MOVE "ENVIO P/ ASSISTENCIA"
                                   TO WS-NSH-DESCRICAO
                           WHEN OTHER
                               MOVE WS-NSH-TIPO TO WS-NSH-DESCRICAO
                       END-EVALUATE
                       DISPLAY WS-NSH-DATA " " WS-NSH-PRODUTO "   "
                           WS-NSH-DESCRICAO " " WS-NSH-DOCUMENTO " "
                           WS-NSH-PARCEIRO
                   END-IF
           END-READ.

       REQUISICAO-MATERIAL.
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
               DISPLAY "Pressione Enter para continuar..."
               ACCEPT WS-OPTION
           ELSE
               PERFORM REQUISICAO-MATERIAL-EXECUTAR
           END-IF.

       REQUISICAO-MATERIAL-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     REQUISICAO DE MATERIAL - CONSUMO INTERNO    "
           DISPLAY "================================================="
           MOVE "N" TO WS-RMT-DEPTO-OK
           PERFORM LER-DEPARTAMENTO-REQUISICAO
               UNTIL WS-RMT-DEPTO-OK NOT = "N"
           IF WS-RMT-DEPTO-OK = "Y"
               MOVE "N" TO WS-DEP-OK
               PERFORM LER-DEPOSITO UNTIL WS-DEP-OK = "Y"
               MOVE 1 TO WS-SEQ-MINIMO
               MOVE "REQMATER" TO WS-SEQ-SERIE
               CALL 'obterProximoNumero' USING WS-SEQ-SERIE
                   WS-SEQ-MINIMO WS-SEQ-NUMERO
               MOVE WS-SEQ-NUMERO TO WS-RMT-NUMERO
               MOVE SPACES TO WS-RMT-DOC
               STRING "RM" DELIMITED BY SIZE
                      WS-RMT-NUMERO DELIMITED BY SIZE
                      INTO WS-RMT-DOC
               DISPLAY "Requisicao de material: " WS-RMT-NUMERO
                   " Departamento: " WS-RMT-DEPTO " "
                   WS-RMT-DEPTO-NOME
               MOVE 0 TO WS-RMT-ITENS
               MOVE 0 TO WS-RMT-TOTAL
               MOVE "S" TO WS-RMT-MAIS
               PERFORM REQUISITAR-UM-ITEM UNTIL WS-RMT-MAIS NOT = "S"
               DISPLAY "Itens baixados: " WS-RMT-ITENS
                   " Valor total (custo): " WS-RMT-TOTAL
           ELSE
               DISPLAY "Requisicao cancelada."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-DEPARTAMENTO-REQUISICAO.
           DISPLAY "Departamento requisitante (0 = cancelar): "
               WITH NO ADVANCING
           ACCEPT WS-RMT-DEPTO
           IF WS-RMT-DEPTO = 0
               MOVE "C" TO WS-RMT-DEPTO-OK
           ELSE
               OPEN INPUT DEPARTAMENTO-FILE
               IF WS-RMT-FILE-STATUS = "35"
                   DISPLAY "Cadastro de departamentos nao encontrado."
                   MOVE "C" TO WS-RMT-DEPTO-OK
               ELSE
                   MOVE WS-RMT-DEPTO TO DEPTO-CODIGO-CHAVE
                   READ DEPARTAMENTO-FILE
                       KEY IS DEPTO-CODIGO-CHAVE
                       INVALID KEY
                           DISPLAY "Departamento nao cadastrado."
                       NOT INVALID KEY
                           UNSTRING DEPARTAMENTO-DADOS
                               DELIMITED BY ","
                               INTO WS-CIN-DEPTO WS-RMT-DEPTO-NOME
                           MOVE "Y" TO WS-RMT-DEPTO-OK
                   END-READ
                   CLOSE DEPARTAMENTO-FILE
               END-IF
           END-IF.

       REQUISITAR-UM-ITEM.
           DISPLAY "Codigo do Produto (0 = encerrar): "
               WITH NO ADVANCING
           ACCEPT WS-CODIGO-PRODUTO
           IF WS-CODIGO-PRODUTO = 0
               MOVE "N" TO WS-RMT-MAIS
           ELSE
               MOVE "N" TO WS-ENTRADA-VALIDA
               PERFORM LER-QUANTIDADE-REQUISICAO
                   UNTIL WS-ENTRADA-VALIDA = "Y"
               PERFORM BAIXAR-ITEM-REQUISICAO
           END-IF.

       LER-QUANTIDADE-REQUISICAO.
           DISPLAY "Quantidade requisitada: " WITH NO ADVANCING
           ACCEPT WS-ENTRADA-QUANTIDADE
           IF WS-ENTRADA-QUANTIDADE IS NUMERIC
               MOVE WS-ENTRADA-QUANTIDADE TO WS-QUANTIDADE
               IF WS-QUANTIDADE > 0
                   MOVE "Y" TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY "Quantidade deve ser maior que zero."
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       BAIXAR-ITEM-REQUISICAO.
           MOVE "N" TO WS-FILE-UPDATED
           MOVE "N" TO WS-PRODUTO-ENCONTRADO
           PERFORM BACKUP-ARQUIVO-ESTOQUE
           OPEN I-O ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUTO-ENCONTRADO
                   PERFORM DEBITAR-PRODUTO-REQUISICAO
           END-READ
           CLOSE ESTOQUE-FILE
           IF WS-PRODUTO-ENCONTRADO = "N"
               DISPLAY "Produto nao encontrado!"
               MOVE "CODIGO NAO ENCONTRADO" TO WS-EXCECAO-MOTIVO
               PERFORM REGISTRAR-EXCECAO-ESTOQUE
           END-IF
           IF WS-FILE-UPDATED = "Y"
               COMPUTE WS-DEP-DELTA = 0 - WS-QUANTIDADE
               MOVE WS-CODIGO-PRODUTO TO WS-DEP-PROD-ALVO
               PERFORM ATUALIZAR-SALDO-DEPOSITO
               PERFORM CONSUMIR-LOTES-FEFO
               PERFORM GRAVAR-CONSUMO-INTERNO
               ADD 1 TO WS-RMT-ITENS
               ADD WS-RMT-VALOR TO WS-RMT-TOTAL
               DISPLAY "Baixado: " WS-QUANTIDADE " x " NOME
                   " Custo: " WS-RMT-VALOR
           END-IF.

       DEBITAR-PRODUTO-REQUISICAO.
           IF ER-QUANTIDADE < WS-QUANTIDADE
               DISPLAY "Quantidade insuficiente!"
               MOVE "QUANTIDADE INSUFICIENTE" TO WS-EXCECAO-MOTIVO
               PERFORM REGISTRAR-EXCECAO-ESTOQUE
           ELSE
               MOVE ESTOQUE-DADOS TO WS-AUD-ANTES
               MOVE ER-CODIGO TO CODIGO
               MOVE ER-NOME TO NOME
               SUBTRACT WS-QUANTIDADE FROM ER-QUANTIDADE
               MOVE ER-QUANTIDADE TO QUANTIDADE
               MOVE ER-PRECO-UNIDADE TO PRECO-UNIDADE
               PERFORM CALCULAR-VALOR-TOTAL
               MOVE VALOR-TOTAL TO ER-VALOR-TOTAL
               IF ER-CUSTO-MEDIO > 0
                   MOVE ER-CUSTO-MEDIO TO WS-RMT-CUSTO
               ELSE
                   MOVE ER-PRECO-UNIDADE TO WS-RMT-CUSTO
               END-IF
               COMPUTE WS-RMT-VALOR = WS-RMT-CUSTO * WS-QUANTIDADE
               PERFORM CARIMBAR-MANUTENCAO-ESTOQUE
               REWRITE ESTOQUE-RECORD
               MOVE "Y" TO WS-FILE-UPDATED
               MOVE ESTOQUE-DADOS TO WS-AUD-DEPOIS
               PERFORM REGISTRAR-KARDEX-CONSUMO
           END-IF.

       REGISTRAR-KARDEX-CONSUMO.
           ACCEPT WS-KARDEX-DATA FROM DATE YYYYMMDD
           MOVE "I" TO WS-TIPO-MOVIMENTO
           MOVE SPACES TO KARDEX-DADOS
           STRING CODIGO DELIMITED BY SIZE ","
                  WS-TIPO-MOVIMENTO DELIMITED BY SIZE ","
                  WS-QUANTIDADE DELIMITED BY SIZE ","
                  QUANTIDADE DELIMITED BY SIZE ","
                  WS-KARDEX-DATA DELIMITED BY SIZE ","
                  WS-RMT-DOC DELIMITED BY SPACE
                  INTO KARDEX-DADOS
           OPEN EXTEND KARDEX-FILE
           WRITE KARDEX-RECORD FROM KARDEX-DADOS
           CLOSE KARDEX-FILE.

       CONSUMIR-LOTES-FEFO.
           MOVE WS-QUANTIDADE TO WS-LOTE-RESTANTE
           MOVE "N" TO WS-LOTE-SEM-SALDO
           PERFORM BAIXAR-PROXIMO-LOTE UNTIL
               WS-LOTE-RESTANTE = 0 OR WS-LOTE-SEM-SALDO = "Y".

       BAIXAR-PROXIMO-LOTE.
           PERFORM LOCALIZAR-LOTE-FEFO
           IF WS-FEFO-ACHADO = "N"
               MOVE "Y" TO WS-LOTE-SEM-SALDO
           ELSE
               IF WS-FEFO-SALDO > WS-LOTE-RESTANTE
                   MOVE WS-LOTE-RESTANTE TO WS-LOTE-BAIXAR
               ELSE
                   MOVE WS-FEFO-SALDO TO WS-LOTE-BAIXAR
               END-IF
               PERFORM GRAVAR-BAIXA-LOTE
               SUBTRACT WS-LOTE-BAIXAR FROM WS-LOTE-RESTANTE
               IF WS-FEFO-VALIDADE < WS-OMT-MENOR-VALIDADE
                   MOVE WS-FEFO-VALIDADE TO WS-OMT-MENOR-VALIDADE
               END-IF
           END-IF.

       LOCALIZAR-LOTE-FEFO.
           MOVE "N" TO WS-FEFO-ACHADO
           MOVE 99999999 TO WS-FEFO-VALIDADE
           MOVE "N" TO WS-LOTE-EOF
           OPEN INPUT LOTE-ESTOQUE-FILE
           MOVE SPACES TO LOTE-ESTOQUE-RECORD
           MOVE WS-CODIGO-PRODUTO TO LOTE-PRODUTO-CHAVE
           START LOTE-ESTOQUE-FILE
               KEY IS NOT LESS THAN LOTE-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-LOTE-EOF
           END-START
           PERFORM LER-LOTE-FEFO UNTIL WS-LOTE-EOF = "Y"
           CLOSE LOTE-ESTOQUE-FILE.

       LER-LOTE-FEFO.
           READ LOTE-ESTOQUE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOTE-EOF
               NOT AT END
                   MOVE SPACE TO WS-LOTE-STATUS
                   UNSTRING LOTE-ESTOQUE-DADOS DELIMITED BY ","
                       INTO WS-LOTE-PRODUTO WS-LOTE-ID
                            WS-LOTE-VALIDADE WS-LOTE-SALDO
                            WS-LOTE-STATUS WS-LOTE-DATA-ST
                   IF WS-LOTE-PRODUTO NOT = WS-CODIGO-PRODUTO
                       MOVE "Y" TO WS-LOTE-EOF
                   ELSE
                   IF WS-LOTE-SALDO > 0
                       AND (WS-LOTE-STATUS = "L"
                            OR WS-LOTE-STATUS = SPACE)
                       AND WS-LOTE-VALIDADE < WS-FEFO-VALIDADE
                       MOVE WS-LOTE-ID TO WS-FEFO-LOTE
                       MOVE WS-LOTE-VALIDADE TO WS-FEFO-VALIDADE
                       MOVE WS-LOTE-SALDO TO WS-FEFO-SALDO
                       MOVE "Y" TO WS-FEFO-ACHADO
                   END-IF
                   END-IF
           END-READ.

       GRAVAR-BAIXA-LOTE.
           OPEN I-O LOTE-ESTOQUE-FILE
           MOVE SPACES TO LOTE-ESTOQUE-DADOS
           STRING WS-CODIGO-PRODUTO DELIMITED BY SIZE ","
                  WS-FEFO-LOTE DELIMITED BY SPACE
                  INTO LOTE-ESTOQUE-DADOS
           READ LOTE-ESTOQUE-FILE
               KEY IS LOTE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BAIXAR-LOTE-LIDO
           END-READ
           CLOSE LOTE-ESTOQUE-FILE.

       BAIXAR-LOTE-LIDO.
           MOVE SPACE TO WS-LOTE-STATUS
           MOVE SPACES TO WS-LOTE-DATA-ST
           UNSTRING LOTE-ESTOQUE-DADOS DELIMITED BY ","
               INTO WS-LOTE-PRODUTO WS-LOTE-ID
                    WS-LOTE-VALIDADE WS-LOTE-SALDO
                    WS-LOTE-STATUS WS-LOTE-DATA-ST
           IF WS-LOTE-STATUS = SPACE
               MOVE "L" TO WS-LOTE-STATUS
           END-IF
           IF WS-LOTE-DATA-ST IS NOT NUMERIC
               MOVE "00000000" TO WS-LOTE-DATA-ST
           END-IF
           SUBTRACT WS-LOTE-BAIXAR FROM WS-LOTE-SALDO
           MOVE SPACES TO LOTE-ESTOQUE-DADOS
           STRING WS-LOTE-PRODUTO DELIMITED BY SIZE ","
                  WS-LOTE-ID DELIMITED BY SPACE ","
                  WS-LOTE-VALIDADE DELIMITED BY SIZE ","
                  WS-LOTE-SALDO DELIMITED BY SIZE ","
                  WS-LOTE-STATUS DELIMITED BY SIZE ","
                  WS-LOTE-DATA-ST DELIMITED BY SIZE
                  INTO LOTE-ESTOQUE-DADOS
           REWRITE LOTE-ESTOQUE-RECORD.

       GRAVAR-CONSUMO-INTERNO.
           ACCEPT WS-RMT-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO CONSUMO-INTERNO-DADOS
           STRING WS-RMT-DATA DELIMITED BY SIZE ","
                  WS-RMT-NUMERO DELIMITED BY SIZE ","
                  WS-RMT-DEPTO DELIMITED BY SIZE ","
                  WS-CODIGO-PRODUTO DELIMITED BY SIZE ","
                  WS-DEPOSITO DELIMITED BY SIZE ","
                  WS-QUANTIDADE DELIMITED BY SIZE ","
                  WS-RMT-CUSTO DELIMITED BY SIZE ","
                  WS-RMT-VALOR DELIMITED BY SIZE ","
                  WS-USUARIO-LOGIN DELIMITED BY SPACE
                  INTO CONSUMO-INTERNO-DADOS
           OPEN EXTEND CONSUMO-INTERNO-FILE
           IF WS-RMT-FILE-STATUS = "35"
               OPEN OUTPUT CONSUMO-INTERNO-FILE
           END-IF
           WRITE CONSUMO-INTERNO-RECORD
           CLOSE CONSUMO-INTERNO-FILE
           MOVE "gestaoEstoque" TO WS-AUD-PROGRAMA
           MOVE "CONSUMO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-RMT-DOC DELIMITED BY SPACE "/"
                  WS-CODIGO-PRODUTO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       RELATORIO-CONSUMO-INTERNO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "  CONSUMO INTERNO POR DEPARTAMENTO E PRODUTO     "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-CIN-COMPETENCIA
           MOVE 0 TO WS-CIN-COUNT
           MOVE 0 TO WS-CIN-DEP-COUNT
           MOVE 0 TO WS-CIN-TOTAL
           MOVE "N" TO WS-CIN-EOF
           OPEN INPUT CONSUMO-INTERNO-FILE
           IF WS-RMT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CIN-EOF
           ELSE
               PERFORM LER-CONSUMO-INTERNO UNTIL WS-CIN-EOF = "Y"
               CLOSE CONSUMO-INTERNO-FILE
           END-IF
           IF WS-CIN-COUNT = 0
               DISPLAY "Nenhum consumo interno na competencia."
           ELSE
               OPEN INPUT ESTOQUE-FILE
               OPEN INPUT DEPARTAMENTO-FILE
               PERFORM EXIBIR-CONSUMO-DEPARTAMENTO
                   VARYING WS-CIN-DEP-IDX FROM 1 BY 1
                   UNTIL WS-CIN-DEP-IDX > WS-CIN-DEP-COUNT
               CLOSE DEPARTAMENTO-FILE
               CLOSE ESTOQUE-FILE
               DISPLAY "------------------------------------------"
               DISPLAY "Total geral do consumo interno: " WS-CIN-TOTAL
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-CONSUMO-INTERNO.
           READ CONSUMO-INTERNO-FILE INTO CONSUMO-INTERNO-RECORD
               AT END
                   MOVE "Y" TO WS-CIN-EOF
               NOT AT END
                   MOVE SPACES TO WS-CIN-CUSTO-ALFA WS-CIN-VALOR-ALFA
                   UNSTRING CONSUMO-INTERNO-DADOS DELIMITED BY ","
                       INTO WS-CIN-DATA WS-CIN-NUMERO WS-CIN-DEPTO
                            WS-CIN-PRODUTO WS-CIN-DEPOSITO WS-CIN-QTD
                            WS-CIN-CUSTO-ALFA WS-CIN-VALOR-ALFA
                            WS-CIN-LOGIN
                   IF WS-CIN-DATA(1:6) = WS-CIN-COMPETENCIA
                       AND WS-CIN-VALOR-ALFA IS NUMERIC
                       PERFORM ACUMULAR-CONSUMO-INTERNO
                   END-IF
           END-READ.

       ACUMULAR-CONSUMO-INTERNO.
           PERFORM PROCURAR-CONSUMO-IDX
               VARYING WS-CIN-IDX FROM 1 BY 1
               UNTIL WS-CIN-IDX > WS-CIN-COUNT
               OR (WS-CIN-T-DEPTO(WS-CIN-IDX) = WS-CIN-DEPTO
                   AND WS-CIN-T-PRODUTO(WS-CIN-IDX) = WS-CIN-PRODUTO)
           IF WS-CIN-IDX > WS-CIN-COUNT
               IF WS-CIN-COUNT < 300
                   ADD 1 TO WS-CIN-COUNT
                   MOVE WS-CIN-COUNT TO WS-CIN-IDX
                   MOVE WS-CIN-DEPTO TO WS-CIN-T-DEPTO(WS-CIN-IDX)
                   MOVE WS-CIN-PRODUTO TO WS-CIN-T-PRODUTO(WS-CIN-IDX)
                   MOVE 0 TO WS-CIN-T-QTD(WS-CIN-IDX)
                   MOVE 0 TO WS-CIN-T-VALOR(WS-CIN-IDX)
               ELSE
                   MOVE 0 TO WS-CIN-IDX
               END-IF
           END-IF
           IF WS-CIN-IDX > 0
               ADD WS-CIN-QTD TO WS-CIN-T-QTD(WS-CIN-IDX)
               ADD WS-CIN-VALOR-NUM TO WS-CIN-T-VALOR(WS-CIN-IDX)
           END-IF
           PERFORM PROCURAR-CONSUMO-DEP-IDX
               VARYING WS-CIN-DEP-IDX FROM 1 BY 1
               UNTIL WS-CIN-DEP-IDX > WS-CIN-DEP-COUNT
               OR WS-CIN-DEP-CODIGO(WS-CIN-DEP-IDX) = WS-CIN-DEPTO
           IF WS-CIN-DEP-IDX > WS-CIN-DEP-COUNT
               AND WS-CIN-DEP-COUNT < 50
               ADD 1 TO WS-CIN-DEP-COUNT
               MOVE WS-CIN-DEP-COUNT TO WS-CIN-DEP-IDX
               MOVE WS-CIN-DEPTO TO WS-CIN-DEP-CODIGO(WS-CIN-DEP-IDX)
               MOVE 0 TO WS-CIN-DEP-VALOR(WS-CIN-DEP-IDX)
           END-IF
           IF WS-CIN-DEP-IDX NOT > WS-CIN-DEP-COUNT
               ADD WS-CIN-VALOR-NUM
                   TO WS-CIN-DEP-VALOR(WS-CIN-DEP-IDX)
           END-IF
           ADD WS-CIN-VALOR-NUM TO WS-CIN-TOTAL.

       PROCURAR-CONSUMO-IDX.
           CONTINUE.

       PROCURAR-CONSUMO-DEP-IDX.
           CONTINUE.

       EXIBIR-CONSUMO-DEPARTAMENTO.
           MOVE SPACES TO WS-RMT-DEPTO-NOME
           MOVE WS-CIN-DEP-CODIGO(WS-CIN-DEP-IDX) TO DEPTO-CODIGO-CHAVE
           IF WS-RMT-FILE-STATUS NOT = "35"
               READ DEPARTAMENTO-FILE
                   KEY IS DEPTO-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING DEPARTAMENTO-DADOS DELIMITED BY ","
                           INTO WS-CIN-DEPTO WS-RMT-DEPTO-NOME
               END-READ
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY "Departamento: " WS-CIN-DEP-CODIGO(WS-CIN-DEP-IDX)
               " " WS-RMT-DEPTO-NOME
           PERFORM EXIBIR-CONSUMO-PRODUTO
               VARYING WS-CIN-IDX FROM 1 BY 1
               UNTIL WS-CIN-IDX > WS-CIN-COUNT
           DISPLAY "  Subtotal do departamento: "
               WS-CIN-DEP-VALOR(WS-CIN-DEP-IDX).

       EXIBIR-CONSUMO-PRODUTO.
           IF WS-CIN-T-DEPTO(WS-CIN-IDX)
               = WS-CIN-DEP-CODIGO(WS-CIN-DEP-IDX)
               MOVE SPACES TO WS-CIN-NOME-PRODUTO
               MOVE WS-CIN-T-PRODUTO(WS-CIN-IDX)
                   TO ESTOQUE-CODIGO-CHAVE
               READ ESTOQUE-FILE
                   KEY IS ESTOQUE-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ER-NOME TO WS-CIN-NOME-PRODUTO
               END-READ
               DISPLAY "  " WS-CIN-T-PRODUTO(WS-CIN-IDX) " "
                   WS-CIN-NOME-PRODUTO
                   " Qtde: " WS-CIN-T-QTD(WS-CIN-IDX)
                   " Valor: " WS-CIN-T-VALOR(WS-CIN-IDX)
           END-IF.

       ORDEM-MONTAGEM-KIT.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      ORDEM DE MONTAGEM / DESMONTAGEM DE KIT     "
           DISPLAY "================================================="
           DISPLAY "Acao (A-Abrir / F-Finalizar / C-Cancelar): "
               WITH NO ADVANCING
           ACCEPT WS-OMT-ACAO
           EVALUATE WS-OMT-ACAO
               WHEN "A"
                   PERFORM ABRIR-ORDEM-MONTAGEM
               WHEN "F"
                   PERFORM VERIFICAR-PERIODO-FECHADO
                   IF WS-PERIODO-FECHADO = "Y"
                       DISPLAY "Competencia atual fechada no kardex, "
                           "movimentacao bloqueada."
                   ELSE
                       PERFORM FINALIZAR-ORDEM-MONTAGEM
                   END-IF
               WHEN "C"
                   PERFORM CANCELAR-ORDEM-MONTAGEM
               WHEN OTHER
                   DISPLAY "Acao invalida, informe A, F ou C."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       ABRIR-ORDEM-MONTAGEM.
           DISPLAY "Tipo (M-Montagem / D-Desmontagem): "
               WITH NO ADVANCING
           ACCEPT WS-OMT-TIPO
           IF NOT OMT-MONTAGEM AND NOT OMT-DESMONTAGEM
               DISPLAY "Tipo invalido, informe M ou D."
           ELSE
               DISPLAY "Codigo do kit: " WITH NO ADVANCING
               ACCEPT WS-OMT-KIT
               PERFORM CARREGAR-COMPONENTES-ORDEM
               IF WS-OMT-COMP-COUNT = 0
                   DISPLAY "Produto sem composicao de kit."
               ELSE
                   MOVE "N" TO WS-ENTRADA-VALIDA
                   PERFORM LER-QUANTIDADE-ORDEM
                       UNTIL WS-ENTRADA-VALIDA = "Y"
                   MOVE WS-QUANTIDADE TO WS-OMT-QTD
                   MOVE "N" TO WS-DEP-OK
                   PERFORM LER-DEPOSITO UNTIL WS-DEP-OK = "Y"
                   MOVE WS-DEPOSITO TO WS-OMT-DEPOSITO
                   MOVE 1 TO WS-SEQ-MINIMO
                   MOVE "MONTAGEM" TO WS-SEQ-SERIE
                   CALL 'obterProximoNumero' USING WS-SEQ-SERIE
                       WS-SEQ-MINIMO WS-SEQ-NUMERO
                   MOVE WS-SEQ-NUMERO TO WS-OMT-NUMERO
                   SET OMT-ABERTA TO TRUE
                   ACCEPT WS-OMT-DATA-ABERTURA FROM DATE YYYYMMDD
                   MOVE 0 TO WS-OMT-DATA-FIM
                   MOVE 0 TO WS-OMT-CUSTO-NUM
                   MOVE WS-USUARIO-LOGIN TO WS-OMT-LOGIN
                   MOVE SPACES TO WS-OMT-LOGIN-FIM
                   PERFORM MONTAR-REGISTRO-ORDEM
                   OPEN EXTEND ORDEM-MONTAGEM-FILE
                   IF WS-OMT-FILE-STATUS = "35"
                       OPEN OUTPUT ORDEM-MONTAGEM-FILE
                   END-IF
                   WRITE ORDEM-MONTAGEM-RECORD
                   CLOSE ORDEM-MONTAGEM-FILE
                   DISPLAY "Ordem " WS-OMT-NUMERO " aberta para "
                       WS-OMT-QTD " kit(s) " WS-OMT-KIT
                       " no deposito " WS-OMT-DEPOSITO "."
                   IF OMT-MONTAGEM
                       DISPLAY "Componentes a separar:"
                       PERFORM EXIBIR-COMPONENTE-ORDEM
                           VARYING WS-OMT-COMP-IDX FROM 1 BY 1
                           UNTIL WS-OMT-COMP-IDX > WS-OMT-COMP-COUNT
                   END-IF
               END-IF
           END-IF.

       LER-QUANTIDADE-ORDEM.
           DISPLAY "Quantidade de kits: " WITH NO ADVANCING
           ACCEPT WS-ENTRADA-QUANTIDADE
           IF WS-ENTRADA-QUANTIDADE IS NUMERIC
               MOVE WS-ENTRADA-QUANTIDADE TO WS-QUANTIDADE
               IF WS-QUANTIDADE > 0
                   MOVE "Y" TO WS-ENTRADA-VALIDA
               ELSE
                   DISPLAY "Quantidade deve ser maior que zero."
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       EXIBIR-COMPONENTE-ORDEM.
           COMPUTE WS-OMT-NECESSARIO =
               WS-OMT-QTD * WS-OMT-QTD-COMP(WS-OMT-COMP-IDX)
           DISPLAY "  Componente " WS-OMT-COMPONENTE(WS-OMT-COMP-IDX)
               " Quantidade " WS-OMT-NECESSARIO.

       CARREGAR-COMPONENTES-ORDEM.
           MOVE 0 TO WS-OMT-COMP-COUNT
           MOVE "N" TO WS-KIT-EOF
           OPEN INPUT KIT-FILE
           IF WS-KIT-FILE-STATUS = "35"
               MOVE "Y" TO WS-KIT-EOF
           ELSE
               PERFORM LER-COMPONENTE-ORDEM UNTIL WS-KIT-EOF = "Y"
               CLOSE KIT-FILE
           END-IF.

       LER-COMPONENTE-ORDEM.
           READ KIT-FILE INTO KIT-RECORD
               AT END
                   MOVE "Y" TO WS-KIT-EOF
               NOT AT END
                   UNSTRING KIT-DADOS DELIMITED BY ","
                       INTO WS-OMT-REG-KIT WS-OMT-REG-COMP
                            WS-OMT-REG-QTD
                   IF WS-OMT-REG-KIT = WS-OMT-KIT
                       AND WS-OMT-COMP-COUNT < 20
                       ADD 1 TO WS-OMT-COMP-COUNT
                       MOVE WS-OMT-REG-COMP
                           TO WS-OMT-COMPONENTE(WS-OMT-COMP-COUNT)
                       MOVE WS-OMT-REG-QTD
                           TO WS-OMT-QTD-COMP(WS-OMT-COMP-COUNT)
                   END-IF
           END-READ.

       MONTAR-REGISTRO-ORDEM.
           MOVE SPACES TO ORDEM-MONTAGEM-DADOS
           STRING WS-OMT-NUMERO DELIMITED BY SIZE ","
                  WS-OMT-TIPO DELIMITED BY SIZE ","
                  WS-OMT-KIT DELIMITED BY SIZE ","
                  WS-OMT-QTD DELIMITED BY SIZE ","
                  WS-OMT-DEPOSITO DELIMITED BY SIZE ","
                  WS-OMT-STATUS DELIMITED BY SIZE ","
                  WS-OMT-DATA-ABERTURA DELIMITED BY SIZE ","
                  WS-OMT-DATA-FIM DELIMITED BY SIZE ","
                  WS-OMT-CUSTO-ALFA DELIMITED BY SIZE ","
                  WS-OMT-LOGIN DELIMITED BY SPACE ","
                  WS-OMT-LOGIN-FIM DELIMITED BY SPACE
                  INTO ORDEM-MONTAGEM-DADOS.

       PARSE-ORDEM-MONTAGEM.
           MOVE SPACES TO WS-OMT-LOGIN
           MOVE SPACES TO WS-OMT-LOGIN-FIM
           UNSTRING ORDEM-MONTAGEM-DADOS DELIMITED BY ","
               INTO WS-OMT-NUMERO WS-OMT-TIPO WS-OMT-KIT
                    WS-OMT-QTD WS-OMT-DEPOSITO WS-OMT-STATUS
                    WS-OMT-DATA-ABERTURA WS-OMT-DATA-FIM
                    WS-OMT-CUSTO-ALFA WS-OMT-LOGIN
                    WS-OMT-LOGIN-FIM.

       LOCALIZAR-ORDEM-MONTAGEM.
           DISPLAY "Numero da ordem: " WITH NO ADVANCING
           ACCEPT WS-OMT-BUSCA
           MOVE "N" TO WS-OMT-ACHADA
           MOVE "N" TO WS-OMT-EOF
           OPEN INPUT ORDEM-MONTAGEM-FILE
           IF WS-OMT-FILE-STATUS = "35"
               MOVE "Y" TO WS-OMT-EOF
           ELSE
               PERFORM LER-ORDEM-LOCALIZAR UNTIL WS-OMT-EOF = "Y"
               CLOSE ORDEM-MONTAGEM-FILE
           END-IF
           IF WS-OMT-ACHADA = "N"
               DISPLAY "Ordem nao encontrada."
           ELSE
               IF NOT OMT-ABERTA
                   DISPLAY "Ordem ja finalizada ou cancelada."
                   MOVE "N" TO WS-OMT-ACHADA
               END-IF
           END-IF.

       LER-ORDEM-LOCALIZAR.
           READ ORDEM-MONTAGEM-FILE INTO ORDEM-MONTAGEM-RECORD
               AT END
                   MOVE "Y" TO WS-OMT-EOF
               NOT AT END
                   IF ORDEM-MONTAGEM-DADOS(1:6) = WS-OMT-BUSCA
                       PERFORM PARSE-ORDEM-MONTAGEM
                       MOVE "Y" TO WS-OMT-ACHADA
                       MOVE "Y" TO WS-OMT-EOF
                   END-IF
           END-READ.

       CANCELAR-ORDEM-MONTAGEM.
           PERFORM LOCALIZAR-ORDEM-MONTAGEM
           IF WS-OMT-ACHADA = "Y"
               SET OMT-CANCELADA TO TRUE
               ACCEPT WS-OMT-DATA-FIM FROM DATE YYYYMMDD
               MOVE WS-USUARIO-LOGIN TO WS-OMT-LOGIN-FIM
               PERFORM ATUALIZAR-ORDEM-MONTAGEM
               DISPLAY "Ordem " WS-OMT-NUMERO " cancelada."
           END-IF.

       FINALIZAR-ORDEM-MONTAGEM.
           PERFORM LOCALIZAR-ORDEM-MONTAGEM
           IF WS-OMT-ACHADA = "Y"
               PERFORM CARREGAR-COMPONENTES-ORDEM
               IF WS-OMT-COMP-COUNT = 0
                   DISPLAY "Kit " WS-OMT-KIT " sem composicao "
                       "cadastrada, ordem nao finalizada."
               ELSE
                   MOVE WS-OMT-DEPOSITO TO WS-DEPOSITO
                   MOVE SPACES TO WS-OMT-DOC
                   STRING "OM" DELIMITED BY SIZE
                          WS-OMT-NUMERO DELIMITED BY SIZE
                          INTO WS-OMT-DOC
                   IF OMT-MONTAGEM
                       PERFORM EFETIVAR-MONTAGEM-KIT
                   ELSE
                       PERFORM EFETIVAR-DESMONTAGEM-KIT
                   END-IF
               END-IF
           END-IF.

       EFETIVAR-MONTAGEM-KIT.
           MOVE "Y" TO WS-OMT-OK
           PERFORM VERIFICAR-COMPONENTE-ORDEM
               VARYING WS-OMT-COMP-IDX FROM 1 BY 1
               UNTIL WS-OMT-COMP-IDX > WS-OMT-COMP-COUNT
           IF WS-OMT-OK = "N"
               DISPLAY "Componentes insuficientes, ordem mantida "
                   "em aberto."
           ELSE
               MOVE 0 TO WS-OMT-CUSTO-TOTAL
               MOVE 99999999 TO WS-OMT-MENOR-VALIDADE
               PERFORM CONSUMIR-COMPONENTE-ORDEM
                   VARYING WS-OMT-COMP-IDX FROM 1 BY 1
                   UNTIL WS-OMT-COMP-IDX > WS-OMT-COMP-COUNT
               COMPUTE WS-OMT-CUSTO-UNIT ROUNDED =
                   WS-OMT-CUSTO-TOTAL / WS-OMT-QTD
               MOVE WS-OMT-KIT TO WS-CODIGO-PRODUTO
               MOVE WS-OMT-QTD TO WS-QUANTIDADE
               MOVE WS-OMT-CUSTO-UNIT TO WS-OMT-CUSTO-ENTRADA
               PERFORM CREDITAR-PRODUTO-ORDEM
               IF WS-OMT-MENOR-VALIDADE < 99999999
                   PERFORM GRAVAR-LOTE-KIT-MONTADO
               END-IF
               MOVE WS-OMT-CUSTO-UNIT TO WS-OMT-CUSTO-NUM
               PERFORM CONCLUIR-ORDEM-MONTAGEM
               DISPLAY "Montados " WS-OMT-QTD " kit(s) " WS-OMT-KIT
                   " custo unitario " WS-OMT-CUSTO-UNIT "."
           END-IF.

       VERIFICAR-COMPONENTE-ORDEM.
           MOVE WS-OMT-COMPONENTE(WS-OMT-COMP-IDX) TO WS-TRF-PRODUTO
           COMPUTE WS-OMT-NECESSARIO =
               WS-OMT-QTD * WS-OMT-QTD-COMP(WS-OMT-COMP-IDX)
           MOVE WS-TRF-PRODUTO TO WS-CODIGO-PRODUTO
           MOVE WS-OMT-NECESSARIO TO WS-QUANTIDADE
           PERFORM VERIFICAR-SALDO-ORDEM.

       VERIFICAR-SALDO-ORDEM.
           MOVE 0 TO QUANTIDADE
           OPEN INPUT ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-QUANTIDADE TO QUANTIDADE
           END-READ
           CLOSE ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO WS-TRF-PRODUTO
           MOVE WS-OMT-DEPOSITO TO WS-TRF-ORIGEM
           PERFORM APURAR-SALDO-ORIGEM
           IF QUANTIDADE < WS-QUANTIDADE
               OR WS-TRF-SALDO-ORIGEM < WS-QUANTIDADE
               DISPLAY "Produto " WS-CODIGO-PRODUTO
                   " necessario " WS-QUANTIDADE
                   " estoque " QUANTIDADE
                   " deposito " WS-TRF-SALDO-ORIGEM
               MOVE "N" TO WS-OMT-OK
           END-IF.

       CONSUMIR-COMPONENTE-ORDEM.
           MOVE WS-OMT-COMPONENTE(WS-OMT-COMP-IDX)
               TO WS-CODIGO-PRODUTO
           COMPUTE WS-QUANTIDADE =
               WS-OMT-QTD * WS-OMT-QTD-COMP(WS-OMT-COMP-IDX)
           PERFORM DEBITAR-PRODUTO-ORDEM
           ADD WS-OMT-VALOR TO WS-OMT-CUSTO-TOTAL.

       EFETIVAR-DESMONTAGEM-KIT.
           MOVE "Y" TO WS-OMT-OK
           MOVE WS-OMT-KIT TO WS-CODIGO-PRODUTO
           MOVE WS-OMT-QTD TO WS-QUANTIDADE
           PERFORM VERIFICAR-SALDO-ORDEM
           IF WS-OMT-OK = "N"
               DISPLAY "Kits montados insuficientes, ordem mantida "
                   "em aberto."
           ELSE
               MOVE WS-OMT-KIT TO WS-CODIGO-PRODUTO
               MOVE WS-OMT-QTD TO WS-QUANTIDADE
               PERFORM DEBITAR-PRODUTO-ORDEM
               MOVE WS-RMT-CUSTO TO WS-OMT-CUSTO-UNIT
               PERFORM DEVOLVER-COMPONENTE-ORDEM
                   VARYING WS-OMT-COMP-IDX FROM 1 BY 1
                   UNTIL WS-OMT-COMP-IDX > WS-OMT-COMP-COUNT
               MOVE WS-OMT-CUSTO-UNIT TO WS-OMT-CUSTO-NUM
               PERFORM CONCLUIR-ORDEM-MONTAGEM
               DISPLAY "Desmontados " WS-OMT-QTD " kit(s) "
                   WS-OMT-KIT ", componentes devolvidos ao estoque."
           END-IF.

       DEVOLVER-COMPONENTE-ORDEM.
           MOVE WS-OMT-COMPONENTE(WS-OMT-COMP-IDX)
               TO WS-CODIGO-PRODUTO
           COMPUTE WS-QUANTIDADE =
               WS-OMT-QTD * WS-OMT-QTD-COMP(WS-OMT-COMP-IDX)
           MOVE 0 TO WS-OMT-CUSTO-ENTRADA
           PERFORM CREDITAR-PRODUTO-ORDEM.

       DEBITAR-PRODUTO-ORDEM.
           MOVE 0 TO WS-OMT-VALOR
           MOVE "N" TO WS-FILE-UPDATED
           PERFORM BACKUP-ARQUIVO-ESTOQUE
           OPEN I-O ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTOQUE-DADOS TO WS-AUD-ANTES
                   MOVE ER-CODIGO TO CODIGO
                   MOVE ER-NOME TO NOME
                   SUBTRACT WS-QUANTIDADE FROM ER-QUANTIDADE
                   MOVE ER-QUANTIDADE TO QUANTIDADE
                   MOVE ER-PRECO-UNIDADE TO PRECO-UNIDADE
                   PERFORM CALCULAR-VALOR-TOTAL
                   MOVE VALOR-TOTAL TO ER-VALOR-TOTAL
                   IF ER-CUSTO-MEDIO > 0
                       MOVE ER-CUSTO-MEDIO TO WS-RMT-CUSTO
                   ELSE
                       MOVE ER-PRECO-UNIDADE TO WS-RMT-CUSTO
                   END-IF
                   COMPUTE WS-OMT-VALOR = WS-RMT-CUSTO * WS-QUANTIDADE
                   PERFORM CARIMBAR-MANUTENCAO-ESTOQUE
                   REWRITE ESTOQUE-RECORD
                   MOVE "Y" TO WS-FILE-UPDATED
                   MOVE ESTOQUE-DADOS TO WS-AUD-DEPOIS
                   MOVE "I" TO WS-TIPO-MOVIMENTO
                   PERFORM REGISTRAR-KARDEX-ORDEM
           END-READ
           CLOSE ESTOQUE-FILE
           IF WS-FILE-UPDATED = "Y"
               COMPUTE WS-DEP-DELTA = 0 - WS-QUANTIDADE
               MOVE WS-CODIGO-PRODUTO TO WS-DEP-PROD-ALVO
               PERFORM ATUALIZAR-SALDO-DEPOSITO
               PERFORM CONSUMIR-LOTES-FEFO
           END-IF.

       CREDITAR-PRODUTO-ORDEM.
           MOVE "N" TO WS-FILE-UPDATED
           PERFORM BACKUP-ARQUIVO-ESTOQUE
           OPEN I-O ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Produto " WS-CODIGO-PRODUTO
                       " nao cadastrado no estoque."
               NOT INVALID KEY
                   MOVE ESTOQUE-DADOS TO WS-AUD-ANTES
                   IF WS-OMT-CUSTO-ENTRADA > 0
                       IF ER-QUANTIDADE = 0 OR ER-CUSTO-MEDIO = 0
                           MOVE WS-OMT-CUSTO-ENTRADA TO ER-CUSTO-MEDIO
                       ELSE
                           COMPUTE ER-CUSTO-MEDIO ROUNDED =
                               (ER-QUANTIDADE * ER-CUSTO-MEDIO
                               + WS-QUANTIDADE * WS-OMT-CUSTO-ENTRADA)
                               / (ER-QUANTIDADE + WS-QUANTIDADE)
                       END-IF
                   END-IF
                   MOVE ER-CODIGO TO CODIGO
                   MOVE ER-NOME TO NOME
                   ADD WS-QUANTIDADE TO ER-QUANTIDADE
                   MOVE ER-QUANTIDADE TO QUANTIDADE
                   MOVE ER-PRECO-UNIDADE TO PRECO-UNIDADE
                   PERFORM CALCULAR-VALOR-TOTAL
                   MOVE VALOR-TOTAL TO ER-VALOR-TOTAL
                   PERFORM CARIMBAR-MANUTENCAO-ESTOQUE
                   REWRITE ESTOQUE-RECORD
                   MOVE "Y" TO WS-FILE-UPDATED
                   MOVE ESTOQUE-DADOS TO WS-AUD-DEPOIS
                   MOVE "E" TO WS-TIPO-MOVIMENTO
                   PERFORM REGISTRAR-KARDEX-ORDEM
           END-READ
           CLOSE ESTOQUE-FILE
           IF WS-FILE-UPDATED = "Y"
               MOVE WS-QUANTIDADE TO WS-DEP-DELTA
               MOVE WS-CODIGO-PRODUTO TO WS-DEP-PROD-ALVO
               PERFORM ATUALIZAR-SALDO-DEPOSITO
           END-IF.

       REGISTRAR-KARDEX-ORDEM.
           ACCEPT WS-KARDEX-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO KARDEX-DADOS
           STRING CODIGO DELIMITED BY SIZE ","
                  WS-TIPO-MOVIMENTO DELIMITED BY SIZE ","
                  WS-QUANTIDADE DELIMITED BY SIZE ","
                  QUANTIDADE DELIMITED BY SIZE ","
                  WS-KARDEX-DATA DELIMITED BY SIZE ","
                  WS-OMT-DOC DELIMITED BY SPACE
                  INTO KARDEX-DADOS
           OPEN EXTEND KARDEX-FILE
           WRITE KARDEX-RECORD FROM KARDEX-DADOS
           CLOSE KARDEX-FILE.

       GRAVAR-LOTE-KIT-MONTADO.
           ACCEPT WS-KARDEX-DATA FROM DATE YYYYMMDD
           OPEN I-O LOTE-ESTOQUE-FILE
           MOVE SPACES TO LOTE-ESTOQUE-DADOS
           STRING WS-OMT-KIT DELIMITED BY SIZE ","
                  WS-OMT-DOC DELIMITED BY SPACE ","
                  WS-OMT-MENOR-VALIDADE DELIMITED BY SIZE ","
                  WS-OMT-QTD DELIMITED BY SIZE ","
                  "L" DELIMITED BY SIZE ","
                  WS-KARDEX-DATA DELIMITED BY SIZE
                  INTO LOTE-ESTOQUE-DADOS
           WRITE LOTE-ESTOQUE-RECORD
           CLOSE LOTE-ESTOQUE-FILE
           DISPLAY "Lote " WS-OMT-DOC " do kit com validade "
               WS-OMT-MENOR-VALIDADE " (componente mais proximo).".

       CONCLUIR-ORDEM-MONTAGEM.
           SET OMT-FINALIZADA TO TRUE
           ACCEPT WS-OMT-DATA-FIM FROM DATE YYYYMMDD
           MOVE WS-USUARIO-LOGIN TO WS-OMT-LOGIN-FIM
           PERFORM ATUALIZAR-ORDEM-MONTAGEM
           MOVE "gestaoEstoque" TO WS-AUD-PROGRAMA
           IF OMT-MONTAGEM
               MOVE "MONTAGEM" TO WS-AUD-ACAO
           ELSE
               MOVE "DESMONTAGE" TO WS-AUD-ACAO
           END-IF
           MOVE WS-OMT-DOC TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE ORDEM-MONTAGEM-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       ATUALIZAR-ORDEM-MONTAGEM.
           MOVE WS-OMT-NUMERO TO WS-OMT-BUSCA
           MOVE 0 TO WS-OMT-COUNT
           MOVE "N" TO WS-OMT-EOF
           OPEN INPUT ORDEM-MONTAGEM-FILE
           PERFORM CARREGAR-ORDEM-MANTIDA UNTIL WS-OMT-EOF = "Y"
           CLOSE ORDEM-MONTAGEM-FILE
           OPEN OUTPUT ORDEM-MONTAGEM-FILE
           PERFORM REGRAVAR-ORDEM-MANTIDA
               VARYING WS-OMT-IDX FROM 1 BY 1
               UNTIL WS-OMT-IDX > WS-OMT-COUNT
           CLOSE ORDEM-MONTAGEM-FILE
           PERFORM MONTAR-REGISTRO-ORDEM.

       CARREGAR-ORDEM-MANTIDA.
           READ ORDEM-MONTAGEM-FILE INTO ORDEM-MONTAGEM-RECORD
               AT END
                   MOVE "Y" TO WS-OMT-EOF
               NOT AT END
                   IF WS-OMT-COUNT < 500
                       ADD 1 TO WS-OMT-COUNT
                       IF ORDEM-MONTAGEM-DADOS(1:6) = WS-OMT-BUSCA
                           PERFORM MONTAR-REGISTRO-ORDEM
                       END-IF
                       MOVE ORDEM-MONTAGEM-DADOS
                           TO WS-OMT-LINHA(WS-OMT-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-ORDEM-MANTIDA.
           WRITE ORDEM-MONTAGEM-RECORD
               FROM WS-OMT-LINHA(WS-OMT-IDX).

       RELATORIO-ORDENS-MONTAGEM.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        RELATORIO DE ORDENS DE MONTAGEM          "
           DISPLAY "================================================="
           DISPLAY "Situacao (A-Abertas / F-Finalizadas / T-Todas): "
               WITH NO ADVANCING
           ACCEPT WS-OMT-FILTRO
           MOVE 0 TO WS-OMT-ABERTAS
           MOVE 0 TO WS-OMT-FINALIZADAS
           MOVE 0 TO WS-OMT-CANCELADAS
           MOVE 0 TO WS-OMT-VALOR-TOTAL
           MOVE "N" TO WS-OMT-EOF
           OPEN INPUT ORDEM-MONTAGEM-FILE
           IF WS-OMT-FILE-STATUS = "35"
               MOVE "Y" TO WS-OMT-EOF
           ELSE
               DISPLAY "Ordem  Tp Kit   Qtde  Dp Sit Abertura Final"
                   "    Custo unit."
               PERFORM LER-ORDEM-RELATORIO UNTIL WS-OMT-EOF = "Y"
               CLOSE ORDEM-MONTAGEM-FILE
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY "Abertas: " WS-OMT-ABERTAS
               " Finalizadas: " WS-OMT-FINALIZADAS
               " Canceladas: " WS-OMT-CANCELADAS
           DISPLAY "Valor das montagens/desmontagens finalizadas: "
               WS-OMT-VALOR-TOTAL
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-ORDEM-RELATORIO.
           READ ORDEM-MONTAGEM-FILE INTO ORDEM-MONTAGEM-RECORD
               AT END
                   MOVE "Y" TO WS-OMT-EOF
               NOT AT END
                   PERFORM PARSE-ORDEM-MONTAGEM
                   EVALUATE TRUE
                       WHEN OMT-ABERTA
                           ADD 1 TO WS-OMT-ABERTAS
                       WHEN OMT-FINALIZADA
                           ADD 1 TO WS-OMT-FINALIZADAS
                           IF WS-OMT-CUSTO-ALFA IS NUMERIC
                               COMPUTE WS-OMT-VALOR-TOTAL =
                                   WS-OMT-VALOR-TOTAL
                                   + WS-OMT-CUSTO-NUM * WS-OMT-QTD
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-OMT-CANCELADAS
                   END-EVALUATE
                   IF WS-OMT-FILTRO = "T"
                       OR WS-OMT-FILTRO = WS-OMT-STATUS
                       DISPLAY WS-OMT-NUMERO " " WS-OMT-TIPO "  "
                           WS-OMT-KIT " " WS-OMT-QTD " "
                           WS-OMT-DEPOSITO " " WS-OMT-STATUS "   "
                           WS-OMT-DATA-ABERTURA " " WS-OMT-DATA-FIM
                           " " WS-OMT-CUSTO-NUM
                   END-IF
           END-READ.

       RELATORIO-AGING-ESTOQUE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   AGING DO ESTOQUE - ITENS PARADOS/OBSOLETOS    "
           DISPLAY "================================================="
           DISPLAY "Dias sem venda para sinalizar (Enter = 90): "
               WITH NO ADVANCING
           MOVE 0 TO WS-AGE-PERIODO
           ACCEPT WS-AGE-PERIODO
           IF WS-AGE-PERIODO = 0
               MOVE 90 TO WS-AGE-PERIODO
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM OBTER-PERCENTUAIS-AGING
           MOVE 0 TO WS-AGE-PROD-COUNT
           MOVE 0 TO WS-AGE-GRP-COUNT
           MOVE ZEROS TO WS-AGE-DEP-TABLE
           MOVE ZEROS TO WS-AGE-FAIXA-TABLE
           MOVE 0 TO WS-AGE-TOT-VALOR
           MOVE 0 TO WS-AGE-TOT-PROVISAO
           MOVE 0 TO WS-AGE-SEM-VENDA
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT ESTOQUE-FILE
           PERFORM LER-PRODUTO-AGING UNTIL WS-END-OF-FILE = "Y"
           CLOSE ESTOQUE-FILE
           MOVE "N" TO WS-KDX-EOF
           OPEN INPUT KARDEX-FILE
           PERFORM LER-KARDEX-AGING UNTIL WS-KDX-EOF = "Y"
           CLOSE KARDEX-FILE
           OPEN OUTPUT AGING-ESTOQUE-FILE
           MOVE SPACES TO WS-AGE-LINHA
           STRING "AGING DO ESTOQUE EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  " - SEM VENDA HA MAIS DE " DELIMITED BY SIZE
                  WS-AGE-PERIODO DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           MOVE SPACES TO WS-AGE-LINHA
           MOVE "Codigo  Nome" TO WS-AGE-LINHA(1:12)
           MOVE "Dias" TO WS-AGE-LINHA(41:4)
           MOVE "Faixa" TO WS-AGE-LINHA(46:5)
           MOVE "Valor custo" TO WS-AGE-LINHA(59:11)
           MOVE "Provisao" TO WS-AGE-LINHA(77:8)
           PERFORM EMITIR-LINHA-AGING
           PERFORM CLASSIFICAR-PRODUTO-AGING
               VARYING WS-AGE-PROD-IDX FROM 1 BY 1
               UNTIL WS-AGE-PROD-IDX > WS-AGE-PROD-COUNT
           MOVE "N" TO WS-DEP-EOF
           OPEN INPUT SALDO-DEPOSITO-FILE
           PERFORM LER-SALDO-AGING UNTIL WS-DEP-EOF = "Y"
           CLOSE SALDO-DEPOSITO-FILE
           MOVE ALL "-" TO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           MOVE SPACES TO WS-AGE-LINHA
           MOVE "SUBTOTAL POR GRUPO" TO WS-AGE-LINHA(1:18)
           MOVE WS-AGE-ROTULO(1) TO WS-AGE-LINHA(18:10)
           MOVE WS-AGE-ROTULO(2) TO WS-AGE-LINHA(32:10)
           MOVE WS-AGE-ROTULO(3) TO WS-AGE-LINHA(46:10)
           MOVE WS-AGE-ROTULO(4) TO WS-AGE-LINHA(60:10)
           PERFORM EMITIR-LINHA-AGING
           PERFORM EMITIR-GRUPO-AGING
               VARYING WS-AGE-GRP-IDX FROM 1 BY 1
               UNTIL WS-AGE-GRP-IDX > WS-AGE-GRP-COUNT
           MOVE "SUBTOTAL POR DEPOSITO" TO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           PERFORM EMITIR-DEPOSITO-AGING
               VARYING WS-AGE-DEP-IDX FROM 1 BY 1
               UNTIL WS-AGE-DEP-IDX > 10
           MOVE ALL "-" TO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           PERFORM EMITIR-FAIXA-AGING
               VARYING WS-AGE-FX-IDX FROM 1 BY 1
               UNTIL WS-AGE-FX-IDX > 4
           MOVE WS-AGE-TOT-VALOR TO WS-AGE-VALOR-ED
           MOVE SPACES TO WS-AGE-LINHA
           STRING "VALOR TOTAL A CUSTO.......: " DELIMITED BY SIZE
                  WS-AGE-VALOR-ED DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           MOVE WS-AGE-TOT-PROVISAO TO WS-AGE-VALOR-ED
           MOVE SPACES TO WS-AGE-LINHA
           STRING "PROVISAO DE OBSOLESCENCIA.: " DELIMITED BY SIZE
                  WS-AGE-VALOR-ED DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           MOVE SPACES TO WS-AGE-LINHA
           STRING "ITENS COM SALDO SEM VENDA NO PERIODO: "
                  DELIMITED BY SIZE
                  WS-AGE-SEM-VENDA DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING
           CLOSE AGING-ESTOQUE-FILE
           MOVE "relatorioAgingEstoque.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioAging" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Dias sem venda " DELIMITED BY SIZE
                  WS-AGE-PERIODO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioAgingEstoque.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       OBTER-PERCENTUAIS-AGING.
           MOVE 0 TO WS-AGE-PERC(1)
           MOVE 10 TO WS-AGE-PERC(2)
           MOVE 25 TO WS-AGE-PERC(3)
           MOVE 50 TO WS-AGE-PERC(4)
           PERFORM OBTER-PERCENTUAL-FAIXA
               VARYING WS-AGE-FX-IDX FROM 1 BY 1
               UNTIL WS-AGE-FX-IDX > 4.

       OBTER-PERCENTUAL-FAIXA.
           MOVE SPACES TO WS-PAR-NOME
           STRING "AGING-PROVISAO-" DELIMITED BY SIZE
                  WS-AGE-FX-IDX DELIMITED BY SIZE
                  INTO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR <= 100
               MOVE WS-PAR-VALOR TO WS-AGE-PERC(WS-AGE-FX-IDX)
           END-IF.

       LER-PRODUTO-AGING.
           READ ESTOQUE-FILE INTO ESTOQUE-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF ER-QUANTIDADE > 0 AND WS-AGE-PROD-COUNT < 500
                       ADD 1 TO WS-AGE-PROD-COUNT
                       MOVE WS-AGE-PROD-COUNT TO WS-AGE-PROD-IDX
                       MOVE ER-CODIGO
                           TO WS-AGE-PROD-CODIGO(WS-AGE-PROD-IDX)
                       MOVE ER-NOME TO WS-AGE-PROD-NOME(WS-AGE-PROD-IDX)
                       MOVE ER-GRUPO
                           TO WS-AGE-PROD-GRUPO(WS-AGE-PROD-IDX)
                       MOVE ER-QUANTIDADE
                           TO WS-AGE-PROD-QTD(WS-AGE-PROD-IDX)
                       IF ER-CUSTO-MEDIO IS NUMERIC
                           AND ER-CUSTO-MEDIO > 0
                           MOVE ER-CUSTO-MEDIO
                               TO WS-AGE-PROD-CUSTO(WS-AGE-PROD-IDX)
                       ELSE
                           MOVE ER-PRECO-UNIDADE
                               TO WS-AGE-PROD-CUSTO(WS-AGE-PROD-IDX)
                       END-IF
                       MOVE 0 TO WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX)
                       MOVE 4 TO WS-AGE-PROD-FAIXA(WS-AGE-PROD-IDX)
                   END-IF
           END-READ.

       LER-KARDEX-AGING.
           READ KARDEX-FILE INTO KARDEX-RECORD
               AT END
                   MOVE "Y" TO WS-KDX-EOF
               NOT AT END
                   MOVE SPACES TO WS-KDX-DOC-ALFA
                   UNSTRING KARDEX-DADOS DELIMITED BY ","
                       INTO WS-KDX-COD WS-KDX-TIPO WS-KDX-QTD-ALFA
                            WS-KDX-SALDO-ALFA WS-KDX-DATA
                            WS-KDX-DOC-ALFA
                   IF (WS-KDX-TIPO = "S" OR WS-KDX-TIPO = "G"
                       OR WS-KDX-TIPO = "J")
                       AND WS-KDX-DOC-ALFA(1:3) NOT = "DEP"
                       AND WS-KDX-DATA IS NUMERIC
                       AND WS-KDX-DATA <= WS-DATA-ATUAL
                       PERFORM LOCALIZAR-PRODUTO-AGING
                       IF WS-AGE-PROD-IDX <= WS-AGE-PROD-COUNT
                           AND WS-KDX-DATA >
                               WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX)
                           MOVE WS-KDX-DATA
                               TO WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-PRODUTO-AGING.
           PERFORM PROCURAR-PRECO-IDX
               VARYING WS-AGE-PROD-IDX FROM 1 BY 1
               UNTIL WS-AGE-PROD-IDX > WS-AGE-PROD-COUNT
                   OR WS-AGE-PROD-CODIGO(WS-AGE-PROD-IDX)
                       = WS-KDX-COD.

       CLASSIFICAR-PRODUTO-AGING.
           IF WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX) = 0
               MOVE 99999 TO WS-AGE-DIAS
           ELSE
               COMPUTE WS-AGE-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   - FUNCTION INTEGER-OF-DATE(
                       WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX))
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DIAS <= 90
                   MOVE 1 TO WS-AGE-FAIXA
               WHEN WS-AGE-DIAS <= 180
                   MOVE 2 TO WS-AGE-FAIXA
               WHEN WS-AGE-DIAS <= 365
                   MOVE 3 TO WS-AGE-FAIXA
               WHEN OTHER
                   MOVE 4 TO WS-AGE-FAIXA
           END-EVALUATE
           MOVE WS-AGE-FAIXA TO WS-AGE-PROD-FAIXA(WS-AGE-PROD-IDX)
           COMPUTE WS-AGE-VALOR =
               WS-AGE-PROD-QTD(WS-AGE-PROD-IDX)
               * WS-AGE-PROD-CUSTO(WS-AGE-PROD-IDX)
           COMPUTE WS-AGE-PROVISAO ROUNDED =
               WS-AGE-VALOR * WS-AGE-PERC(WS-AGE-FAIXA) / 100
           ADD WS-AGE-VALOR TO WS-AGE-TOT-VALOR
           ADD WS-AGE-VALOR TO WS-AGE-FAIXA-VALOR(WS-AGE-FAIXA)
           ADD WS-AGE-PROVISAO TO WS-AGE-TOT-PROVISAO
           PERFORM ACUMULAR-GRUPO-AGING
           IF WS-AGE-DIAS > WS-AGE-PERIODO
               ADD 1 TO WS-AGE-SEM-VENDA
               MOVE SPACES TO WS-AGE-LINHA
               MOVE WS-AGE-PROD-CODIGO(WS-AGE-PROD-IDX)
                   TO WS-AGE-LINHA(1:5)
               MOVE WS-AGE-PROD-NOME(WS-AGE-PROD-IDX)
                   TO WS-AGE-LINHA(9:30)
               IF WS-AGE-PROD-ULT-SAIDA(WS-AGE-PROD-IDX) = 0
                   MOVE "NUNCA" TO WS-AGE-LINHA(40:5)
               ELSE
                   MOVE WS-AGE-DIAS TO WS-AGE-LINHA(40:5)
               END-IF
               MOVE WS-AGE-ROTULO(WS-AGE-FAIXA) TO WS-AGE-LINHA(46:10)
               MOVE WS-AGE-VALOR TO WS-AGE-VALOR-ED
               MOVE WS-AGE-VALOR-ED TO WS-AGE-LINHA(56:14)
               MOVE WS-AGE-PROVISAO TO WS-AGE-VALOR-ED
               MOVE WS-AGE-VALOR-ED TO WS-AGE-LINHA(71:14)
               PERFORM EMITIR-LINHA-AGING
           END-IF.

       ACUMULAR-GRUPO-AGING.
           PERFORM PROCURAR-PRECO-IDX
               VARYING WS-AGE-GRP-IDX FROM 1 BY 1
               UNTIL WS-AGE-GRP-IDX > WS-AGE-GRP-COUNT
                   OR WS-AGE-GRP-CODIGO(WS-AGE-GRP-IDX)
                       = WS-AGE-PROD-GRUPO(WS-AGE-PROD-IDX)
           IF WS-AGE-GRP-IDX > WS-AGE-GRP-COUNT
               AND WS-AGE-GRP-COUNT < 50
               ADD 1 TO WS-AGE-GRP-COUNT
               MOVE WS-AGE-GRP-COUNT TO WS-AGE-GRP-IDX
               MOVE ZEROS TO WS-AGE-GRP-ENTRY(WS-AGE-GRP-IDX)
               MOVE WS-AGE-PROD-GRUPO(WS-AGE-PROD-IDX)
                   TO WS-AGE-GRP-CODIGO(WS-AGE-GRP-IDX)
           END-IF
           IF WS-AGE-GRP-IDX <= WS-AGE-GRP-COUNT
               ADD WS-AGE-VALOR
                   TO WS-AGE-GRP-VALOR(WS-AGE-GRP-IDX, WS-AGE-FAIXA)
           END-IF.

       LER-SALDO-AGING.
           READ SALDO-DEPOSITO-FILE INTO SALDO-DEPOSITO-RECORD
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   UNSTRING SALDO-DEPOSITO-DADOS DELIMITED BY ","
                       INTO WS-DEP-PRODUTO WS-DEP-CODIGO WS-DEP-SALDO
                   IF WS-DEP-CODIGO >= 1 AND WS-DEP-CODIGO <= 10
                       AND WS-DEP-SALDO > 0
                       MOVE WS-DEP-PRODUTO TO WS-KDX-COD
                       PERFORM LOCALIZAR-PRODUTO-AGING
                       IF WS-AGE-PROD-IDX <= WS-AGE-PROD-COUNT
                           MOVE WS-AGE-PROD-FAIXA(WS-AGE-PROD-IDX)
                               TO WS-AGE-FAIXA
                           COMPUTE WS-AGE-DEP-VALOR(WS-DEP-CODIGO,
                               WS-AGE-FAIXA) =
                               WS-AGE-DEP-VALOR(WS-DEP-CODIGO,
                               WS-AGE-FAIXA) + WS-DEP-SALDO
                               * WS-AGE-PROD-CUSTO(WS-AGE-PROD-IDX)
                       END-IF
                   END-IF
           END-READ.

       EMITIR-GRUPO-AGING.
           PERFORM EDITAR-FAIXAS-GRUPO-AGING
               VARYING WS-AGE-FX-IDX FROM 1 BY 1
               UNTIL WS-AGE-FX-IDX > 4
           MOVE SPACES TO WS-AGE-LINHA
           STRING "Grupo " DELIMITED BY SIZE
                  WS-AGE-GRP-CODIGO(WS-AGE-GRP-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AGE-FX-ED-TABLE DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING.

       EDITAR-FAIXAS-GRUPO-AGING.
           MOVE WS-AGE-GRP-VALOR(WS-AGE-GRP-IDX, WS-AGE-FX-IDX)
               TO WS-AGE-FX-ED(WS-AGE-FX-IDX).

       EMITIR-DEPOSITO-AGING.
           PERFORM EDITAR-FAIXAS-DEPOSITO-AGING
               VARYING WS-AGE-FX-IDX FROM 1 BY 1
               UNTIL WS-AGE-FX-IDX > 4
           IF WS-AGE-DEP-ENTRY(WS-AGE-DEP-IDX) NOT = ZEROS
               MOVE SPACES TO WS-AGE-LINHA
               STRING "Dep.  " DELIMITED BY SIZE
                      WS-AGE-DEP-IDX DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      WS-AGE-FX-ED-TABLE DELIMITED BY SIZE
                      INTO WS-AGE-LINHA
               PERFORM EMITIR-LINHA-AGING
           END-IF.

       EDITAR-FAIXAS-DEPOSITO-AGING.
           MOVE WS-AGE-DEP-VALOR(WS-AGE-DEP-IDX, WS-AGE-FX-IDX)
               TO WS-AGE-FX-ED(WS-AGE-FX-IDX).

       EMITIR-FAIXA-AGING.
           MOVE WS-AGE-FAIXA-VALOR(WS-AGE-FX-IDX) TO WS-AGE-VALOR-ED
           MOVE WS-AGE-PERC(WS-AGE-FX-IDX) TO WS-AGE-PERC-ED
           MOVE SPACES TO WS-AGE-LINHA
           STRING "Faixa " DELIMITED BY SIZE
                  WS-AGE-ROTULO(WS-AGE-FX-IDX) DELIMITED BY SIZE
                  " valor: " DELIMITED BY SIZE
                  WS-AGE-VALOR-ED DELIMITED BY SIZE
                  " provisao " DELIMITED BY SIZE
                  WS-AGE-PERC-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO WS-AGE-LINHA
           PERFORM EMITIR-LINHA-AGING.

       EMITIR-LINHA-AGING.
           DISPLAY WS-AGE-LINHA
           WRITE AGING-ESTOQUE-LINHA FROM WS-AGE-LINHA.

       EMITIR-ETIQUETAS-GONDOLA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          EMITIR ETIQUETAS DE GONDOLA            "
           DISPLAY "================================================="
           DISPLAY "P - Um produto"
           DISPLAY "R - Itens de um pedido de compra recebido"
           DISPLAY "A - Produtos com preco alterado desde uma data"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-ETQ-MODO
           ACCEPT WS-ETQ-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-ETQ-TOTAL
           OPEN OUTPUT ETIQUETA-FILE
           EVALUATE TRUE
               WHEN ETQ-MODO-PRODUTO
                   PERFORM ETIQUETAS-PRODUTO
               WHEN ETQ-MODO-RECEBIMENTO
                   PERFORM ETIQUETAS-RECEBIMENTO
               WHEN ETQ-MODO-ALTERACAO
                   PERFORM ETIQUETAS-ALTERACAO-PRECO
               WHEN OTHER
                   DISPLAY "Opcao invalida, informe P, R ou A."
           END-EVALUATE
           CLOSE ETIQUETA-FILE
           MOVE "etiquetasGondola.txt" TO WS-RLE-ARQUIVO
           MOVE "etiquetasGondola" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Modo " DELIMITED BY SIZE
                  WS-ETQ-MODO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY WS-ETQ-TOTAL " etiqueta(s) gravada(s) em "
               "etiquetasGondola.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-COPIAS-ETIQUETA.
           DISPLAY "Copias por produto (Enter = 1): " WITH NO ADVANCING
           MOVE 0 TO WS-ETQ-COPIAS
           ACCEPT WS-ETQ-COPIAS
           IF WS-ETQ-COPIAS = 0
               MOVE 1 TO WS-ETQ-COPIAS
           END-IF.

       ETIQUETAS-PRODUTO.
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-ETQ-PRODUTO
           PERFORM LER-COPIAS-ETIQUETA
           PERFORM IMPRIMIR-ETIQUETAS-PRODUTO.

       ETIQUETAS-RECEBIMENTO.
           DISPLAY "Numero do pedido de compra: " WITH NO ADVANCING
           ACCEPT WS-ETQ-PEDIDO
           DISPLAY "Data do recebimento (AAAAMMDD, Enter = todos): "
               WITH NO ADVANCING
           MOVE 0 TO WS-ETQ-DATA-DESDE
           ACCEPT WS-ETQ-DATA-DESDE
           DISPLAY "Uma etiqueta por (U-Unidade / C-Caixa): "
               WITH NO ADVANCING
           ACCEPT WS-ETQ-EMBALAGEM
           IF NOT ETQ-POR-CAIXA
               SET ETQ-POR-UNIDADE TO TRUE
           END-IF
           MOVE "N" TO WS-ETQ-EOF
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-ETQ-AUX-STATUS = "35"
               MOVE "Y" TO WS-ETQ-EOF
           ELSE
               PERFORM LER-RECEBIMENTO-ETIQUETA
                   UNTIL WS-ETQ-EOF = "Y"
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF
           IF WS-ETQ-TOTAL = 0
               DISPLAY "Nenhum recebimento encontrado para o pedido."
           END-IF.

       LER-RECEBIMENTO-ETIQUETA.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-ETQ-EOF
               NOT AT END
                   UNSTRING RECEBIMENTO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-ETQ-REC-PEDIDO WS-ETQ-REC-SEQ
                            WS-ETQ-REC-PRODUTO WS-ETQ-REC-QTD
                            WS-ETQ-REC-PRECO WS-ETQ-REC-TAXA
                            WS-ETQ-REC-DATA
                   IF WS-ETQ-REC-PEDIDO = WS-ETQ-PEDIDO
                       AND WS-ETQ-REC-QTD > 0
                       AND (WS-ETQ-DATA-DESDE = 0
                           OR WS-ETQ-REC-DATA = WS-ETQ-DATA-DESDE)
                       PERFORM ETIQUETAS-ITEM-RECEBIDO
                   END-IF
           END-READ.

       ETIQUETAS-ITEM-RECEBIDO.
           MOVE WS-ETQ-REC-PRODUTO TO WS-ETQ-PRODUTO
           MOVE WS-ETQ-REC-QTD TO WS-ETQ-COPIAS
           IF ETQ-POR-CAIXA
               PERFORM CARREGAR-DADOS-ETIQUETA
               IF WS-ETQ-FATOR > 1
                   COMPUTE WS-ETQ-COPIAS =
                       WS-ETQ-REC-QTD / WS-ETQ-FATOR
                   IF WS-ETQ-COPIAS * WS-ETQ-FATOR < WS-ETQ-REC-QTD
                       ADD 1 TO WS-ETQ-COPIAS
                   END-IF
               END-IF
           END-IF
           PERFORM IMPRIMIR-ETIQUETAS-PRODUTO.

       ETIQUETAS-ALTERACAO-PRECO.
           DISPLAY "Alteracoes a partir de (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-ETQ-DATA-DESDE
           PERFORM LER-COPIAS-ETIQUETA
           MOVE 0 TO WS-ETQ-LISTA-COUNT
           MOVE "N" TO WS-ETQ-EOF
           OPEN INPUT HISTORICO-PRECO-FILE
           IF WS-ETQ-AUX-STATUS = "35"
               MOVE "Y" TO WS-ETQ-EOF
           ELSE
               PERFORM LER-HISTORICO-ETIQUETA UNTIL WS-ETQ-EOF = "Y"
               CLOSE HISTORICO-PRECO-FILE
           END-IF
           MOVE "N" TO WS-ETQ-EOF
           OPEN INPUT PROMOCAO-FILE
           IF WS-PRM-FILE-STATUS = "35"
               MOVE "Y" TO WS-ETQ-EOF
           ELSE
               PERFORM LER-PROMOCAO-ALTERACAO UNTIL WS-ETQ-EOF = "Y"
               CLOSE PROMOCAO-FILE
           END-IF
           IF WS-ETQ-LISTA-COUNT = 0
               DISPLAY "Nenhuma alteracao de preco desde "
                   WS-ETQ-DATA-DESDE "."
           ELSE
               PERFORM IMPRIMIR-ETIQUETA-LISTA
                   VARYING WS-ETQ-LISTA-IDX FROM 1 BY 1
                   UNTIL WS-ETQ-LISTA-IDX > WS-ETQ-LISTA-COUNT
           END-IF.

       LER-HISTORICO-ETIQUETA.
           READ HISTORICO-PRECO-FILE INTO HISTORICO-PRECO-RECORD
               AT END
                   MOVE "Y" TO WS-ETQ-EOF
               NOT AT END
                   UNSTRING HISTORICO-PRECO-DADOS DELIMITED BY ","
                       INTO WS-ETQ-HST-PRODUTO WS-ETQ-HST-ANTIGO
                            WS-ETQ-HST-NOVO WS-ETQ-HST-DATA
                   IF WS-ETQ-HST-DATA >= WS-ETQ-DATA-DESDE
                       MOVE WS-ETQ-HST-PRODUTO TO WS-ETQ-PRODUTO
                       PERFORM ADICIONAR-LISTA-ETIQUETA
                   END-IF
           END-READ.

       LER-PROMOCAO-ALTERACAO.
           READ PROMOCAO-FILE INTO PROMOCAO-RECORD
               AT END
                   MOVE "Y" TO WS-ETQ-EOF
               NOT AT END
                   UNSTRING PROMOCAO-DADOS DELIMITED BY ","
                       INTO WS-PRM-PRODUTO WS-PRM-TIPO
                            WS-PRM-VALOR-ALFA WS-ETQ-PROMO-INICIO
                            WS-ETQ-PROMO-FIM
                   IF WS-ETQ-PROMO-INICIO >= WS-ETQ-DATA-DESDE
                       AND WS-ETQ-PROMO-INICIO <= WS-ETQ-HOJE
                       AND WS-ETQ-PROMO-FIM >= WS-ETQ-HOJE
                       MOVE WS-PRM-PRODUTO TO WS-ETQ-PRODUTO
                       PERFORM ADICIONAR-LISTA-ETIQUETA
                   END-IF
           END-READ.

       ADICIONAR-LISTA-ETIQUETA.
           PERFORM PROCURAR-PRECO-IDX
               VARYING WS-ETQ-LISTA-IDX FROM 1 BY 1
               UNTIL WS-ETQ-LISTA-IDX > WS-ETQ-LISTA-COUNT
                   OR WS-ETQ-LISTA-PRODUTO(WS-ETQ-LISTA-IDX)
                       = WS-ETQ-PRODUTO
           IF WS-ETQ-LISTA-IDX > WS-ETQ-LISTA-COUNT
               AND WS-ETQ-LISTA-COUNT < 500
               ADD 1 TO WS-ETQ-LISTA-COUNT
               MOVE WS-ETQ-PRODUTO
                   TO WS-ETQ-LISTA-PRODUTO(WS-ETQ-LISTA-COUNT)
           END-IF.

       IMPRIMIR-ETIQUETA-LISTA.
           MOVE WS-ETQ-LISTA-PRODUTO(WS-ETQ-LISTA-IDX)
               TO WS-ETQ-PRODUTO
           PERFORM IMPRIMIR-ETIQUETAS-PRODUTO.

       IMPRIMIR-ETIQUETAS-PRODUTO.
           PERFORM CARREGAR-DADOS-ETIQUETA
           IF WS-ETQ-ACHADO = "N"
               DISPLAY "Produto " WS-ETQ-PRODUTO " nao cadastrado."
           ELSE
               PERFORM OBTER-PROMOCAO-ETIQUETA
               PERFORM OBTER-ENDERECO-ETIQUETA
               PERFORM GRAVAR-ETIQUETA
                   VARYING WS-ETQ-COPIA-IDX FROM 1 BY 1
                   UNTIL WS-ETQ-COPIA-IDX > WS-ETQ-COPIAS
               DISPLAY "Produto " WS-ETQ-PRODUTO " " WS-ETQ-NOME
                   " - " WS-ETQ-COPIAS " etiqueta(s)"
           END-IF.

       CARREGAR-DADOS-ETIQUETA.
           MOVE "N" TO WS-ETQ-ACHADO
           OPEN INPUT ESTOQUE-FILE
           MOVE WS-ETQ-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ETQ-ACHADO
                   MOVE ER-NOME TO WS-ETQ-NOME
                   MOVE ER-PRECO-UNIDADE TO WS-ETQ-PRECO
                   MOVE ER-UNIDADE TO WS-ETQ-UNIDADE
                   IF ER-EAN IS NUMERIC
                       MOVE ER-EAN TO WS-ETQ-EAN
                   ELSE
                       MOVE 0 TO WS-ETQ-EAN
                   END-IF
                   IF ER-FATOR-COMPRA IS NUMERIC
                       MOVE ER-FATOR-COMPRA TO WS-ETQ-FATOR
                   ELSE
                       MOVE 0 TO WS-ETQ-FATOR
                   END-IF
                   IF ER-VALIDADE IS NUMERIC
                       MOVE ER-VALIDADE TO WS-ETQ-VALIDADE
                   ELSE
                       MOVE 0 TO WS-ETQ-VALIDADE
                   END-IF
           END-READ
           CLOSE ESTOQUE-FILE.

       OBTER-PROMOCAO-ETIQUETA.
           MOVE "N" TO WS-ETQ-TEM-PROMO
           MOVE "N" TO WS-PRM-EOF
           OPEN INPUT PROMOCAO-FILE
           IF WS-PRM-FILE-STATUS = "35"
               MOVE "Y" TO WS-PRM-EOF
           ELSE
               PERFORM LER-PROMOCAO-ETIQUETA UNTIL WS-PRM-EOF = "Y"
               CLOSE PROMOCAO-FILE
           END-IF.

       LER-PROMOCAO-ETIQUETA.
           READ PROMOCAO-FILE INTO PROMOCAO-RECORD
               AT END
                   MOVE "Y" TO WS-PRM-EOF
               NOT AT END
                   IF PROMOCAO-DADOS(1:5) = WS-ETQ-PRODUTO
                       UNSTRING PROMOCAO-DADOS DELIMITED BY ","
                           INTO WS-PRM-PRODUTO WS-PRM-TIPO
                                WS-PRM-VALOR-ALFA WS-ETQ-PROMO-INICIO
                                WS-ETQ-PROMO-FIM
                       IF WS-ETQ-PROMO-INICIO <= WS-ETQ-HOJE
                           AND WS-ETQ-PROMO-FIM >= WS-ETQ-HOJE
                           AND WS-PRM-VALOR-ALFA IS NUMERIC
                           PERFORM CALCULAR-PRECO-PROMO-ETIQUETA
                       END-IF
                   END-IF
           END-READ.

       CALCULAR-PRECO-PROMO-ETIQUETA.
           IF WS-PRM-TIPO = "P"
               MOVE WS-PRM-VALOR-NUM TO WS-ETQ-PRECO-PROMO
               MOVE "Y" TO WS-ETQ-TEM-PROMO
           ELSE
               IF WS-PRM-VALOR-NUM < 100
                   COMPUTE WS-ETQ-PRECO-PROMO ROUNDED =
                       WS-ETQ-PRECO * (100 - WS-PRM-VALOR-NUM) / 100
                   MOVE "Y" TO WS-ETQ-TEM-PROMO
               END-IF
           END-IF.

       OBTER-ENDERECO-ETIQUETA.
           MOVE SPACES TO WS-ETQ-ENDERECO
           MOVE 99 TO WS-ETQ-ENDERECO-DEP
           MOVE "N" TO WS-LOC-EOF
           OPEN INPUT LOCALIZACAO-FILE
           IF WS-LOC-FILE-STATUS = "35"
               MOVE "Y" TO WS-LOC-EOF
           ELSE
               PERFORM LER-ENDERECO-ETIQUETA UNTIL WS-LOC-EOF = "Y"
               CLOSE LOCALIZACAO-FILE
           END-IF.

       LER-ENDERECO-ETIQUETA.
           READ LOCALIZACAO-FILE INTO LOCALIZACAO-RECORD
               AT END
                   MOVE "Y" TO WS-LOC-EOF
               NOT AT END
                   IF LOCALIZACAO-DADOS(1:5) = WS-ETQ-PRODUTO
                       UNSTRING LOCALIZACAO-DADOS DELIMITED BY ","
                           INTO WS-LOC-PRODUTO WS-LOC-DEPOSITO
                                WS-LOC-RUA WS-LOC-ESTANTE WS-LOC-NIVEL
                       IF WS-LOC-DEPOSITO < WS-ETQ-ENDERECO-DEP
                           MOVE WS-LOC-DEPOSITO TO WS-ETQ-ENDERECO-DEP
                           MOVE SPACES TO WS-ETQ-ENDERECO
                           STRING "D" DELIMITED BY SIZE
                                  WS-LOC-DEPOSITO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-LOC-RUA DELIMITED BY SPACE
                                  "-" DELIMITED BY SIZE
                                  WS-LOC-ESTANTE DELIMITED BY SPACE
                                  "-" DELIMITED BY SIZE
                                  WS-LOC-NIVEL DELIMITED BY SPACE
                                  INTO WS-ETQ-ENDERECO
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-ETIQUETA.
           MOVE "+" TO WS-ETQ-LINHA
           MOVE ALL "-" TO WS-ETQ-LINHA(2:40)
           MOVE "+" TO WS-ETQ-LINHA(42:1)
           WRITE ETIQUETA-LINHA FROM WS-ETQ-LINHA
           MOVE SPACES TO WS-ETQ-LINHA
           MOVE WS-ETQ-NOME TO WS-ETQ-LINHA(3:38)
           PERFORM GRAVAR-LINHA-ETIQUETA
           MOVE SPACES TO WS-ETQ-LINHA
           STRING "EAN " DELIMITED BY SIZE
                  WS-ETQ-EAN DELIMITED BY SIZE
                  "   UN " DELIMITED BY SIZE
                  WS-ETQ-UNIDADE DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA(3:38)
           PERFORM GRAVAR-LINHA-ETIQUETA
           MOVE WS-ETQ-PRECO TO WS-ETQ-PRECO-ED
           STRING "PRECO R$ " DELIMITED BY SIZE
                  WS-ETQ-PRECO-ED DELIMITED BY SIZE
                  INTO WS-ETQ-LINHA(3:38)
           PERFORM GRAVAR-LINHA-ETIQUETA
           IF WS-ETQ-TEM-PROMO = "Y"
               MOVE WS-ETQ-PRECO-PROMO TO WS-ETQ-PRECO-ED
               STRING "OFERTA R$" DELIMITED BY SIZE
                      WS-ETQ-PRECO-ED DELIMITED BY SIZE
                      " ATE " DELIMITED BY SIZE
                      WS-ETQ-PROMO-FIM DELIMITED BY SIZE
                      INTO WS-ETQ-LINHA(3:38)
           END-IF
           PERFORM GRAVAR-LINHA-ETIQUETA
           IF WS-ETQ-VALIDADE > 0
               STRING "VAL " DELIMITED BY SIZE
                      WS-ETQ-VALIDADE DELIMITED BY SIZE
                      INTO WS-ETQ-LINHA(3:12)
           END-IF
           MOVE WS-ETQ-ENDERECO TO WS-ETQ-LINHA(17:20)
           PERFORM GRAVAR-LINHA-ETIQUETA
           MOVE "+" TO WS-ETQ-LINHA
           MOVE ALL "-" TO WS-ETQ-LINHA(2:40)
           MOVE "+" TO WS-ETQ-LINHA(42:1)
           WRITE ETIQUETA-LINHA FROM WS-ETQ-LINHA
           MOVE SPACES TO WS-ETQ-LINHA
           WRITE ETIQUETA-LINHA FROM WS-ETQ-LINHA
           ADD 1 TO WS-ETQ-TOTAL.

       GRAVAR-LINHA-ETIQUETA.
           MOVE "|" TO WS-ETQ-LINHA(1:1)
           MOVE "|" TO WS-ETQ-LINHA(42:1)
           WRITE ETIQUETA-LINHA FROM WS-ETQ-LINHA
           MOVE SPACES TO WS-ETQ-LINHA.

       MANUTENCAO-PESO-VOLUME.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     PESO BRUTO E VOLUME DO PRODUTO (CARGA)      "
           DISPLAY "================================================="
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-CODIGO-PRODUTO
           OPEN I-O ESTOQUE-FILE
           MOVE WS-CODIGO-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Produto nao cadastrado."
               NOT INVALID KEY
                   MOVE ESTOQUE-DADOS TO WS-AUD-ANTES
                   MOVE 0 TO WS-PVL-PESO
                   MOVE 0 TO WS-PVL-VOLUME
                   IF ER-PESO-BRUTO IS NUMERIC
                       MOVE ER-PESO-BRUTO TO WS-PVL-PESO
                   END-IF
                   IF ER-VOLUME IS NUMERIC
                       MOVE ER-VOLUME TO WS-PVL-VOLUME
                   END-IF
                   DISPLAY ER-NOME
                   DISPLAY "Peso bruto atual (kg): " WS-PVL-PESO
                   DISPLAY "Volume atual (litros): " WS-PVL-VOLUME
                   MOVE "N" TO WS-PVL-VALIDO
                   PERFORM LER-PESO-PRODUTO UNTIL WS-PVL-VALIDO = "Y"
                   MOVE "N" TO WS-PVL-VALIDO
                   PERFORM LER-VOLUME-PRODUTO
                       UNTIL WS-PVL-VALIDO = "Y"
                   MOVE WS-PVL-PESO TO ER-PESO-BRUTO
                   MOVE WS-PVL-VOLUME TO ER-VOLUME
                   PERFORM CARIMBAR-MANUTENCAO-ESTOQUE
                   REWRITE ESTOQUE-RECORD
                   MOVE "gestaoEstoque" TO WS-AUD-PROGRAMA
                   MOVE "PESOVOLUME" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE WS-CODIGO-PRODUTO TO WS-AUD-CHAVE(1:5)
                   MOVE ESTOQUE-DADOS TO WS-AUD-DEPOIS
                   CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                       WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES
                       WS-AUD-DEPOIS
                   DISPLAY "Cadastro atualizado."
           END-READ
           CLOSE ESTOQUE-FILE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-PESO-PRODUTO.
           DISPLAY "Peso bruto por unidade em kg "
               "(999V9, Enter = mantem): " WITH NO ADVANCING
           MOVE SPACES TO WS-PVL-ENTRADA
           ACCEPT WS-PVL-ENTRADA
           IF WS-PVL-ENTRADA = SPACES
               MOVE "Y" TO WS-PVL-VALIDO
           ELSE
               IF WS-PVL-ENTRADA IS NUMERIC
                   MOVE WS-PVL-ENTRADA-NUM TO WS-PVL-PESO
                   MOVE "Y" TO WS-PVL-VALIDO
               ELSE
                   DISPLAY "Entrada invalida, digite somente numeros."
               END-IF
           END-IF.

       LER-VOLUME-PRODUTO.
           DISPLAY "Volume por unidade em litros "
               "(999V9, Enter = mantem): " WITH NO ADVANCING
           MOVE SPACES TO WS-PVL-ENTRADA
           ACCEPT WS-PVL-ENTRADA
           IF WS-PVL-ENTRADA = SPACES
               MOVE "Y" TO WS-PVL-VALIDO
           ELSE
               IF WS-PVL-ENTRADA IS NUMERIC
                   MOVE WS-PVL-ENTRADA-NUM TO WS-PVL-VOLUME
                   MOVE "Y" TO WS-PVL-VALIDO
               ELSE
                   DISPLAY "Entrada invalida, digite somente numeros."
               END-IF
           END-IF.

       CARIMBAR-MANUTENCAO-ESTOQUE.
           ACCEPT ER-DATA-MANUTENCAO FROM DATE YYYYMMDD
           MOVE "U" TO ER-ULT-ACAO.
           DISPLAY "Retornando ao menu principal..."
           MOVE 9 TO WS-OPTION.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoEstoque" TO WS-RLE-PROGRAMA
           MOVE "2" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

               SELECT DOC-DEVOLUCAO-FILE
                   ASSIGN TO "documentoDevolucaoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ABATIMENTO-PAGAR-FILE
                   ASSIGN TO "dadosAbatimentoPagar.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ABT-FILE-STATUS.
               SELECT CONTRATO-FILE
                   ASSIGN TO "dadosContratoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT LOC-TEMP-FILE
                   ASSIGN TO "localizacaoTemp.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BACKORDER-FILE
                   ASSIGN TO "dadosBackorder.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BKO-CHAVE
                   FILE STATUS IS WS-BKO-FILE-STATUS.
               SELECT PEDIDO-VENDA-FILE
                   ASSIGN TO "dadosPedidoVenda.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEDVEN-NUMERO-CHAVE
                   FILE STATUS IS WS-PVD-FILE-STATUS.
               SELECT PEDIDO-VENDA-ITEM-FILE
                   ASSIGN TO "dadosPedidoVendaItem.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PVI-CHAVE
                   FILE STATUS IS WS-PVD-FILE-STATUS.
               SELECT PV-PRONTO-FILE
                   ASSIGN TO "relatorioPedidosVendaProntos.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PVD-FILE-STATUS.
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
               SELECT MOEDA-FILE
                   ASSIGN TO "dadosMoeda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOE-FILE-STATUS.
               SELECT TAXA-CAMBIO-FILE
                   ASSIGN TO "dadosTaxaCambio.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MOE-FILE-STATUS.
               SELECT PEDIDO-MOEDA-FILE
                   ASSIGN TO "dadosPedidoMoeda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMO-FILE-STATUS.
               SELECT TITULO-MOEDA-FILE
                   ASSIGN TO "dadosTituloMoeda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PMO-FILE-STATUS.
               SELECT REQUISICAO-FILE
                   ASSIGN TO "dadosRequisicaoCompra.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REQUISICAO-CHAVE
                   FILE STATUS IS WS-RQC-FILE-STATUS.
               SELECT RECEBIMENTO-COMPRA-FILE
                   ASSIGN TO "dadosRecebimentoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFC-FILE-STATUS.
               SELECT NOTA-FORNECEDOR-FILE
                   ASSIGN TO "dadosNotaFornecedor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFC-FILE-STATUS.
               SELECT NOTA-IMPORTACAO-FILE
                   ASSIGN TO "notaFiscalFornecedor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFC-FILE-STATUS.
               SELECT DIVERGENCIA-NOTA-FILE
                   ASSIGN TO "dadosDivergenciaNota.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFC-FILE-STATUS.
               SELECT DIVERGENCIA-TEMP-FILE
                   ASSIGN TO "dadosDivergenciaNotaTemp.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NFC-FILE-STATUS.
               SELECT PRODUTO-FORNECEDOR-FILE
                   ASSIGN TO "dadosProdutoFornecedor.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XRF-FILE-STATUS.
               SELECT ERRO-IMPORTACAO-FILE
                   ASSIGN TO "errosImportacaoPedido.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT PEDIDO-DOC-FILE
                   ASSIGN TO WS-DPC-NOME-ARQUIVO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DPC-FILE-STATUS.
               SELECT ENVIO-PEDIDO-FILE
                   ASSIGN TO "dadosEnvioPedidoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DPC-FILE-STATUS.
               SELECT REIMPRESSAO-PEDIDO-FILE
                   ASSIGN TO "reimpressaoPedidoCompra.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT FILIAL-FILE
                   ASSIGN TO "dadosFilial.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DPC-FILE-STATUS.
               SELECT RNC-FILE
                   ASSIGN TO "dadosNaoConformidade.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RNC-FILE-STATUS.
               SELECT DEVOLUCAO-VENDA-FILE
                   ASSIGN TO "dadosDevolucaoVenda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RNC-AUX-STATUS.
               SELECT RMA-FILE ASSIGN TO "dadosRma.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RMA-NUMERO-CHAVE
                   FILE STATUS IS WS-RNC-AUX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DOC-DEVOLUCAO-FILE.
       01 DOC-DEVOLUCAO-LINHA PIC X(80).

       FD ABATIMENTO-PAGAR-FILE.
       01 ABATIMENTO-PAGAR-RECORD.
           05 ABATIMENTO-PAGAR-DADOS PIC X(60).

       FD CONTRATO-FILE.
       01 CONTRATO-RECORD.
           05 CONTRATO-DADOS PIC X(60).
       FD LOC-TEMP-FILE.
       01 LOC-TEMP-LINHA PIC X(40).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BACKORDER-DADOS PIC X(80).
       01 BACKORDER-RECORD-CHAVE REDEFINES BACKORDER-RECORD.
           05 BKO-CHAVE.
               10 BKO-PEDIDO-CHAVE  PIC 9(6).
               10 FILLER            PIC X.
               10 BKO-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(68).

       FD PEDIDO-VENDA-FILE.
       01 PEDIDO-VENDA-RECORD.
           05 PEDIDO-VENDA-DADOS PIC X(100).
       01 PEDIDO-VENDA-RECORD-CHAVE REDEFINES PEDIDO-VENDA-RECORD.
           05 PEDVEN-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD PEDIDO-VENDA-ITEM-FILE.
       01 PEDIDO-VENDA-ITEM-RECORD.
           05 PEDIDO-VENDA-ITEM-DADOS PIC X(100).
       01 PEDIDO-VENDA-ITEM-RECORD-CHAVE
           REDEFINES PEDIDO-VENDA-ITEM-RECORD.
           05 PVI-CHAVE.
               10 PVI-NUMERO-CHAVE  PIC 9(6).
               10 FILLER            PIC X.
               10 PVI-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(88).

       FD PV-PRONTO-FILE.
       01 PV-PRONTO-LINHA PIC X(80).

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

       FD MOEDA-FILE.
       01 MOEDA-RECORD.
           05 MOEDA-DADOS PIC X(40).

       FD TAXA-CAMBIO-FILE.
       01 TAXA-CAMBIO-RECORD.
           05 TAXA-CAMBIO-DADOS PIC X(30).

       FD PEDIDO-MOEDA-FILE.
       01 PEDIDO-MOEDA-RECORD.
           05 PEDIDO-MOEDA-DADOS PIC X(40).

       FD TITULO-MOEDA-FILE.
       01 TITULO-MOEDA-RECORD.
           05 TITULO-MOEDA-DADOS PIC X(60).

       FD REQUISICAO-FILE.
       01 REQUISICAO-RECORD.
           05 REQUISICAO-DADOS PIC X(200).
       01 REQUISICAO-RECORD-CHAVE REDEFINES REQUISICAO-RECORD.
           05 REQUISICAO-CHAVE.
               10 REQUISICAO-NUMERO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 REQUISICAO-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(191).

       FD RECEBIMENTO-COMPRA-FILE.
       01 RECEBIMENTO-COMPRA-RECORD.
           05 RECEBIMENTO-COMPRA-DADOS PIC X(80).

       FD NOTA-FORNECEDOR-FILE.
       01 NOTA-FORNECEDOR-RECORD.
           05 NOTA-FORNECEDOR-DADOS PIC X(80).

       FD NOTA-IMPORTACAO-FILE.
       01 NOTA-IMPORTACAO-RECORD.
           05 NOTA-IMPORTACAO-DADOS PIC X(80).

       FD DIVERGENCIA-NOTA-FILE.
       01 DIVERGENCIA-NOTA-RECORD.
           05 DIVERGENCIA-NOTA-DADOS PIC X(100).

       FD DIVERGENCIA-TEMP-FILE.
       01 DIVERGENCIA-TEMP-LINHA PIC X(100).

       FD PRODUTO-FORNECEDOR-FILE.
       01 PRODUTO-FORNECEDOR-RECORD.
           05 PRODUTO-FORNECEDOR-DADOS PIC X(40).

       FD ERRO-IMPORTACAO-FILE.
       01 ERRO-IMPORTACAO-RECORD.
           05 ERRO-IMPORTACAO-DADOS PIC X(150).

       FD PEDIDO-DOC-FILE.
       01 PEDIDO-DOC-LINHA PIC X(100).

       FD ENVIO-PEDIDO-FILE.
       01 ENVIO-PEDIDO-RECORD.
           05 ENVIO-PEDIDO-DADOS PIC X(120).

       FD REIMPRESSAO-PEDIDO-FILE.
       01 REIMPRESSAO-PEDIDO-LINHA PIC X(100).

       FD FILIAL-FILE.
       01 FILIAL-RECORD.
           05 FILIAL-DADOS PIC X(60).

       FD RNC-FILE.
       01 RNC-RECORD.
           05 RNC-DADOS PIC X(200).

       FD DEVOLUCAO-VENDA-FILE.
       01 DEVOLUCAO-VENDA-RECORD.
           05 DEVOLUCAO-VENDA-DADOS PIC X(50).

       FD RMA-FILE.
       01 RMA-RECORD.
           05 RMA-DADOS PIC X(200).
       01 RMA-RECORD-CHAVE REDEFINES RMA-RECORD.
           05 RMA-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(194).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 99 VALUE 0.
       01 PEDIDO.
       01 WS-TIT-PAG-SEQ        PIC 9(2).
       01 WS-TIT-PAG-PEDIDO     PIC 9(6).
       01 WS-TIT-PAG-VENC       PIC 9(8).
       01 WS-TIT-PAG-EMISSAO    PIC 9(8).
       01 WS-TIT-PAG-VENC-INT   PIC 9(8).
       01 WS-TIT-PAG-FORNECEDOR PIC 9(6).
       01 WS-TIT-PAG-SEQ-LIDO   PIC 9(2).
           PIC 9(9)V99.
       01 WS-TIT-REG-STATUS     PIC X.
       01 WS-TIT-REG-BAIXA      PIC 9(8).
       01 WS-TIT-REG-CATEGORIA  PIC X(3).
       01 WS-TIT-REG-DOCUMENTO  PIC X(15).
       01 WS-TIT-REG-EMISSAO    PIC X(8).
       01 WS-ABT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ABT-DATA           PIC 9(8).
       01 WS-ABT-TIPO           PIC X.
       01 WS-ABT-VALOR-ALFA     PIC X(11).
       01 WS-ABT-VALOR REDEFINES WS-ABT-VALOR-ALFA PIC 9(9)V99.
       01 WS-CTR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CTR-ACAO           PIC X.
       01 WS-CTR-EOF            PIC X VALUE "N".
       01 WS-CTR-PRECO-NUM REDEFINES WS-CTR-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-CTR-PRECO          PIC 9(7)V99.
       01 WS-CTR-TOLER-ALFA     PIC X(05).
       01 WS-CTR-TOLER-NUM REDEFINES WS-CTR-TOLER-ALFA
           PIC 9(3)V99.
       01 WS-CTR-TOLERANCIA     PIC 9(3)V99.
       01 WS-CTR-VIG-INI        PIC 9(8).
       01 WS-CTR-VIG-FIM        PIC 9(8).
       01 WS-CTR-VOLUME-ALFA    PIC X(7).
       01 WS-CST-ATUAL          PIC 9(7)V99.
       01 WS-CST-NOVO           PIC 9(7)V99.
       01 WS-CST-QTD-ANTERIOR   PIC 9(7).
       01 WS-BKO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BKO-EOF            PIC X VALUE "N".
       01 WS-BKO-ABERTOS        PIC 9(3) VALUE 0.
       01 WS-BKO-HOJE           PIC 9(8).
       01 WS-BKO-REG-PEDIDO     PIC 9(6).
       01 WS-BKO-REG-PRODUTO    PIC 9(5).
       01 WS-BKO-REG-CLIENTE    PIC 9(5).
       01 WS-BKO-REG-DATA       PIC 9(8).
       01 WS-BKO-REG-QTD        PIC 9(5).
       01 WS-BKO-REG-ALOCADA    PIC 9(5).
       01 WS-BKO-REG-PRECO      PIC X(09).
       01 WS-BKO-REG-STATUS     PIC X.
           88 BKO-ABERTO            VALUE "A".
       01 WS-BKO-REG-DATA-ATEND PIC 9(8).
       01 WS-BKO-PENDENTE       PIC 9(5).
       01 WS-BKO-DIAS-RESERVA   PIC 9(3) VALUE 7.
       01 WS-BKO-NOVA-VALIDADE  PIC 9(8).
       01 WS-BKO-DATA-INT       PIC 9(8).
       01 WS-BKA-SALDO          PIC 9(7).
       01 WS-BKA-ALOCAR         PIC 9(5).
       01 WS-BKA-FIM            PIC X VALUE "N".
       01 WS-BKA-ESCOLHIDO      PIC 9(3) VALUE 0.
       01 WS-BKA-COUNT          PIC 9(3) VALUE 0.
       01 WS-BKA-IDX            PIC 9(3) VALUE 0.
       01 WS-BKA-TABLE.
           05 WS-BKA-ENTRY OCCURS 100 TIMES.
               10 WS-BKA-PEDIDO      PIC 9(6).
               10 WS-BKA-DATA        PIC 9(8).
               10 WS-BKA-PENDENTE    PIC 9(5).
               10 WS-BKA-TRATADO     PIC X.
       01 WS-BKP-COUNT          PIC 9(3) VALUE 0.
       01 WS-BKP-IDX            PIC 9(3) VALUE 0.
       01 WS-BKP-PRONTOS        PIC 9(3) VALUE 0.
       01 WS-BKP-TABLE.
           05 WS-BKP-PEDIDO OCCURS 100 TIMES PIC 9(6).
       01 WS-PVD-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PVD-ACHADO         PIC X VALUE "N".
       01 WS-PVD-NUMERO         PIC 9(6).
       01 WS-PVD-DATA           PIC 9(8).
       01 WS-PVD-CLIENTE        PIC 9(5).
       01 WS-PVD-VALIDADE       PIC 9(8).
       01 WS-PVD-STATUS         PIC X.
           88 PVD-ABERTO            VALUE "A".
       01 WS-PVD-VENDEDOR       PIC 9(5).
       01 WS-PVD-ITEM-NUMERO    PIC 9(6).
       01 WS-PVD-ITEM-PRODUTO   PIC 9(5).
       01 WS-PVD-ITEM-QTD       PIC 9(5).
       01 WS-PVD-ITEM-PRECO     PIC X(09).
       01 WS-NSR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-NSR-SERIALIZADO    PIC X VALUE "N".
       01 WS-NSR-CAPTURADOS     PIC 9(7) VALUE 0.
       01 WS-NSR-SEQ            PIC 9(7) VALUE 0.
       01 WS-NSR-SERIE          PIC X(20).
       01 WS-NSR-HOJE           PIC 9(8).
       01 WS-MOE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-MOE-ACAO           PIC X.
       01 WS-MOE-EOF            PIC X VALUE "N".
       01 WS-MOE-ACHADA         PIC X VALUE "N".
       01 WS-MOE-VALIDA         PIC X VALUE "N".
       01 WS-MOE-CODIGO         PIC X(3).
       01 WS-MOE-DESCRICAO      PIC X(20).
       01 WS-MOE-LIDA           PIC X(3).
       01 WS-MOE-DESC-LIDA      PIC X(20).
       01 WS-MOE-DATA           PIC 9(8).
       01 WS-MOE-ENTRADA-DATA   PIC X(8).
       01 WS-MOE-TAXA-ALFA      PIC X(9).
       01 WS-MOE-TAXA-NUM REDEFINES WS-MOE-TAXA-ALFA
           PIC 9(3)V9(6).
       01 WS-MOE-QTD            PIC 9(5) VALUE 0.
       01 WS-PED-MOEDA          PIC X(3) VALUE "BRL".
       01 WS-PED-TAXA           PIC 9(3)V9(6) VALUE 1.
       01 WS-PED-VALOR-MOEDA    PIC 9(9)V99 VALUE 0.
       01 WS-CMB-MOEDA          PIC X(3).
       01 WS-CMB-DATA           PIC 9(8).
       01 WS-CMB-TAXA           PIC 9(3)V9(6).
       01 WS-CMB-ACHADO         PIC X.
       01 WS-PMO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PMO-EOF            PIC X VALUE "N".
       01 WS-PMO-PEDIDO         PIC 9(6).
       01 WS-PMO-MOEDA          PIC X(3).
       01 WS-PMO-TAXA-ALFA      PIC X(9).
       01 WS-PMO-TAXA-NUM REDEFINES WS-PMO-TAXA-ALFA
           PIC 9(3)V9(6).
       01 WS-PMO-BUSCA          PIC 9(6).
       01 WS-PMO-TAXA-ITEM      PIC 9(3)V9(6).
       01 WS-PMO-COUNT          PIC 9(3) VALUE 0.
       01 WS-PMO-IDX            PIC 9(3) VALUE 0.
       01 WS-PMO-TABLE.
           05 WS-PMO-ENTRY OCCURS 300 TIMES.
               10 WS-PMO-T-PEDIDO    PIC 9(6).
               10 WS-PMO-T-MOEDA     PIC X(3).
               10 WS-PMO-T-TAXA      PIC 9(3)V9(6).
       01 WS-RQC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RQC-EOF            PIC X VALUE "N".
       01 WS-RQC-NUMERO         PIC 9(6).
       01 WS-RQC-SEQ            PIC 9(2).
       01 WS-RQC-DATA           PIC 9(8).
       01 WS-RQC-SOLICITANTE    PIC X(10).
       01 WS-RQC-DEPARTAMENTO   PIC 9(3).
       01 WS-RQC-TIPO           PIC X.
       01 WS-RQC-PRODUTO        PIC 9(5).
       01 WS-RQC-DESCRICAO      PIC X(30).
       01 WS-RQC-QUANTIDADE     PIC 9(5).
       01 WS-RQC-NECESSIDADE    PIC 9(8).
       01 WS-RQC-JUSTIFICATIVA  PIC X(40).
       01 WS-RQC-STATUS         PIC X.
       01 WS-RQC-APROVADOR      PIC X(10).
       01 WS-RQC-DATA-DECISAO   PIC 9(8).
       01 WS-RQC-DESTINO-TIPO   PIC X.
       01 WS-RQC-DESTINO-NUMERO PIC 9(6).
       01 WS-NFC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-NFC-EOF            PIC X VALUE "N".
       01 WS-NFC-PEDIDO         PIC 9(6).
       01 WS-NFC-SEQ            PIC 9(2).
       01 WS-NFC-NOTA           PIC X(10).
       01 WS-NFC-FORMA          PIC X.
       01 WS-NFC-HOJE           PIC 9(8).
       01 WS-NFC-TOLERANCIA     PIC 9(3)V99 VALUE 1.
       01 WS-NFC-TOL-ITEM       PIC 9(3)V99.
       01 WS-NFC-LIMITE         PIC 9(7)V99.
       01 WS-NFC-DIFERENCA      PIC 9(7)V99.
       01 WS-NFC-DIVERGENCIAS   PIC 9(3) VALUE 0.
       01 WS-NFC-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-NFC-ABATIDO        PIC 9(11)V99 VALUE 0.
       01 WS-NFC-TAXA           PIC 9(3)V9(6).
       01 WS-NFC-JA-REGISTRADA  PIC X VALUE "N".
       01 WS-NFC-TITULO-ACHADO  PIC X VALUE "N".
       01 WS-NFC-ENTRADA-QTD    PIC X(05).
       01 WS-NFC-ENTRADA-PRECO  PIC X(09).
       01 WS-NFC-ENTRADA-PRECO-NUM REDEFINES WS-NFC-ENTRADA-PRECO
           PIC 9(7)V99.
       01 WS-NFC-REG-PEDIDO     PIC 9(6).
       01 WS-NFC-REG-SEQ        PIC 9(2).
       01 WS-NFC-REG-FORN       PIC 9(6).
       01 WS-NFC-REG-NOTA       PIC X(10).
       01 WS-NFC-REG-PRODUTO    PIC 9(5).
       01 WS-NFC-REG-QTD        PIC 9(5).
       01 WS-NFC-REG-PRECO-ALFA PIC X(09).
       01 WS-NFC-REG-PRECO-NUM REDEFINES WS-NFC-REG-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-NFC-REG-TAXA-ALFA  PIC X(09).
       01 WS-NFC-REG-TAXA-NUM REDEFINES WS-NFC-REG-TAXA-ALFA
           PIC 9(3)V9(6).
       01 WS-NFC-REG-DATA       PIC 9(8).
       01 WS-NFR-COUNT          PIC 9(3) VALUE 0.
       01 WS-NFR-IDX            PIC 9(3) VALUE 0.
       01 WS-NFR-TABLE.
           05 WS-NFR-ENTRY OCCURS 100 TIMES.
               10 WS-NFR-PRODUTO     PIC 9(5).
               10 WS-NFR-QTD         PIC 9(5).
               10 WS-NFR-PRECO       PIC 9(7)V99.
               10 WS-NFR-TAXA        PIC 9(3)V9(6).
               10 WS-NFR-RESOLUCAO   PIC X.
       01 WS-NFN-COUNT          PIC 9(3) VALUE 0.
       01 WS-NFN-IDX            PIC 9(3) VALUE 0.
       01 WS-NFN-TABLE.
           05 WS-NFN-ENTRY OCCURS 100 TIMES.
               10 WS-NFN-PRODUTO     PIC 9(5).
               10 WS-NFN-QTD         PIC 9(5).
               10 WS-NFN-PRECO       PIC 9(7)V99.
               10 WS-NFN-CASADO      PIC X.
               10 WS-NFN-RESOLUCAO   PIC X.
       01 WS-DVG-COUNT          PIC 9(3) VALUE 0.
       01 WS-DVG-IDX            PIC 9(3) VALUE 0.
       01 WS-DVG-ESCOLHA        PIC 9(3) VALUE 0.
       01 WS-DVG-ABERTAS        PIC 9(3) VALUE 0.
       01 WS-DVG-EXCEDENTE      PIC 9(5) VALUE 0.
       01 WS-DVG-LIDAS          PIC 9(7) VALUE 0.
       01 WS-DVG-EOF            PIC X VALUE "N".
       01 WS-DVG-REGISTRO       PIC X(100).
       01 WS-DVG-TABLE.
           05 WS-DVG-ENTRY OCCURS 300 TIMES.
               10 WS-DVG-LINHA      PIC X(100).
               10 WS-DVG-POSICAO    PIC 9(7).
       01 WS-DVG-PEDIDO         PIC 9(6).
       01 WS-DVG-SEQ            PIC 9(2).
       01 WS-DVG-NOTA           PIC X(10).
       01 WS-DVG-PRODUTO        PIC 9(5).
       01 WS-DVG-TIPO           PIC X.
           88 DVG-SEM-NOTA          VALUE "N".
           88 DVG-QUANTIDADE        VALUE "Q".
           88 DVG-PRECO             VALUE "P".
           88 DVG-NAO-RECEBIDO      VALUE "X".
       01 WS-DVG-QTD-RECEBIDA   PIC 9(5).
       01 WS-DVG-QTD-NOTA       PIC 9(5).
       01 WS-DVG-PRECO-PED-ALFA PIC X(09).
       01 WS-DVG-PRECO-PED-NUM REDEFINES WS-DVG-PRECO-PED-ALFA
           PIC 9(7)V99.
       01 WS-DVG-PRECO-NF-ALFA  PIC X(09).
       01 WS-DVG-PRECO-NF-NUM REDEFINES WS-DVG-PRECO-NF-ALFA
           PIC 9(7)V99.
       01 WS-DVG-STATUS         PIC X.
           88 DVG-ABERTA            VALUE "A".
       01 WS-DVG-DATA           PIC 9(8).
       01 WS-DVG-LOGIN          PIC X(10).
       01 WS-DVG-ACAO           PIC X.
       01 WS-DVC-PRODUTO-FIXO   PIC X VALUE "N".
       01 WS-DVC-SEQ-ALVO       PIC 9(2) VALUE 0.
       01 WS-DVG-DESCRICAO      PIC X(14).
       01 WS-NFC-ITEM-CONSTA    PIC X.
       01 WS-NFC-LINHA          PIC 9(5) VALUE 0.
       01 WS-NFC-MOTIVO         PIC X(40).
       01 WS-XRF-FILE-STATUS    PIC XX VALUE "00".
       01 WS-XRF-EOF            PIC X VALUE "N".
       01 WS-XRF-ACAO           PIC X.
       01 WS-XRF-FORNECEDOR     PIC 9(6).
       01 WS-XRF-ENTRADA        PIC X(15).
       01 WS-XRF-CODIGO-FORN    PIC X(15).
       01 WS-XRF-PRODUTO        PIC 9(5).
       01 WS-XRF-EMBALAGEM      PIC 9(5).
       01 WS-XRF-ACHADO         PIC X VALUE "N".
       01 WS-XRF-FORN-COM-CODIGO PIC X VALUE "N".
       01 WS-XRF-TAM            PIC 9(2).
       01 WS-XRF-QTD-EMB        PIC 9(5).
       01 WS-XRF-REMOVIDOS      PIC 9(3) VALUE 0.
       01 WS-XRF-REG-FORN       PIC 9(6).
       01 WS-XRF-REG-CODIGO     PIC X(15).
       01 WS-XRF-REG-PRODUTO    PIC 9(5).
       01 WS-XRF-REG-EMBALAGEM  PIC 9(5).
       01 WS-XRF-COUNT          PIC 9(3) VALUE 0.
       01 WS-XRF-IDX            PIC 9(3) VALUE 0.
       01 WS-XRF-TABLE.
           05 WS-XRF-LINHA OCCURS 500 TIMES PIC X(40).
       01 WS-DPC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DPC-NOME-ARQUIVO   PIC X(60).
       01 WS-DPC-EOF            PIC X VALUE "N".
       01 WS-DPC-TIPO           PIC X VALUE "E".
           88 DPC-ENVIO         VALUE "E".
           88 DPC-REIMPRESSAO   VALUE "R".
       01 WS-DPC-NUMERO         PIC 9(6).
       01 WS-DPC-ACHADO         PIC X VALUE "N".
       01 WS-DPC-ENVIADO        PIC X VALUE "N".
       01 WS-DPC-DATA           PIC 9(8).
       01 WS-DPC-HORA           PIC 9(8).
       01 WS-DPC-DEPOSITO       PIC 9(2) VALUE 1.
       01 WS-DPC-ENTRADA-DEP    PIC X(2).
       01 WS-DPC-FIL-CODIGO     PIC X(2).
       01 WS-DPC-FIL-NOME       PIC X(30).
       01 WS-DPC-FIL-CIDADE     PIC X(20).
       01 WS-DPC-FORN-RAZAO     PIC X(30).
       01 WS-DPC-FORN-CNPJ      PIC 9(14).
       01 WS-DPC-DESCRICAO      PIC X(30).
       01 WS-DPC-UNIDADE        PIC X(3).
       01 WS-DPC-COD-FORN       PIC X(15).
       01 WS-DPC-ITENS          PIC 9(3) VALUE 0.
       01 WS-DPC-VALOR-ITEM     PIC 9(9)V99.
       01 WS-DPC-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-DPC-QTD-ED         PIC ZZZZ9.
       01 WS-DPC-EMB-ED         PIC ZZZZ9.
       01 WS-DPC-PACOTES-ED     PIC ZZZZ9.
       01 WS-DPC-PRECO-ED       PIC Z(6)9.99.
       01 WS-DPC-VALOR-ED       PIC Z(8)9.99.
       01 WS-DPC-REG-PEDIDO     PIC 9(6).
       01 WS-DPC-REG-TIPO       PIC X.
       01 WS-DPC-REG-DATA       PIC 9(8).
       01 WS-DPC-REG-HORA       PIC 9(8).
       01 WS-DPC-REG-LOGIN      PIC X(10).
       01 WS-DPC-REG-DEPOSITO   PIC 9(2).
       01 WS-DPC-REG-ARQUIVO    PIC X(60).
       01 WS-DPC-ARQ-ENVIADO    PIC X(60).
       01 WS-DPC-DEP-ENVIADO    PIC 9(2).
       01 WS-RNC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RNC-AUX-STATUS     PIC XX VALUE "00".
       01 WS-RNC-EOF            PIC X VALUE "N".
       01 WS-RNC-ACAO           PIC X.
       01 WS-RNC-OK             PIC X VALUE "N".
       01 WS-RNC-ACHADA         PIC X VALUE "N".
       01 WS-RNC-RESPOSTA       PIC X.
       01 WS-RNC-HOJE           PIC 9(8).
       01 WS-RNC-NUMERO         PIC 9(6).
       01 WS-RNC-BUSCA          PIC 9(6).
       01 WS-RNC-ORIGEM         PIC X.
           88 RNC-ORIGEM-RECEBIMENTO VALUE "R".
           88 RNC-ORIGEM-QUARENTENA  VALUE "Q".
           88 RNC-ORIGEM-DEVOLUCAO   VALUE "D".
           88 RNC-ORIGEM-RMA         VALUE "A".
       01 WS-RNC-DOC-NUM        PIC 9(6).
       01 WS-RNC-DOCUMENTO      PIC X(10).
       01 WS-RNC-FORNECEDOR     PIC 9(6).
       01 WS-RNC-PRODUTO        PIC 9(5).
       01 WS-RNC-LOTE           PIC X(10).
       01 WS-RNC-DEFEITO        PIC 9(2).
       01 WS-RNC-QTD            PIC 9(5).
       01 WS-RNC-QTD-ORIGEM     PIC 9(7).
       01 WS-RNC-DISPOSICAO     PIC X.
           88 RNC-DISP-DEVOLVER    VALUE "D".
           88 RNC-DISP-RETRABALHO  VALUE "R".
           88 RNC-DISP-SUCATA      VALUE "S".
           88 RNC-DISP-CONCESSAO   VALUE "C".
       01 WS-RNC-PRAZO          PIC 9(8).
       01 WS-RNC-STATUS         PIC X.
           88 RNC-ABERTA           VALUE "A".
           88 RNC-SOLICITADA       VALUE "S".
           88 RNC-VERIFICACAO      VALUE "V".
           88 RNC-ENCERRADA        VALUE "E".
       01 WS-RNC-ABERTURA       PIC 9(8).
       01 WS-RNC-ENCERRAMENTO   PIC 9(8).
       01 WS-RNC-LOGIN          PIC X(10).
       01 WS-RNC-ACAO-CORRETIVA PIC X(60).
       01 WS-RNC-DEFEITOS-VALORES.
           05 FILLER PIC X(27) VALUE "01DIMENSIONAL / MEDIDA     ".
           05 FILLER PIC X(27) VALUE "02AVARIA / EMBALAGEM       ".
           05 FILLER PIC X(27) VALUE "03VALIDADE / VENCIDO       ".
           05 FILLER PIC X(27) VALUE "04ESPECIFICACAO DIVERGENTE ".
           05 FILLER PIC X(27) VALUE "05CONTAMINACAO / SUJIDADE  ".
           05 FILLER PIC X(27) VALUE "06FALHA FUNCIONAL          ".
           05 FILLER PIC X(27) VALUE "99OUTROS                   ".
       01 WS-RNC-DEFEITOS REDEFINES WS-RNC-DEFEITOS-VALORES.
           05 WS-RNC-DEF-ENTRY OCCURS 7 TIMES.
               10 WS-RNC-DEF-CODIGO   PIC 9(2).
               10 WS-RNC-DEF-DESCR    PIC X(25).
       01 WS-RNC-DEF-IDX        PIC 9(2).
       01 WS-RNC-REC-PEDIDO     PIC 9(6).
       01 WS-RNC-REC-SEQ        PIC 9(2).
       01 WS-RNC-REC-PRODUTO    PIC 9(5).
       01 WS-RNC-REC-QTD        PIC 9(5).
       01 WS-RNC-REC-PRECO      PIC X(9).
       01 WS-RNC-REC-TAXA       PIC X(9).
       01 WS-RNC-REC-DATA       PIC 9(8).
       01 WS-RNC-REC-ANTERIOR   PIC X(8).
       01 WS-RNC-REC-ATUAL      PIC X(8).
       01 WS-RNC-DEV-NOTA       PIC 9(6).
       01 WS-RNC-DEV-PRODUTO    PIC 9(5).
       01 WS-RNC-DEV-QTD        PIC 9(5).
       01 WS-RNC-RMA-NUMERO     PIC 9(6).
       01 WS-RNC-RMA-DATA       PIC 9(8).
       01 WS-RNC-RMA-NOTA       PIC 9(6).
       01 WS-RNC-RMA-PRODUTO    PIC 9(5).
       01 WS-RNC-RMA-QTD        PIC 9(5).
       01 WS-RNC-RMA-CLIENTE    PIC 9(5).
       01 WS-RNC-RMA-FORNECEDOR PIC 9(6).
       01 WS-RNC-COUNT          PIC 9(3) VALUE 0.
       01 WS-RNC-IDX            PIC 9(3) VALUE 0.
       01 WS-RNC-TABLE.
           05 WS-RNC-LINHA OCCURS 500 TIMES PIC X(200).
       01 WS-RNC-COMP           PIC 9(6).
       01 WS-RNC-PENDENTES      PIC 9(4).
       01 WS-RNC-QF-COUNT       PIC 9(2) VALUE 0.
       01 WS-RNC-QF-IDX         PIC 9(2) VALUE 0.
       01 WS-RNC-QF-TABLE.
           05 WS-RNC-QF-ENTRY OCCURS 50 TIMES.
               10 WS-RNC-QF-FORNECEDOR  PIC 9(6).
               10 WS-RNC-QF-RECEBIMENTOS PIC 9(5).
               10 WS-RNC-QF-QTD-RECEBIDA PIC 9(7).
               10 WS-RNC-QF-RNCS        PIC 9(5).
               10 WS-RNC-QF-RNCS-REC    PIC 9(5).
               10 WS-RNC-QF-QTD-DEFEITO PIC 9(7).
       01 WS-RNC-QF-ALVO        PIC 9(6).
       01 WS-RNC-PPM            PIC 9(7).
       01 WS-RNC-INDICE         PIC 9(3)V99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-APR-LIMITE
           END-IF
           MOVE "RESERVA-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-BKO-DIAS-RESERVA
           END-IF
           MOVE "TOLERANCIA-NF" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y"
               MOVE WS-PAR-VALOR TO WS-NFC-TOLERANCIA
           END-IF
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
                       PERFORM RELATORIO-FORA-CONTRATO
                   WHEN 12
                       PERFORM RELATORIO-ORCAMENTO-COMPRA
                   WHEN 13
                       PERFORM MANUTENCAO-MOEDAS
                   WHEN 14
                       PERFORM CONFERENCIA-NOTA-FISCAL
                   WHEN 15
                       PERFORM FILA-DIVERGENCIAS-NOTA
                   WHEN 16
                       PERFORM MANUTENCAO-PRODUTO-FORNECEDOR
                   WHEN 17
                       PERFORM REIMPRIMIR-PEDIDO-FORNECEDOR
                   WHEN 18
                       PERFORM NAO-CONFORMIDADE
                   WHEN 19
                       PERFORM RELATORIO-QUALIDADE-FORNECEDOR
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
           DISPLAY "10 - Contratos de Fornecimento"
           DISPLAY "11 - Relatorio de Compras Fora de Contrato"
           DISPLAY "12 - Orcamento x Comprometido x Recebido"
           DISPLAY "13 - Moedas e Taxas de Cambio"
           DISPLAY "14 - Conferencia de Nota Fiscal (3 vias)"
           DISPLAY "15 - Fila de Divergencias de Nota Fiscal"
           DISPLAY "16 - Codigos de Produto do Fornecedor"
           DISPLAY "17 - Emitir/Reimprimir Pedido ao Fornecedor"
           DISPLAY "18 - Registro de Nao Conformidade (RNC)"
           DISPLAY "19 - Relatorio Mensal de Qualidade por Fornecedor"
           DISPLAY "=================================================".

       CADASTRAR-PEDIDO.
           ACCEPT DATA-PEDIDO FROM DATE YYYYMMDD
           MOVE 0 TO DATA-RECEBIMENTO

           MOVE "N" TO WS-MOE-VALIDA
           PERFORM LER-MOEDA-PEDIDO UNTIL WS-MOE-VALIDA = "Y"

           PERFORM GRAVAR-PEDIDO-CABECALHO
           IF WS-PED-MOEDA NOT = "BRL"
               PERFORM GRAVAR-MOEDA-PEDIDO
           END-IF

           MOVE 0 TO WS-APR-TOTAL
           MOVE "S" TO WS-MAIS-ITENS
               DISPLAY "Total de " WS-APR-TOTAL " excede a alcada "
                   "de " WS-APR-LIMITE "."
               DISPLAY "Pedido aguardando aprovacao da gerencia."
           ELSE
               IF WS-APR-TOTAL > 0
                   MOVE WS-USUARIO-FILIAL TO WS-PED-FILIAL
                   MOVE SPACES TO WS-PED-APROVADOR
                   MOVE SPACES TO WS-PED-APR-DATA
                   SET DPC-ENVIO TO TRUE
                   PERFORM EMITIR-PEDIDO-FORNECEDOR
               END-IF
           END-IF

           MOVE "BRL" TO WS-PED-MOEDA
           MOVE 1 TO WS-PED-TAXA
           DISPLAY "Pedido de compra cadastrado com sucesso!".

       MARCAR-PEDIDO-AGUARDANDO.
           MOVE "N" TO WS-PRODUTO-VALIDO
           PERFORM OBTER-COD-PRODUTO UNTIL WS-PRODUTO-VALIDO = "Y"

           IF WS-XRF-ACHADO = "Y" AND WS-XRF-EMBALAGEM > 1
               DISPLAY "Quantidade em embalagens do fornecedor (x "
                   WS-XRF-EMBALAGEM "): " WITH NO ADVANCING
               ACCEPT WS-XRF-QTD-EMB
               COMPUTE QUANTIDADE-PEDIDO =
                   WS-XRF-QTD-EMB * WS-XRF-EMBALAGEM
               DISPLAY "Quantidade pedida: " QUANTIDADE-PEDIDO
           ELSE
               DISPLAY "Digite a quantidade a pedir: "
                   WITH NO ADVANCING
               ACCEPT QUANTIDADE-PEDIDO
           END-IF
           MOVE "N" TO WS-PRECO-VALIDO
           PERFORM LER-PRECO-PEDIDO UNTIL WS-PRECO-VALIDO = "Y"

           MOVE "WRITE" TO WS-ARQ-OPERACAO
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE PEDIDO-ITEM-FILE
           COMPUTE WS-APR-TOTAL ROUNDED = WS-APR-TOTAL
               + QUANTIDADE-PEDIDO * PRECO-PEDIDO * WS-PED-TAXA.

       OBTER-NUMERO-PEDIDO.
           PERFORM OBTER-NUMERO-PEDIDO-AUTOMATICO
           END-READ.

       OBTER-COD-PRODUTO.
           DISPLAY "Codigo do produto (nosso ou do fornecedor): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-XRF-ENTRADA
           ACCEPT WS-XRF-ENTRADA
           MOVE COD-FORNECEDOR TO WS-XRF-FORNECEDOR
           PERFORM IDENTIFICAR-PRODUTO-DIGITADO
           MOVE WS-XRF-PRODUTO TO COD-PRODUTO
           IF WS-XRF-ACHADO = "Y"
               DISPLAY "Codigo do fornecedor " WS-XRF-ENTRADA
                   " = produto " COD-PRODUTO
           END-IF
           PERFORM VALIDAR-PRODUTO
           IF WS-PRODUTO-VALIDO = "N"
               DISPLAY "Produto nao cadastrado, tente novamente."
                   END-IF
                   DISPLAY "Itens:"
                   PERFORM EXIBIR-ITENS-PEDIDO
                   PERFORM EXIBIR-REQUISICOES-PEDIDO
                   DISPLAY "------------------------------------------"
           END-READ.

                       DISPLAY "  Produto: " COD-PRODUTO
                           " Pedido: " QUANTIDADE-PEDIDO
                           " Recebido: " QUANTIDADE-RECEBIDA
                       MOVE COD-FORNECEDOR TO WS-XRF-FORNECEDOR
                       PERFORM OBTER-CODIGO-FORNECEDOR-ITEM
                       IF WS-XRF-CODIGO-FORN NOT = SPACES
                           DISPLAY "    Cod. fornecedor: "
                               WS-XRF-CODIGO-FORN
                               " embalagem " WS-XRF-EMBALAGEM
                       END-IF
                   END-IF
           END-READ.

       EXIBIR-REQUISICOES-PEDIDO.
           MOVE "N" TO WS-RQC-EOF
           OPEN INPUT REQUISICAO-FILE
           IF WS-RQC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RQC-EOF
           ELSE
               PERFORM LER-REQUISICAO-PEDIDO UNTIL WS-RQC-EOF = "Y"
               CLOSE REQUISICAO-FILE
           END-IF.

       LER-REQUISICAO-PEDIDO.
           READ REQUISICAO-FILE NEXT INTO REQUISICAO-RECORD
               AT END
                   MOVE "Y" TO WS-RQC-EOF
               NOT AT END
                   UNSTRING REQUISICAO-DADOS DELIMITED BY ","
                       INTO WS-RQC-NUMERO WS-RQC-SEQ WS-RQC-DATA
                            WS-RQC-SOLICITANTE WS-RQC-DEPARTAMENTO
                            WS-RQC-TIPO WS-RQC-PRODUTO
                            WS-RQC-DESCRICAO WS-RQC-QUANTIDADE
                            WS-RQC-NECESSIDADE WS-RQC-JUSTIFICATIVA
                            WS-RQC-STATUS WS-RQC-APROVADOR
                            WS-RQC-DATA-DECISAO WS-RQC-DESTINO-TIPO
                            WS-RQC-DESTINO-NUMERO
                   IF WS-RQC-STATUS = "E"
                       AND WS-RQC-DESTINO-NUMERO = NUMERO-PEDIDO
                       DISPLAY "  Requisicao: " WS-RQC-NUMERO "/"
                           WS-RQC-SEQ " Depto " WS-RQC-DEPARTAMENTO
                           " Solic. " WS-RQC-SOLICITANTE
                           " Qtd " WS-RQC-QUANTIDADE
                   END-IF
           END-READ.

           OPEN INPUT PEDIDO-FILE
           PERFORM LER-PARA-RECEBER UNTIL WS-END-OF-FILE = "Y"
           CLOSE PEDIDO-FILE
           MOVE "Y" TO WS-CMB-ACHADO
           IF WS-PEDIDO-ACHADO = "Y"
               PERFORM OBTER-TAXA-RECEBIMENTO
           END-IF

           IF WS-APR-BLOQUEADO = "Y"
               DISPLAY "Pedido aguardando aprovacao, recebimento "
           ELSE
           IF WS-PEDIDO-ACHADO = "N"
               DISPLAY "Pedido nao encontrado ou ja recebido."
           ELSE
           IF WS-CMB-ACHADO = "N"
               DISPLAY "Sem taxa de cambio de " WS-PED-MOEDA
                   " cadastrada, recebimento bloqueado."
           ELSE
               MOVE SPACES TO WS-TRV-RECURSO
               STRING "PED" DELIMITED BY SIZE
               ELSE
               MOVE "S" TO WS-PEDIDO-COMPLETO
               MOVE 0 TO WS-VALOR-RECEBIDO
               MOVE 0 TO WS-PED-VALOR-MOEDA
               MOVE 0 TO WS-BKP-COUNT
               MOVE 0 TO WS-NFR-COUNT
               PERFORM RECEBER-ITENS-PEDIDO
               PERFORM ATUALIZAR-STATUS-PEDIDO
               IF WS-VALOR-RECEBIDO > 0
                   PERFORM GERAR-TITULO-PAGAR
                   PERFORM CONFERIR-NOTA-RECEBIMENTO
               END-IF
               IF WS-BKP-COUNT > 0
                   PERFORM LISTAR-PEDIDOS-VENDA-PRONTOS
               END-IF
               CALL 'liberarTravaRegistro' USING WS-TRV-RECURSO
               IF WS-PEDIDO-COMPLETO = "S"
               END-IF
           END-IF
           END-IF
           END-IF

           MOVE "BRL" TO WS-PED-MOEDA
           MOVE 1 TO WS-PED-TAXA
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

                   " Pedido: " QUANTIDADE-PEDIDO
                   " Recebido: " QUANTIDADE-RECEBIDA
                   " Saldo: " WS-SALDO-ITEM
               MOVE WS-TIT-PAG-FORNECEDOR TO WS-XRF-FORNECEDOR
               PERFORM OBTER-CODIGO-FORNECEDOR-ITEM
               IF WS-XRF-CODIGO-FORN NOT = SPACES
                   DISPLAY "  Cod. fornecedor: " WS-XRF-CODIGO-FORN
                       " embalagem " WS-XRF-EMBALAGEM
               END-IF
               MOVE "N" TO WS-QTD-VALIDA
               PERFORM LER-QUANTIDADE-RECEBIDA
                   UNTIL WS-QTD-VALIDA = "Y"
                   MOVE "dadosPedidoItem.txt" TO WS-ARQ-NOME
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   PERFORM TESTAR-STATUS-ARQUIVO
                   PERFORM GUARDAR-ITEM-RECEBIDO
                   COMPUTE WS-VALOR-RECEBIDO ROUNDED =
                       WS-VALOR-RECEBIDO
                       + WS-QTD-RECEBER * PRECO-PEDIDO * WS-PED-TAXA
                   COMPUTE WS-PED-VALOR-MOEDA = WS-PED-VALOR-MOEDA
                       + WS-QTD-RECEBER * PRECO-PEDIDO
                   MOVE "N" TO WS-NSR-SERIALIZADO
                   PERFORM ATUALIZAR-ESTOQUE-RECEBIDO
                   IF WS-NSR-SERIALIZADO = "S"
                       PERFORM CAPTURAR-SERIES-RECEBIDAS
                   END-IF
                   PERFORM ALOCAR-BACKORDERS-PRODUTO
                   PERFORM REGISTRAR-LOTE-RECEBIDO
                   PERFORM CAPTURAR-ENDERECAMENTO-ITEM
               END-IF
               END-IF
           END-IF.

       CAPTURAR-SERIES-RECEBIDAS.
           ACCEPT WS-NSR-HOJE FROM DATE YYYYMMDD
           DISPLAY "Produto controlado por numero de serie. Informe "
               WS-QTD-CONVERTIDA " numero(s) de serie."
           MOVE 0 TO WS-NSR-CAPTURADOS
           OPEN I-O NUMERO-SERIE-FILE
           IF WS-NSR-FILE-STATUS = "35"
               OPEN OUTPUT NUMERO-SERIE-FILE
               CLOSE NUMERO-SERIE-FILE
               OPEN I-O NUMERO-SERIE-FILE
           END-IF
           MOVE "gestaoPedidoCompra" TO WS-ARQ-PROGRAMA
           MOVE "dadosNumeroSerie.txt" TO WS-ARQ-NOME
           MOVE "OPEN" TO WS-ARQ-OPERACAO
           MOVE WS-NSR-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           OPEN EXTEND NUMERO-SERIE-HIST-FILE
           IF WS-NSR-FILE-STATUS = "35"
               OPEN OUTPUT NUMERO-SERIE-HIST-FILE
           END-IF
           PERFORM LER-SERIE-RECEBIDA
               UNTIL WS-NSR-CAPTURADOS >= WS-QTD-CONVERTIDA
           CLOSE NUMERO-SERIE-HIST-FILE
           CLOSE NUMERO-SERIE-FILE.

       LER-SERIE-RECEBIDA.
           COMPUTE WS-NSR-SEQ = WS-NSR-CAPTURADOS + 1
           DISPLAY "Numero de serie " WS-NSR-SEQ ": "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NSR-SERIE
           ACCEPT WS-NSR-SERIE
           IF WS-NSR-SERIE = SPACES
               DISPLAY "Numero de serie obrigatorio."
           ELSE
               MOVE SPACES TO NUMERO-SERIE-DADOS
               MOVE COD-PRODUTO TO NSR-PRODUTO-CHAVE
               MOVE "," TO NUMERO-SERIE-DADOS(6:1)
               MOVE WS-NSR-SERIE TO NSR-SERIE-CHAVE
               READ NUMERO-SERIE-FILE
                   KEY IS NSR-CHAVE
                   INVALID KEY
                       PERFORM GRAVAR-SERIE-RECEBIDA
                   NOT INVALID KEY
                       DISPLAY "Numero de serie ja cadastrado para "
                           "este produto."
               END-READ
           END-IF.

       GRAVAR-SERIE-RECEBIDA.
           MOVE SPACES TO NUMERO-SERIE-DADOS
           STRING COD-PRODUTO DELIMITED BY SIZE ","
                  WS-NSR-SERIE DELIMITED BY SIZE ","
                  "E" DELIMITED BY SIZE ","
                  WS-TIT-PAG-FORNECEDOR DELIMITED BY SIZE ","
                  WS-NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-NSR-HOJE DELIMITED BY SIZE ","
                  "000000" DELIMITED BY SIZE ","
                  "00000" DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE
                  INTO NUMERO-SERIE-DADOS
           WRITE NUMERO-SERIE-RECORD
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-NSR-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           MOVE SPACES TO NUMERO-SERIE-HIST-DADOS
           STRING WS-NSR-HOJE DELIMITED BY SIZE ","
                  COD-PRODUTO DELIMITED BY SIZE ","
                  WS-NSR-SERIE DELIMITED BY SIZE ","
                  "E" DELIMITED BY SIZE ","
                  WS-NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-PAG-FORNECEDOR DELIMITED BY SIZE
                  INTO NUMERO-SERIE-HIST-DADOS
           WRITE NUMERO-SERIE-HIST-RECORD
           ADD 1 TO WS-NSR-CAPTURADOS.

       ALOCAR-BACKORDERS-PRODUTO.
           ACCEPT WS-BKO-HOJE FROM DATE YYYYMMDD
           MOVE WS-QTD-CONVERTIDA TO WS-BKA-SALDO
           MOVE 0 TO WS-BKA-COUNT
           MOVE "N" TO WS-BKO-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           ELSE
               PERFORM CARREGAR-BACKORDER-PRODUTO
                   UNTIL WS-BKO-EOF = "Y"
               CLOSE BACKORDER-FILE
           END-IF
           IF WS-BKA-COUNT > 0
               MOVE "N" TO WS-BKA-FIM
               PERFORM ALOCAR-BACKORDER-MAIS-ANTIGO
                   UNTIL WS-BKA-FIM = "Y" OR WS-BKA-SALDO = 0
           END-IF.

       CARREGAR-BACKORDER-PRODUTO.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BKO-EOF
               NOT AT END
                   PERFORM PARSE-BACKORDER-RECORD
                   IF WS-BKO-REG-PRODUTO = COD-PRODUTO
                       AND BKO-ABERTO AND WS-BKO-PENDENTE > 0
                       AND WS-BKA-COUNT < 100
                       ADD 1 TO WS-BKA-COUNT
                       MOVE WS-BKO-REG-PEDIDO
                           TO WS-BKA-PEDIDO(WS-BKA-COUNT)
                       MOVE WS-BKO-REG-DATA
                           TO WS-BKA-DATA(WS-BKA-COUNT)
                       MOVE WS-BKO-PENDENTE
                           TO WS-BKA-PENDENTE(WS-BKA-COUNT)
                       MOVE "N" TO WS-BKA-TRATADO(WS-BKA-COUNT)
                   END-IF
           END-READ.

       PARSE-BACKORDER-RECORD.
           UNSTRING BACKORDER-DADOS DELIMITED BY ","
               INTO WS-BKO-REG-PEDIDO WS-BKO-REG-PRODUTO
                    WS-BKO-REG-CLIENTE WS-BKO-REG-DATA
                    WS-BKO-REG-QTD WS-BKO-REG-ALOCADA
                    WS-BKO-REG-PRECO WS-BKO-REG-STATUS
                    WS-BKO-REG-DATA-ATEND
           IF WS-BKO-REG-ALOCADA < WS-BKO-REG-QTD
               COMPUTE WS-BKO-PENDENTE =
                   WS-BKO-REG-QTD - WS-BKO-REG-ALOCADA
           ELSE
               MOVE 0 TO WS-BKO-PENDENTE
           END-IF.

       ALOCAR-BACKORDER-MAIS-ANTIGO.
           MOVE 0 TO WS-BKA-ESCOLHIDO
           PERFORM PROCURAR-BACKORDER-MAIS-ANTIGO
               VARYING WS-BKA-IDX FROM 1 BY 1
               UNTIL WS-BKA-IDX > WS-BKA-COUNT
           IF WS-BKA-ESCOLHIDO = 0
               MOVE "Y" TO WS-BKA-FIM
           ELSE
               MOVE "Y" TO WS-BKA-TRATADO(WS-BKA-ESCOLHIDO)
               MOVE WS-BKA-PEDIDO(WS-BKA-ESCOLHIDO) TO WS-PVD-NUMERO
               PERFORM BUSCAR-PEDIDO-VENDA-BACKORDER
               IF WS-PVD-ACHADO = "Y" AND PVD-ABERTO
                   AND WS-PVD-VALIDADE >= WS-BKO-HOJE
                   IF WS-BKA-PENDENTE(WS-BKA-ESCOLHIDO) > WS-BKA-SALDO
                       MOVE WS-BKA-SALDO TO WS-BKA-ALOCAR
                   ELSE
                       MOVE WS-BKA-PENDENTE(WS-BKA-ESCOLHIDO)
                           TO WS-BKA-ALOCAR
                   END-IF
                   PERFORM EFETIVAR-ALOCACAO-BACKORDER
                   SUBTRACT WS-BKA-ALOCAR FROM WS-BKA-SALDO
                   DISPLAY "Backorder: " WS-BKA-ALOCAR
                       " unidade(s) alocada(s) ao pedido de venda "
                       WS-PVD-NUMERO
               ELSE
                   MOVE 0 TO WS-BKA-ALOCAR
                   PERFORM EFETIVAR-ALOCACAO-BACKORDER
                   DISPLAY "Backorder do pedido de venda "
                       WS-PVD-NUMERO " cancelado (pedido encerrado)."
               END-IF
           END-IF.

       PROCURAR-BACKORDER-MAIS-ANTIGO.
           IF WS-BKA-TRATADO(WS-BKA-IDX) = "N"
               IF WS-BKA-ESCOLHIDO = 0
                   MOVE WS-BKA-IDX TO WS-BKA-ESCOLHIDO
               ELSE
                   IF WS-BKA-DATA(WS-BKA-IDX)
                       < WS-BKA-DATA(WS-BKA-ESCOLHIDO)
                       OR (WS-BKA-DATA(WS-BKA-IDX)
                           = WS-BKA-DATA(WS-BKA-ESCOLHIDO)
                       AND WS-BKA-PEDIDO(WS-BKA-IDX)
                           < WS-BKA-PEDIDO(WS-BKA-ESCOLHIDO))
                       MOVE WS-BKA-IDX TO WS-BKA-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-PEDIDO-VENDA-BACKORDER.
           MOVE "N" TO WS-PVD-ACHADO
           OPEN INPUT PEDIDO-VENDA-FILE
           IF WS-PVD-FILE-STATUS NOT = "35"
               MOVE WS-PVD-NUMERO TO PEDVEN-NUMERO-CHAVE
               READ PEDIDO-VENDA-FILE
                   KEY IS PEDVEN-NUMERO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING PEDIDO-VENDA-DADOS DELIMITED BY ","
                           INTO WS-PVD-NUMERO WS-PVD-DATA
                                WS-PVD-CLIENTE WS-PVD-VALIDADE
                                WS-PVD-STATUS WS-PVD-VENDEDOR
                       MOVE "Y" TO WS-PVD-ACHADO
               END-READ
               CLOSE PEDIDO-VENDA-FILE
           END-IF.

       EFETIVAR-ALOCACAO-BACKORDER.
           MOVE "gestaoPedidoCompra" TO WS-ARQ-PROGRAMA
           OPEN I-O BACKORDER-FILE
           MOVE WS-PVD-NUMERO TO BKO-PEDIDO-CHAVE
           MOVE "," TO BACKORDER-DADOS(7:1)
           MOVE COD-PRODUTO TO BKO-PRODUTO-CHAVE
           READ BACKORDER-FILE
               KEY IS BKO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-BACKORDER-RECORD
                   IF WS-BKA-ALOCAR = 0
                       MOVE "C" TO WS-BKO-REG-STATUS
                       MOVE WS-BKO-HOJE TO WS-BKO-REG-DATA-ATEND
                   ELSE
                       ADD WS-BKA-ALOCAR TO WS-BKO-REG-ALOCADA
                       IF WS-BKO-REG-ALOCADA >= WS-BKO-REG-QTD
                           MOVE "T" TO WS-BKO-REG-STATUS
                           MOVE WS-BKO-HOJE TO WS-BKO-REG-DATA-ATEND
                       END-IF
                   END-IF
                   MOVE SPACES TO BACKORDER-DADOS
                   STRING WS-BKO-REG-PEDIDO DELIMITED BY SIZE ","
                          WS-BKO-REG-PRODUTO DELIMITED BY SIZE ","
                          WS-BKO-REG-CLIENTE DELIMITED BY SIZE ","
                          WS-BKO-REG-DATA DELIMITED BY SIZE ","
                          WS-BKO-REG-QTD DELIMITED BY SIZE ","
                          WS-BKO-REG-ALOCADA DELIMITED BY SIZE ","
                          WS-BKO-REG-PRECO DELIMITED BY SIZE ","
                          WS-BKO-REG-STATUS DELIMITED BY SIZE ","
                          WS-BKO-REG-DATA-ATEND DELIMITED BY SIZE
                          INTO BACKORDER-DADOS
                   REWRITE BACKORDER-RECORD
                   MOVE "dadosBackorder.txt" TO WS-ARQ-NOME
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   MOVE WS-BKO-FILE-STATUS TO WS-ARQ-STATUS
                   PERFORM TESTAR-STATUS-ARQUIVO
           END-READ
           CLOSE BACKORDER-FILE
           IF WS-BKA-ALOCAR > 0
               PERFORM RESERVAR-ITEM-PEDIDO-VENDA
               PERFORM PRORROGAR-RESERVA-PEDIDO-VENDA
               PERFORM MARCAR-PEDIDO-VENDA-ALOCADO
           END-IF.

       RESERVAR-ITEM-PEDIDO-VENDA.
           OPEN I-O PEDIDO-VENDA-ITEM-FILE
           IF WS-PVD-FILE-STATUS = "35"
               OPEN OUTPUT PEDIDO-VENDA-ITEM-FILE
           END-IF
           MOVE WS-PVD-NUMERO TO PVI-NUMERO-CHAVE
           MOVE "," TO PEDIDO-VENDA-ITEM-DADOS(7:1)
           MOVE COD-PRODUTO TO PVI-PRODUTO-CHAVE
           READ PEDIDO-VENDA-ITEM-FILE
               KEY IS PVI-CHAVE
               INVALID KEY
                   MOVE SPACES TO PEDIDO-VENDA-ITEM-DADOS
                   STRING WS-PVD-NUMERO DELIMITED BY SIZE ","
                          COD-PRODUTO DELIMITED BY SIZE ","
                          WS-BKA-ALOCAR DELIMITED BY SIZE ","
                          WS-BKO-REG-PRECO DELIMITED BY SIZE
                          INTO PEDIDO-VENDA-ITEM-DADOS
                   WRITE PEDIDO-VENDA-ITEM-RECORD
                   MOVE "WRITE" TO WS-ARQ-OPERACAO
               NOT INVALID KEY
                   UNSTRING PEDIDO-VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO WS-PVD-ITEM-NUMERO WS-PVD-ITEM-PRODUTO
                            WS-PVD-ITEM-QTD WS-PVD-ITEM-PRECO
                   ADD WS-BKA-ALOCAR TO WS-PVD-ITEM-QTD
                   MOVE SPACES TO PEDIDO-VENDA-ITEM-DADOS
                   STRING WS-PVD-ITEM-NUMERO DELIMITED BY SIZE ","
                          WS-PVD-ITEM-PRODUTO DELIMITED BY SIZE ","
                          WS-PVD-ITEM-QTD DELIMITED BY SIZE ","
                          WS-PVD-ITEM-PRECO DELIMITED BY SIZE
                          INTO PEDIDO-VENDA-ITEM-DADOS
                   REWRITE PEDIDO-VENDA-ITEM-RECORD
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
           END-READ
           MOVE "dadosPedidoVendaItem.txt" TO WS-ARQ-NOME
           MOVE WS-PVD-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE PEDIDO-VENDA-ITEM-FILE.

       PRORROGAR-RESERVA-PEDIDO-VENDA.
           COMPUTE WS-BKO-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-BKO-HOJE)
               + WS-BKO-DIAS-RESERVA
           MOVE FUNCTION DATE-OF-INTEGER(WS-BKO-DATA-INT)
               TO WS-BKO-NOVA-VALIDADE
           IF WS-BKO-NOVA-VALIDADE > WS-PVD-VALIDADE
               MOVE WS-BKO-NOVA-VALIDADE TO WS-PVD-VALIDADE
               OPEN I-O PEDIDO-VENDA-FILE
               MOVE WS-PVD-NUMERO TO PEDVEN-NUMERO-CHAVE
               READ PEDIDO-VENDA-FILE
                   KEY IS PEDVEN-NUMERO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO PEDIDO-VENDA-DADOS
                       STRING WS-PVD-NUMERO DELIMITED BY SIZE ","
                              WS-PVD-DATA DELIMITED BY SIZE ","
                              WS-PVD-CLIENTE DELIMITED BY SIZE ","
                              WS-PVD-VALIDADE DELIMITED BY SIZE ","
                              WS-PVD-STATUS DELIMITED BY SIZE ","
                              WS-PVD-VENDEDOR DELIMITED BY SIZE
                              INTO PEDIDO-VENDA-DADOS
                       REWRITE PEDIDO-VENDA-RECORD
                       MOVE "dadosPedidoVenda.txt" TO WS-ARQ-NOME
                       MOVE "REWRITE" TO WS-ARQ-OPERACAO
                       MOVE WS-PVD-FILE-STATUS TO WS-ARQ-STATUS
                       PERFORM TESTAR-STATUS-ARQUIVO
               END-READ
               CLOSE PEDIDO-VENDA-FILE
           END-IF.

       MARCAR-PEDIDO-VENDA-ALOCADO.
           PERFORM PROCURAR-PEDIDO-VENDA-ALOCADO
               VARYING WS-BKP-IDX FROM 1 BY 1
               UNTIL WS-BKP-IDX > WS-BKP-COUNT
                   OR WS-BKP-PEDIDO(WS-BKP-IDX) = WS-PVD-NUMERO
           IF WS-BKP-IDX > WS-BKP-COUNT AND WS-BKP-COUNT < 100
               ADD 1 TO WS-BKP-COUNT
               MOVE WS-PVD-NUMERO TO WS-BKP-PEDIDO(WS-BKP-COUNT)
           END-IF.

       PROCURAR-PEDIDO-VENDA-ALOCADO.
           CONTINUE.

       LISTAR-PEDIDOS-VENDA-PRONTOS.
           MOVE 0 TO WS-BKP-PRONTOS
           MOVE "relatorioPedidosVendaProntos.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND PV-PRONTO-FILE
           IF WS-PVD-FILE-STATUS = "35"
               OPEN OUTPUT PV-PRONTO-FILE
           END-IF
           PERFORM AVALIAR-PEDIDO-VENDA-PRONTO
               VARYING WS-BKP-IDX FROM 1 BY 1
               UNTIL WS-BKP-IDX > WS-BKP-COUNT
           CLOSE PV-PRONTO-FILE
           MOVE "relatorioPedidosVendaProntos.txt" TO WS-RLE-ARQUIVO
           MOVE "pedidosVendaProntos" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           IF WS-BKP-PRONTOS > 0
               DISPLAY WS-BKP-PRONTOS " pedido(s) de venda prontos "
                   "para faturar, ver relatorioPedidosVendaProntos.txt"
           END-IF.

       AVALIAR-PEDIDO-VENDA-PRONTO.
           MOVE WS-BKP-PEDIDO(WS-BKP-IDX) TO WS-PVD-NUMERO
           MOVE 0 TO WS-BKO-ABERTOS
           MOVE "N" TO WS-BKO-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           ELSE
               PERFORM LER-BACKORDER-PENDENTE-PEDIDO
                   UNTIL WS-BKO-EOF = "Y"
               CLOSE BACKORDER-FILE
           END-IF
           IF WS-BKO-ABERTOS = 0
               PERFORM BUSCAR-PEDIDO-VENDA-BACKORDER
               ADD 1 TO WS-BKP-PRONTOS
               DISPLAY "Pedido de venda " WS-PVD-NUMERO " (cliente "
                   WS-PVD-CLIENTE ") pronto para faturar."
               MOVE SPACES TO PV-PRONTO-LINHA
               STRING WS-BKO-HOJE DELIMITED BY SIZE ","
                      WS-PVD-NUMERO DELIMITED BY SIZE ","
                      WS-PVD-CLIENTE DELIMITED BY SIZE ","
                      WS-PVD-VENDEDOR DELIMITED BY SIZE ","
                      WS-PVD-VALIDADE DELIMITED BY SIZE ","
                      WS-NUMERO-PEDIDO DELIMITED BY SIZE
                      INTO PV-PRONTO-LINHA
               WRITE PV-PRONTO-LINHA
           END-IF.

       LER-BACKORDER-PENDENTE-PEDIDO.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BKO-EOF
               NOT AT END
                   PERFORM PARSE-BACKORDER-RECORD
                   IF WS-BKO-REG-PEDIDO = WS-PVD-NUMERO
                       AND BKO-ABERTO
                       ADD 1 TO WS-BKO-ABERTOS
                   END-IF
           END-READ.

       LER-QUANTIDADE-RECEBIDA.
           DISPLAY "Quantidade recebida agora (0 = nada): "
               WITH NO ADVANCING
                           TO PONTO-RESSUPRIMENTO
                       MOVE ER-LOTE TO LOTE
                       MOVE ER-VALIDADE TO VALIDADE
                       MOVE ER-SERIALIZADO TO WS-NSR-SERIALIZADO
                       IF ER-FATOR-COMPRA = 0
                           MOVE WS-QTD-RECEBER TO WS-QTD-CONVERTIDA
                       ELSE
               CONTINUE
           ELSE
               COMPUTE WS-CST-UNITARIO ROUNDED =
                   (WS-QTD-RECEBER * PRECO-PEDIDO * WS-PED-TAXA
                    + WS-CST-DESPESA) / WS-QTD-CONVERTIDA
               IF ER-CUSTO-MEDIO IS NUMERIC
                   AND ER-CUSTO-MEDIO > 0

       LER-PRECO-PEDIDO.
           PERFORM BUSCAR-CONTRATO-ATIVO
           IF WS-PED-MOEDA NOT = "BRL"
               MOVE "N" TO WS-CTR-ACHADO
               DISPLAY "Precos do pedido em " WS-PED-MOEDA
                   " (taxa " WS-PED-TAXA ")."
           END-IF
           IF WS-CTR-ACHADO = "Y"
               DISPLAY "Preco de contrato vigente: " WS-CTR-PRECO
               DISPLAY "Preco unitario (Enter = contrato): "
       BUSCAR-CONTRATO-ATIVO.
           MOVE "N" TO WS-CTR-ACHADO
           MOVE 0 TO WS-CTR-PRECO
           MOVE WS-NFC-TOLERANCIA TO WS-CTR-TOLERANCIA
           ACCEPT WS-CTR-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-CTR-EOF
           OPEN INPUT CONTRATO-FILE
               AT END
                   MOVE "Y" TO WS-CTR-EOF
               NOT AT END
                   MOVE SPACES TO WS-CTR-TOLER-ALFA
                   UNSTRING CONTRATO-DADOS DELIMITED BY ","
                       INTO WS-CTR-FORNECEDOR WS-CTR-PRODUTO
                            WS-CTR-PRECO-ALFA WS-CTR-VIG-INI
                            WS-CTR-VIG-FIM WS-CTR-VOLUME-ALFA
                            WS-CTR-TOLER-ALFA
                   IF WS-CTR-FORNECEDOR = COD-FORNECEDOR
                       AND WS-CTR-PRODUTO = COD-PRODUTO
                       AND WS-CTR-VIG-INI <= WS-CTR-HOJE
                       AND WS-CTR-VIG-FIM >= WS-CTR-HOJE
                       AND WS-CTR-PRECO-ALFA IS NUMERIC
                       MOVE WS-CTR-PRECO-NUM TO WS-CTR-PRECO
                       IF WS-CTR-TOLER-ALFA IS NUMERIC
                           MOVE WS-CTR-TOLER-NUM TO WS-CTR-TOLERANCIA
                       END-IF
                       MOVE "Y" TO WS-CTR-ACHADO
                       MOVE "Y" TO WS-CTR-EOF
                   END-IF
               IF WS-CTR-VOLUME-ALFA IS NOT NUMERIC
                   MOVE "0000000" TO WS-CTR-VOLUME-ALFA
               END-IF
               DISPLAY "Tolerancia de preco na nota fiscal % "
                   "(999V99, Enter = padrao): " WITH NO ADVANCING
               MOVE SPACES TO WS-CTR-TOLER-ALFA
               ACCEPT WS-CTR-TOLER-ALFA
               IF WS-CTR-TOLER-ALFA IS NOT NUMERIC
                   MOVE SPACES TO WS-CTR-TOLER-ALFA
               END-IF
               PERFORM EXCLUIR-CONTRATO-EXISTENTE
               MOVE SPACES TO CONTRATO-DADOS
               STRING WS-CTR-FORNECEDOR DELIMITED BY SIZE ","
                      WS-CTR-PRECO-NUM DELIMITED BY SIZE ","
                      WS-CTR-VIG-INI DELIMITED BY SIZE ","
                      WS-CTR-VIG-FIM DELIMITED BY SIZE ","
                      WS-CTR-VOLUME-ALFA DELIMITED BY SIZE ","
                      WS-CTR-TOLER-ALFA DELIMITED BY SPACE
                      INTO CONTRATO-DADOS
               OPEN EXTEND CONTRATO-FILE
               WRITE CONTRATO-RECORD FROM CONTRATO-DADOS
           ACCEPT WS-CTF-DATA-FINAL
           MOVE 0 TO WS-CTF-COUNT
           MOVE 0 TO WS-CTF-PED-COUNT
           PERFORM CARREGAR-PEDIDOS-MOEDA

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PEDIDO-FILE
                   UNSTRING PEDIDO-ITEM-DADOS DELIMITED BY ","
                       INTO ITEM-NUMERO COD-PRODUTO QUANTIDADE-PEDIDO
                            QUANTIDADE-RECEBIDA WS-ITEM-PRECO-ALFA
                   PERFORM CONVERTER-PRECO-ITEM
                   MOVE WS-ITEM-PRECO-NUM TO PRECO-PEDIDO
                   PERFORM LOCALIZAR-PEDIDO-CONTRATO
                   IF WS-CTF-PED-IDX <= WS-CTF-PED-COUNT
                   PERFORM APURAR-COMPROMETIDO-GRUPO
                   COMPUTE WS-OCP-NOVO-TOTAL =
                       WS-OCP-COMPROMETIDO
                       + QUANTIDADE-PEDIDO * PRECO-PEDIDO * WS-PED-TAXA
                   IF WS-OCP-NOVO-TOTAL > WS-OCP-ORCADO
                       DISPLAY "Orcamento do grupo " WS-OCP-GRUPO
                           ": " WS-OCP-ORCADO

       APURAR-COMPROMETIDO-GRUPO.
           MOVE 0 TO WS-OCP-COMPROMETIDO
           PERFORM CARREGAR-PEDIDOS-MOEDA
           PERFORM CARREGAR-PRODUTOS-GRUPO
           PERFORM CARREGAR-PEDIDOS-ABERTOS-OCP
           IF WS-OCP-PED-COUNT > 0 AND WS-OCP-PRD-COUNT > 0
                       INTO ITEM-NUMERO WS-PRODUTO-CODIGO
                            QUANTIDADE-PEDIDO QUANTIDADE-RECEBIDA
                            WS-ITEM-PRECO-ALFA
                   PERFORM CONVERTER-PRECO-ITEM
                   PERFORM LOCALIZAR-PEDIDO-OCP
                   IF WS-OCP-PED-IDX <= WS-OCP-PED-COUNT
                       PERFORM LOCALIZAR-PRODUTO-OCP

       APURAR-RECEBIDO-GRUPO.
           MOVE 0 TO WS-OCP-RECEBIDO
           PERFORM CARREGAR-PEDIDOS-MOEDA
           MOVE 0 TO WS-OCP-PED-COUNT
           MOVE "N" TO WS-PEDIDO-EOF
           OPEN INPUT PEDIDO-FILE
                       INTO ITEM-NUMERO WS-PRODUTO-CODIGO
                            QUANTIDADE-PEDIDO QUANTIDADE-RECEBIDA
                            WS-ITEM-PRECO-ALFA
                   PERFORM CONVERTER-PRECO-ITEM
                   PERFORM LOCALIZAR-PEDIDO-OCP
                   IF WS-OCP-PED-IDX <= WS-OCP-PED-COUNT
                       PERFORM LOCALIZAR-PRODUTO-OCP

       GERAR-TITULO-PAGAR.
           PERFORM OBTER-PROXIMO-SEQ-TITULO
           ACCEPT WS-TIT-PAG-EMISSAO FROM DATE YYYYMMDD
           MOVE WS-TIT-PAG-EMISSAO TO WS-TIT-PAG-VENC
           COMPUTE WS-TIT-PAG-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WS-TIT-PAG-VENC)
               + WS-TIT-PAG-PRAZO
                  WS-TIT-PAG-FORNECEDOR DELIMITED BY SIZE ","
                  WS-TIT-PAG-VENC DELIMITED BY SIZE ","
                  WS-VALOR-RECEBIDO DELIMITED BY SIZE ","
                  "R" DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE ","
                  "000" DELIMITED BY SIZE ",,"
                  WS-TIT-PAG-EMISSAO DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS
           OPEN EXTEND TITULO-PAGAR-FILE
           WRITE TITULO-PAGAR-RECORD FROM TITULO-PAGAR-DADOS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE TITULO-PAGAR-FILE
           DISPLAY "Titulo a pagar gerado: " WS-VALOR-RECEBIDO
               " com vencimento em " WS-TIT-PAG-VENC
           DISPLAY "Titulo retido ate a conferencia da nota fiscal."
           IF WS-PED-MOEDA NOT = "BRL"
               PERFORM GRAVAR-MOEDA-TITULO
           END-IF
           PERFORM GRAVAR-RECEBIMENTO-TITULO.

       OBTER-PROXIMO-SEQ-TITULO.
           MOVE 0 TO WS-TIT-PAG-MAIOR-SEQ

       APURAR-TOTAL-PEDIDO.
           MOVE 0 TO WS-APR-TOTAL
           PERFORM CARREGAR-PEDIDOS-MOEDA
           MOVE "N" TO WS-ITEM-EOF
           OPEN INPUT PEDIDO-ITEM-FILE
           PERFORM SOMAR-ITEM-APROVACAO UNTIL WS-ITEM-EOF = "Y"
                   UNSTRING PEDIDO-ITEM-DADOS DELIMITED BY ","
                       INTO ITEM-NUMERO COD-PRODUTO QUANTIDADE-PEDIDO
                            QUANTIDADE-RECEBIDA WS-ITEM-PRECO-ALFA
                   PERFORM CONVERTER-PRECO-ITEM
                   MOVE WS-ITEM-PRECO-NUM TO PRECO-PEDIDO
                   IF ITEM-NUMERO = WS-PED-NUMERO
                       COMPUTE WS-APR-TOTAL = WS-APR-TOTAL
           IF WS-APR-ACHADO = "Y"
               DISPLAY "Pedido " WS-APR-NUMERO " aprovado por "
                   WS-USUARIO-LOGIN "."
               MOVE WS-USUARIO-LOGIN TO WS-PED-APROVADOR
               MOVE WS-APR-DATA TO WS-PED-APR-DATA
               SET DPC-ENVIO TO TRUE
               PERFORM EMITIR-PEDIDO-FORNECEDOR
           ELSE
               DISPLAY "Pedido nao encontrado ou nao esta "
                   "aguardando aprovacao."
           DISPLAY "================================================="
           DISPLAY "Numero do pedido recebido: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-PEDIDO
           PERFORM LOCALIZAR-PEDIDO-DEVOLUCAO.

       LOCALIZAR-PEDIDO-DEVOLUCAO.
           MOVE "N" TO WS-DVC-ACHADO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PEDIDO-FILE
           IF WS-DVC-ACHADO = "N"
               DISPLAY "Pedido nao encontrado ou sem recebimento."
           ELSE
               PERFORM OBTER-MOEDA-PEDIDO
               IF WS-PED-MOEDA NOT = "BRL"
                   MOVE WS-PED-MOEDA TO WS-CMB-MOEDA
                   IF DATA-RECEBIMENTO > 0
                       MOVE DATA-RECEBIMENTO TO WS-CMB-DATA
                   ELSE
                       ACCEPT WS-CMB-DATA FROM DATE YYYYMMDD
                   END-IF
                   CALL 'obterTaxaCambio' USING WS-CMB-MOEDA
                       WS-CMB-DATA WS-CMB-TAXA WS-CMB-ACHADO
                   IF WS-CMB-ACHADO = "Y"
                       MOVE WS-CMB-TAXA TO WS-PED-TAXA
                   END-IF
               END-IF
               PERFORM DEVOLVER-ITEM-FORNECEDOR
               MOVE "BRL" TO WS-PED-MOEDA
               MOVE 1 TO WS-PED-TAXA
           END-IF.

       LER-PEDIDO-DEVOLUCAO.
           END-READ.

       DEVOLVER-ITEM-FORNECEDOR.
           IF WS-DVC-PRODUTO-FIXO = "N"
               DISPLAY "Codigo do produto devolvido: "
                   WITH NO ADVANCING
               ACCEPT WS-DVC-PRODUTO
           END-IF
           MOVE "N" TO WS-DVC-ACHADO
           MOVE "N" TO WS-ITEM-EOF
           OPEN INPUT PEDIDO-ITEM-FILE
           DISPLAY "Lote devolvido: " WITH NO ADVANCING
           ACCEPT WS-DVC-LOTE
           PERFORM BAIXAR-LOTE-DEVOLUCAO
           COMPUTE WS-DVC-VALOR ROUNDED =
               WS-DVC-QTD * PRECO-PEDIDO * WS-PED-TAXA
           MOVE WS-DVC-VALOR TO WS-DVC-SALDO-ABATER
           PERFORM ABATER-TITULOS-COMPRA
           PERFORM GRAVAR-DEVOLUCAO-COMPRA
               AT END
                   MOVE "Y" TO WS-TIT-PAG-EOF
               NOT AT END
                   MOVE SPACES TO WS-TIT-REG-CATEGORIA
                   MOVE SPACES TO WS-TIT-REG-DOCUMENTO
                   MOVE SPACES TO WS-TIT-REG-EMISSAO
                   UNSTRING TITULO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-TIT-REG-PEDIDO WS-TIT-REG-SEQ
                            WS-TIT-REG-FORN WS-TIT-REG-VENC
                            WS-TIT-REG-VALOR-ALFA WS-TIT-REG-STATUS
                            WS-TIT-REG-BAIXA WS-TIT-REG-CATEGORIA
                            WS-TIT-REG-DOCUMENTO WS-TIT-REG-EMISSAO
                   IF WS-TIT-REG-PEDIDO = WS-NUMERO-PEDIDO
                       AND (WS-TIT-REG-STATUS = "A"
                           OR WS-TIT-REG-STATUS = "R")
                       AND (WS-DVC-SEQ-ALVO = 0
                           OR WS-TIT-REG-SEQ = WS-DVC-SEQ-ALVO)
                       AND WS-DVC-SALDO-ABATER > 0
                       AND WS-TIT-REG-VALOR-ALFA IS NUMERIC
                       PERFORM ABATER-UM-TITULO-COMPRA
               MOVE WS-TIT-REG-VALOR-NUM TO WS-DVC-ABATIDO
               MOVE "C" TO WS-TIT-REG-STATUS
               ACCEPT WS-TIT-REG-BAIXA FROM DATE YYYYMMDD
               MOVE "T" TO WS-ABT-TIPO
           ELSE
               MOVE WS-DVC-SALDO-ABATER TO WS-DVC-ABATIDO
               SUBTRACT WS-DVC-ABATIDO FROM WS-TIT-REG-VALOR-NUM
               MOVE "P" TO WS-ABT-TIPO
           END-IF
           SUBTRACT WS-DVC-ABATIDO FROM WS-DVC-SALDO-ABATER
           IF WS-TIT-REG-CATEGORIA IS NOT NUMERIC
               MOVE "000" TO WS-TIT-REG-CATEGORIA
           END-IF
           IF WS-TIT-REG-EMISSAO IS NOT NUMERIC
               MOVE "00000000" TO WS-TIT-REG-EMISSAO
           END-IF
           MOVE SPACES TO TITULO-PAGAR-DADOS
           STRING WS-TIT-REG-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-REG-SEQ DELIMITED BY SIZE ","
                  WS-TIT-REG-VENC DELIMITED BY SIZE ","
                  WS-TIT-REG-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-TIT-REG-STATUS DELIMITED BY SIZE ","
                  WS-TIT-REG-BAIXA DELIMITED BY SIZE ","
                  WS-TIT-REG-CATEGORIA DELIMITED BY SIZE ","
                  WS-TIT-REG-DOCUMENTO DELIMITED BY SIZE ","
                  WS-TIT-REG-EMISSAO DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS
           REWRITE TITULO-PAGAR-RECORD
           MOVE "dadosTitulosPagar.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           PERFORM TESTAR-STATUS-ARQUIVO
           PERFORM GRAVAR-ABATIMENTO-PAGAR.

       GRAVAR-ABATIMENTO-PAGAR.
           ACCEPT WS-ABT-DATA FROM DATE YYYYMMDD
           MOVE WS-DVC-ABATIDO TO WS-ABT-VALOR
           MOVE SPACES TO ABATIMENTO-PAGAR-DADOS
           STRING WS-TIT-REG-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-REG-SEQ DELIMITED BY SIZE ","
                  WS-TIT-REG-FORN DELIMITED BY SIZE ","
                  WS-ABT-DATA DELIMITED BY SIZE ","
                  WS-ABT-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-ABT-TIPO DELIMITED BY SIZE
                  INTO ABATIMENTO-PAGAR-DADOS
           OPEN EXTEND ABATIMENTO-PAGAR-FILE
           IF WS-ABT-FILE-STATUS = "35"
               OPEN OUTPUT ABATIMENTO-PAGAR-FILE
           END-IF
           WRITE ABATIMENTO-PAGAR-RECORD
           CLOSE ABATIMENTO-PAGAR-FILE.

       GRAVAR-DEVOLUCAO-COMPRA.
           ACCEPT WS-DVC-DATA FROM DATE YYYYMMDD
           CLOSE DEVOLUCAO-COMPRA-FILE.

       IMPRIMIR-DEVOLUCAO-COMPRA.
           MOVE "documentoDevolucaoCompra.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND DOC-DEVOLUCAO-FILE
           MOVE ALL "=" TO DOC-DEVOLUCAO-LINHA
           WRITE DOC-DEVOLUCAO-LINHA
           WRITE DOC-DEVOLUCAO-LINHA
           MOVE ALL "=" TO DOC-DEVOLUCAO-LINHA
           WRITE DOC-DEVOLUCAO-LINHA
           CLOSE DOC-DEVOLUCAO-FILE
           MOVE "documentoDevolucaoCompra.txt" TO WS-RLE-ARQUIVO
           MOVE "devolucaoCompra" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Fornecedor " DELIMITED BY SIZE
                  WS-TIT-PAG-FORNECEDOR DELIMITED BY SIZE
                  " data " DELIMITED BY SIZE
                  WS-DVC-DATA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       VERIFICAR-PERIODO-FECHADO.
           MOVE "N" TO WS-PERIODO-FECHADO
           ACCEPT ER-DATA-MANUTENCAO FROM DATE YYYYMMDD
           MOVE "U" TO ER-ULT-ACAO.

       LER-MOEDA-PEDIDO.
           DISPLAY "Moeda do pedido (Enter = BRL): " WITH NO ADVANCING
           MOVE SPACES TO WS-MOE-CODIGO
           ACCEPT WS-MOE-CODIGO
           IF WS-MOE-CODIGO = SPACES OR WS-MOE-CODIGO = "BRL"
               MOVE "BRL" TO WS-PED-MOEDA
               MOVE 1 TO WS-PED-TAXA
               MOVE "Y" TO WS-MOE-VALIDA
           ELSE
               PERFORM LOCALIZAR-MOEDA
               IF WS-MOE-ACHADA = "N"
                   DISPLAY "Moeda nao cadastrada."
               ELSE
                   MOVE WS-MOE-CODIGO TO WS-CMB-MOEDA
                   MOVE DATA-PEDIDO TO WS-CMB-DATA
                   CALL 'obterTaxaCambio' USING WS-CMB-MOEDA
                       WS-CMB-DATA WS-CMB-TAXA WS-CMB-ACHADO
                   IF WS-CMB-ACHADO = "N"
                       DISPLAY "Sem taxa de cambio cadastrada para "
                           WS-MOE-CODIGO "."
                   ELSE
                       MOVE WS-MOE-CODIGO TO WS-PED-MOEDA
                       MOVE WS-CMB-TAXA TO WS-PED-TAXA
                       MOVE "Y" TO WS-MOE-VALIDA
                       DISPLAY WS-MOE-DESCRICAO " - taxa de cambio "
                           "vigente: " WS-PED-TAXA
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-MOEDA.
           MOVE "N" TO WS-MOE-ACHADA
           MOVE SPACES TO WS-MOE-DESCRICAO
           MOVE "N" TO WS-MOE-EOF
           OPEN INPUT MOEDA-FILE
           IF WS-MOE-FILE-STATUS = "35"
               MOVE "Y" TO WS-MOE-EOF
           ELSE
               PERFORM LER-MOEDA-LOCALIZAR UNTIL WS-MOE-EOF = "Y"
               CLOSE MOEDA-FILE
           END-IF.

       LER-MOEDA-LOCALIZAR.
           READ MOEDA-FILE INTO MOEDA-RECORD
               AT END
                   MOVE "Y" TO WS-MOE-EOF
               NOT AT END
                   UNSTRING MOEDA-DADOS DELIMITED BY ","
                       INTO WS-MOE-LIDA WS-MOE-DESC-LIDA
                   IF WS-MOE-LIDA = WS-MOE-CODIGO
                       MOVE "Y" TO WS-MOE-ACHADA
                       MOVE WS-MOE-DESC-LIDA TO WS-MOE-DESCRICAO
                       MOVE "Y" TO WS-MOE-EOF
                   END-IF
           END-READ.

       GRAVAR-MOEDA-PEDIDO.
           MOVE SPACES TO PEDIDO-MOEDA-DADOS
           STRING NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-PED-MOEDA DELIMITED BY SIZE ","
                  WS-PED-TAXA DELIMITED BY SIZE
                  INTO PEDIDO-MOEDA-DADOS
           OPEN EXTEND PEDIDO-MOEDA-FILE
           IF WS-PMO-FILE-STATUS = "35"
               OPEN OUTPUT PEDIDO-MOEDA-FILE
           END-IF
           WRITE PEDIDO-MOEDA-RECORD
           CLOSE PEDIDO-MOEDA-FILE.

       CARREGAR-PEDIDOS-MOEDA.
           MOVE 0 TO WS-PMO-COUNT
           MOVE "N" TO WS-PMO-EOF
           OPEN INPUT PEDIDO-MOEDA-FILE
           IF WS-PMO-FILE-STATUS = "35"
               MOVE "Y" TO WS-PMO-EOF
           ELSE
               PERFORM LER-PEDIDO-MOEDA UNTIL WS-PMO-EOF = "Y"
               CLOSE PEDIDO-MOEDA-FILE
           END-IF.

       LER-PEDIDO-MOEDA.
           READ PEDIDO-MOEDA-FILE INTO PEDIDO-MOEDA-RECORD
               AT END
                   MOVE "Y" TO WS-PMO-EOF
               NOT AT END
                   MOVE SPACES TO WS-PMO-TAXA-ALFA
                   UNSTRING PEDIDO-MOEDA-DADOS DELIMITED BY ","
                       INTO WS-PMO-PEDIDO WS-PMO-MOEDA
                            WS-PMO-TAXA-ALFA
                   IF WS-PMO-TAXA-ALFA IS NUMERIC
                       AND WS-PMO-COUNT < 300
                       ADD 1 TO WS-PMO-COUNT
                       MOVE WS-PMO-PEDIDO
                           TO WS-PMO-T-PEDIDO(WS-PMO-COUNT)
                       MOVE WS-PMO-MOEDA
                           TO WS-PMO-T-MOEDA(WS-PMO-COUNT)
                       MOVE WS-PMO-TAXA-NUM
                           TO WS-PMO-T-TAXA(WS-PMO-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-PEDIDO-MOEDA.
           PERFORM PROCURAR-PEDIDO-MOEDA
               VARYING WS-PMO-IDX FROM 1 BY 1
               UNTIL WS-PMO-IDX > WS-PMO-COUNT
                   OR WS-PMO-T-PEDIDO(WS-PMO-IDX) = WS-PMO-BUSCA.

       PROCURAR-PEDIDO-MOEDA.
           CONTINUE.

       CONVERTER-PRECO-ITEM.
           IF WS-PMO-COUNT > 0 AND WS-ITEM-PRECO-ALFA IS NUMERIC
               MOVE ITEM-NUMERO TO WS-PMO-BUSCA
               PERFORM LOCALIZAR-PEDIDO-MOEDA
               IF WS-PMO-IDX <= WS-PMO-COUNT
                   COMPUTE WS-ITEM-PRECO-NUM ROUNDED =
                       WS-ITEM-PRECO-NUM * WS-PMO-T-TAXA(WS-PMO-IDX)
               END-IF
           END-IF.

       OBTER-MOEDA-PEDIDO.
           MOVE "BRL" TO WS-PED-MOEDA
           MOVE 1 TO WS-PED-TAXA
           PERFORM CARREGAR-PEDIDOS-MOEDA
           MOVE WS-NUMERO-PEDIDO TO WS-PMO-BUSCA
           PERFORM LOCALIZAR-PEDIDO-MOEDA
           IF WS-PMO-IDX <= WS-PMO-COUNT
               MOVE WS-PMO-T-MOEDA(WS-PMO-IDX) TO WS-PED-MOEDA
               MOVE WS-PMO-T-TAXA(WS-PMO-IDX) TO WS-PED-TAXA
           END-IF.

       OBTER-TAXA-RECEBIMENTO.
           PERFORM OBTER-MOEDA-PEDIDO
           IF WS-PED-MOEDA NOT = "BRL"
               MOVE WS-PED-MOEDA TO WS-CMB-MOEDA
               ACCEPT WS-CMB-DATA FROM DATE YYYYMMDD
               CALL 'obterTaxaCambio' USING WS-CMB-MOEDA
                   WS-CMB-DATA WS-CMB-TAXA WS-CMB-ACHADO
               IF WS-CMB-ACHADO = "Y"
                   MOVE WS-CMB-TAXA TO WS-PED-TAXA
                   DISPLAY "Pedido em " WS-PED-MOEDA ", taxa de "
                       "cambio do recebimento: " WS-PED-TAXA
               END-IF
           END-IF.

       GRAVAR-MOEDA-TITULO.
           MOVE SPACES TO TITULO-MOEDA-DADOS
           STRING WS-NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-PAG-SEQ DELIMITED BY SIZE ","
                  WS-PED-MOEDA DELIMITED BY SIZE ","
                  WS-PED-VALOR-MOEDA DELIMITED BY SIZE ","
                  WS-PED-TAXA DELIMITED BY SIZE
                  INTO TITULO-MOEDA-DADOS
           OPEN EXTEND TITULO-MOEDA-FILE
           IF WS-PMO-FILE-STATUS = "35"
               OPEN OUTPUT TITULO-MOEDA-FILE
           END-IF
           WRITE TITULO-MOEDA-RECORD
           CLOSE TITULO-MOEDA-FILE
           DISPLAY "Valor em " WS-PED-MOEDA ": " WS-PED-VALOR-MOEDA
               " a taxa " WS-PED-TAXA.

       MANUTENCAO-MOEDAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            MOEDAS E TAXAS DE CAMBIO             "
           DISPLAY "================================================="
           DISPLAY "Acao (M-Cadastrar moeda / T-Registrar taxa / "
               "L-Listar taxas): " WITH NO ADVANCING
           ACCEPT WS-MOE-ACAO
           EVALUATE WS-MOE-ACAO
               WHEN "M"
                   PERFORM INCLUIR-MOEDA
               WHEN "T"
                   PERFORM REGISTRAR-TAXA-CAMBIO
               WHEN "L"
                   PERFORM LISTAR-TAXAS-CAMBIO
               WHEN OTHER
                   DISPLAY "Acao invalida, informe M, T ou L."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-MOEDA.
           DISPLAY "Codigo da moeda (3 letras, ex. USD): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-MOE-CODIGO
           ACCEPT WS-MOE-CODIGO
           IF WS-MOE-CODIGO = SPACES OR WS-MOE-CODIGO = "BRL"
               DISPLAY "Codigo de moeda invalido."
           ELSE
               PERFORM LOCALIZAR-MOEDA
               IF WS-MOE-ACHADA = "Y"
                   DISPLAY "Moeda ja cadastrada: " WS-MOE-DESCRICAO
               ELSE
                   DISPLAY "Descricao: " WITH NO ADVANCING
                   ACCEPT WS-MOE-DESCRICAO
                   MOVE SPACES TO MOEDA-DADOS
                   STRING WS-MOE-CODIGO DELIMITED BY SIZE ","
                          WS-MOE-DESCRICAO DELIMITED BY SIZE
                          INTO MOEDA-DADOS
                   OPEN EXTEND MOEDA-FILE
                   IF WS-MOE-FILE-STATUS = "35"
                       OPEN OUTPUT MOEDA-FILE
                   END-IF
                   WRITE MOEDA-RECORD
                   CLOSE MOEDA-FILE
                   DISPLAY "Moeda cadastrada com sucesso!"
               END-IF
           END-IF.

       REGISTRAR-TAXA-CAMBIO.
           DISPLAY "Codigo da moeda: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOE-CODIGO
           ACCEPT WS-MOE-CODIGO
           PERFORM LOCALIZAR-MOEDA
           IF WS-MOE-ACHADA = "N"
               DISPLAY "Moeda nao cadastrada."
           ELSE
               DISPLAY "Data da taxa (AAAAMMDD, Enter = hoje): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-MOE-ENTRADA-DATA
               ACCEPT WS-MOE-ENTRADA-DATA
               IF WS-MOE-ENTRADA-DATA IS NUMERIC
                   MOVE WS-MOE-ENTRADA-DATA TO WS-MOE-DATA
               ELSE
                   ACCEPT WS-MOE-DATA FROM DATE YYYYMMDD
               END-IF
               DISPLAY "Taxa em reais (999V999999): "
                   WITH NO ADVANCING
               ACCEPT WS-MOE-TAXA-ALFA
               IF WS-MOE-TAXA-ALFA IS NOT NUMERIC
                   DISPLAY "Entrada invalida, digite somente numeros."
               ELSE
               IF WS-MOE-TAXA-NUM = 0
                   DISPLAY "Taxa de cambio deve ser maior que zero."
               ELSE
                   MOVE SPACES TO TAXA-CAMBIO-DADOS
                   STRING WS-MOE-CODIGO DELIMITED BY SIZE ","
                          WS-MOE-DATA DELIMITED BY SIZE ","
                          WS-MOE-TAXA-ALFA DELIMITED BY SIZE
                          INTO TAXA-CAMBIO-DADOS
                   OPEN EXTEND TAXA-CAMBIO-FILE
                   IF WS-MOE-FILE-STATUS = "35"
                       OPEN OUTPUT TAXA-CAMBIO-FILE
                   END-IF
                   WRITE TAXA-CAMBIO-RECORD
                   CLOSE TAXA-CAMBIO-FILE
                   MOVE "gestaoPedidoCompra" TO WS-AUD-PROGRAMA
                   MOVE "CAMBIO" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   STRING WS-MOE-CODIGO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MOE-DATA DELIMITED BY SIZE
                          INTO WS-AUD-CHAVE
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE TAXA-CAMBIO-DADOS TO WS-AUD-DEPOIS
                   CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                       WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES
                       WS-AUD-DEPOIS
                   DISPLAY "Taxa de cambio registrada!"
               END-IF
               END-IF
           END-IF.

       LISTAR-TAXAS-CAMBIO.
           DISPLAY "Codigo da moeda: " WITH NO ADVANCING
           MOVE SPACES TO WS-MOE-CODIGO
           ACCEPT WS-MOE-CODIGO
           MOVE 0 TO WS-MOE-QTD
           MOVE "N" TO WS-MOE-EOF
           OPEN INPUT TAXA-CAMBIO-FILE
           IF WS-MOE-FILE-STATUS = "35"
               MOVE "Y" TO WS-MOE-EOF
           ELSE
               PERFORM LER-TAXA-CAMBIO-LISTA UNTIL WS-MOE-EOF = "Y"
               CLOSE TAXA-CAMBIO-FILE
           END-IF
           IF WS-MOE-QTD = 0
               DISPLAY "Nenhuma taxa registrada para a moeda."
           END-IF.

       LER-TAXA-CAMBIO-LISTA.
           READ TAXA-CAMBIO-FILE INTO TAXA-CAMBIO-RECORD
               AT END
                   MOVE "Y" TO WS-MOE-EOF
               NOT AT END
                   MOVE SPACES TO WS-MOE-TAXA-ALFA
                   UNSTRING TAXA-CAMBIO-DADOS DELIMITED BY ","
                       INTO WS-MOE-LIDA WS-MOE-DATA WS-MOE-TAXA-ALFA
                   IF WS-MOE-LIDA = WS-MOE-CODIGO
                       AND WS-MOE-TAXA-ALFA IS NUMERIC
                       ADD 1 TO WS-MOE-QTD
                       DISPLAY "  " WS-MOE-DATA "  taxa "
                           WS-MOE-TAXA-NUM
                   END-IF
           END-READ.

       GUARDAR-ITEM-RECEBIDO.
           PERFORM PROCURAR-ITEM-RECEBIDO
               VARYING WS-NFR-IDX FROM 1 BY 1
               UNTIL WS-NFR-IDX > WS-NFR-COUNT
               OR WS-NFR-PRODUTO(WS-NFR-IDX) = COD-PRODUTO
           IF WS-NFR-IDX <= WS-NFR-COUNT
               ADD WS-QTD-RECEBER TO WS-NFR-QTD(WS-NFR-IDX)
           ELSE
               IF WS-NFR-COUNT < 100
                   ADD 1 TO WS-NFR-COUNT
                   MOVE COD-PRODUTO TO WS-NFR-PRODUTO(WS-NFR-COUNT)
                   MOVE WS-QTD-RECEBER TO WS-NFR-QTD(WS-NFR-COUNT)
                   MOVE PRECO-PEDIDO TO WS-NFR-PRECO(WS-NFR-COUNT)
                   MOVE WS-PED-TAXA TO WS-NFR-TAXA(WS-NFR-COUNT)
                   MOVE SPACE TO WS-NFR-RESOLUCAO(WS-NFR-COUNT)
               END-IF
           END-IF.

       PROCURAR-ITEM-RECEBIDO.
           CONTINUE.

       GRAVAR-RECEBIMENTO-TITULO.
           ACCEPT WS-NFC-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND RECEBIMENTO-COMPRA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               OPEN OUTPUT RECEBIMENTO-COMPRA-FILE
           END-IF
           PERFORM GRAVAR-LINHA-RECEBIMENTO
               VARYING WS-NFR-IDX FROM 1 BY 1
               UNTIL WS-NFR-IDX > WS-NFR-COUNT
           CLOSE RECEBIMENTO-COMPRA-FILE.

       GRAVAR-LINHA-RECEBIMENTO.
           MOVE SPACES TO RECEBIMENTO-COMPRA-DADOS
           STRING WS-NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-PAG-SEQ DELIMITED BY SIZE ","
                  WS-NFR-PRODUTO(WS-NFR-IDX) DELIMITED BY SIZE ","
                  WS-NFR-QTD(WS-NFR-IDX) DELIMITED BY SIZE ","
                  WS-NFR-PRECO(WS-NFR-IDX) DELIMITED BY SIZE ","
                  WS-NFR-TAXA(WS-NFR-IDX) DELIMITED BY SIZE ","
                  WS-NFC-HOJE DELIMITED BY SIZE
                  INTO RECEBIMENTO-COMPRA-DADOS
           WRITE RECEBIMENTO-COMPRA-RECORD.

       CONFERIR-NOTA-RECEBIMENTO.
           MOVE WS-NUMERO-PEDIDO TO WS-NFC-PEDIDO
           MOVE WS-TIT-PAG-SEQ TO WS-NFC-SEQ
           MOVE WS-TIT-PAG-FORNECEDOR TO COD-FORNECEDOR
           PERFORM CONFERIR-NOTA-TITULO.

       CONFERENCIA-NOTA-FISCAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      CONFERENCIA DE NOTA FISCAL (3 VIAS)        "
           DISPLAY "================================================="
           DISPLAY "Titulos retidos aguardando nota fiscal:"
           MOVE 0 TO WS-NFC-PEDIDO
           MOVE 0 TO WS-NFC-SEQ
           MOVE "N" TO WS-NFC-TITULO-ACHADO
           MOVE "N" TO WS-TIT-PAG-EOF
           OPEN INPUT TITULO-PAGAR-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-TIT-PAG-EOF
           ELSE
               PERFORM LER-TITULO-RETIDO UNTIL WS-TIT-PAG-EOF = "Y"
               CLOSE TITULO-PAGAR-FILE
           END-IF
           DISPLAY "Numero do pedido: " WITH NO ADVANCING
           ACCEPT WS-NFC-PEDIDO
           DISPLAY "Sequencia do titulo: " WITH NO ADVANCING
           ACCEPT WS-NFC-SEQ
           MOVE "N" TO WS-NFC-TITULO-ACHADO
           MOVE "N" TO WS-TIT-PAG-EOF
           OPEN INPUT TITULO-PAGAR-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-TIT-PAG-EOF
           ELSE
               PERFORM LER-TITULO-RETIDO UNTIL WS-TIT-PAG-EOF = "Y"
               CLOSE TITULO-PAGAR-FILE
           END-IF
           IF WS-NFC-TITULO-ACHADO = "N"
               DISPLAY "Titulo nao encontrado ou nao retido."
           ELSE
               PERFORM CARREGAR-NOTA-TITULO
               IF WS-NFN-COUNT > 0
                   DISPLAY "Nota " WS-NFC-NOTA " ja registrada, "
                       "resolva as divergencias na fila."
               ELSE
                   PERFORM CONFERIR-NOTA-TITULO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-TITULO-RETIDO.
           READ TITULO-PAGAR-FILE INTO TITULO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-TIT-PAG-EOF
               NOT AT END
                   UNSTRING TITULO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-TIT-REG-PEDIDO WS-TIT-REG-SEQ
                            WS-TIT-REG-FORN WS-TIT-REG-VENC
                            WS-TIT-REG-VALOR-ALFA WS-TIT-REG-STATUS
                   IF WS-TIT-REG-STATUS = "R"
                       IF WS-NFC-PEDIDO = 0
                           DISPLAY "  Pedido " WS-TIT-REG-PEDIDO
                               " seq " WS-TIT-REG-SEQ
                               " fornecedor " WS-TIT-REG-FORN
                               " valor " WS-TIT-REG-VALOR-NUM
                       ELSE
                       IF WS-TIT-REG-PEDIDO = WS-NFC-PEDIDO
                           AND WS-TIT-REG-SEQ = WS-NFC-SEQ
                           MOVE "Y" TO WS-NFC-TITULO-ACHADO
                           MOVE WS-TIT-REG-FORN TO COD-FORNECEDOR
                           MOVE "Y" TO WS-TIT-PAG-EOF
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       CONFERIR-NOTA-TITULO.
           MOVE COD-FORNECEDOR TO WS-XRF-FORNECEDOR
           PERFORM CARREGAR-RECEBIMENTO-TITULO
           IF WS-NFR-COUNT = 0
               DISPLAY "Recebimento sem itens registrados para "
                   "conferencia."
           ELSE
               DISPLAY "Nota fiscal do fornecedor:"
               DISPLAY "1 - Digitar  2 - Importar arquivo  "
                   "3 - Conferir depois: " WITH NO ADVANCING
               ACCEPT WS-NFC-FORMA
               IF WS-NFC-FORMA = "1" OR WS-NFC-FORMA = "2"
                   DISPLAY "Numero da nota fiscal: " WITH NO ADVANCING
                   MOVE SPACES TO WS-NFC-NOTA
                   ACCEPT WS-NFC-NOTA
                   MOVE 0 TO WS-NFN-COUNT
                   IF WS-NFC-FORMA = "1"
                       PERFORM DIGITAR-NOTA-FORNECEDOR
                   ELSE
                       PERFORM IMPORTAR-NOTA-FORNECEDOR
                   END-IF
                   IF WS-NFN-COUNT = 0
                       DISPLAY "Nota sem itens, titulo permanece "
                           "retido."
                   ELSE
                       PERFORM GRAVAR-NOTA-FORNECEDOR
                       PERFORM CONFRONTAR-NOTA-RECEBIMENTO
                       IF WS-NFC-DIVERGENCIAS = 0
                           PERFORM LIBERAR-TITULO-CONFERIDO
                       ELSE
                           DISPLAY WS-NFC-DIVERGENCIAS
                               " divergencia(s) na fila do comprador,"
                               " titulo retido."
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Titulo retido ate a conferencia da nota "
                       "fiscal."
               END-IF
           END-IF.

       CARREGAR-RECEBIMENTO-TITULO.
           MOVE 0 TO WS-NFR-COUNT
           MOVE 1 TO WS-NFC-TAXA
           MOVE "N" TO WS-NFC-EOF
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               MOVE "Y" TO WS-NFC-EOF
           ELSE
               PERFORM LER-RECEBIMENTO-TITULO UNTIL WS-NFC-EOF = "Y"
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF.

       LER-RECEBIMENTO-TITULO.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-NFC-EOF
               NOT AT END
                   UNSTRING RECEBIMENTO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-NFC-REG-PEDIDO WS-NFC-REG-SEQ
                            WS-NFC-REG-PRODUTO WS-NFC-REG-QTD
                            WS-NFC-REG-PRECO-ALFA WS-NFC-REG-TAXA-ALFA
                   IF WS-NFC-REG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-NFC-REG-SEQ = WS-NFC-SEQ
                       AND WS-NFR-COUNT < 100
                       ADD 1 TO WS-NFR-COUNT
                       MOVE WS-NFC-REG-PRODUTO
                           TO WS-NFR-PRODUTO(WS-NFR-COUNT)
                       MOVE WS-NFC-REG-QTD TO WS-NFR-QTD(WS-NFR-COUNT)
                       MOVE WS-NFC-REG-PRECO-NUM
                           TO WS-NFR-PRECO(WS-NFR-COUNT)
                       MOVE WS-NFC-REG-TAXA-NUM
                           TO WS-NFR-TAXA(WS-NFR-COUNT)
                       MOVE SPACE TO WS-NFR-RESOLUCAO(WS-NFR-COUNT)
                       MOVE WS-NFC-REG-TAXA-NUM TO WS-NFC-TAXA
                   END-IF
           END-READ.

       CARREGAR-NOTA-TITULO.
           MOVE 0 TO WS-NFN-COUNT
           MOVE SPACES TO WS-NFC-NOTA
           MOVE "N" TO WS-NFC-EOF
           OPEN INPUT NOTA-FORNECEDOR-FILE
           IF WS-NFC-FILE-STATUS = "35"
               MOVE "Y" TO WS-NFC-EOF
           ELSE
               PERFORM LER-NOTA-TITULO UNTIL WS-NFC-EOF = "Y"
               CLOSE NOTA-FORNECEDOR-FILE
           END-IF.

       LER-NOTA-TITULO.
           READ NOTA-FORNECEDOR-FILE INTO NOTA-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-NFC-EOF
               NOT AT END
                   UNSTRING NOTA-FORNECEDOR-DADOS DELIMITED BY ","
                       INTO WS-NFC-REG-PEDIDO WS-NFC-REG-SEQ
                            WS-NFC-REG-NOTA WS-NFC-REG-PRODUTO
                            WS-NFC-REG-QTD WS-NFC-REG-PRECO-ALFA
                   IF WS-NFC-REG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-NFC-REG-SEQ = WS-NFC-SEQ
                       AND WS-NFN-COUNT < 100
                       MOVE WS-NFC-REG-NOTA TO WS-NFC-NOTA
                       PERFORM GUARDAR-ITEM-NOTA
                   END-IF
           END-READ.

       GUARDAR-ITEM-NOTA.
           ADD 1 TO WS-NFN-COUNT
           MOVE WS-NFC-REG-PRODUTO TO WS-NFN-PRODUTO(WS-NFN-COUNT)
           MOVE WS-NFC-REG-QTD TO WS-NFN-QTD(WS-NFN-COUNT)
           MOVE WS-NFC-REG-PRECO-NUM TO WS-NFN-PRECO(WS-NFN-COUNT)
           MOVE "N" TO WS-NFN-CASADO(WS-NFN-COUNT)
           MOVE SPACE TO WS-NFN-RESOLUCAO(WS-NFN-COUNT).

       DIGITAR-NOTA-FORNECEDOR.
           PERFORM DIGITAR-ITEM-NOTA
               VARYING WS-NFR-IDX FROM 1 BY 1
               UNTIL WS-NFR-IDX > WS-NFR-COUNT
           DISPLAY "Produtos faturados e nao recebidos "
               "(codigo 0 = fim):"
           MOVE 1 TO WS-NFC-REG-PRODUTO
           PERFORM DIGITAR-ITEM-EXTRA-NOTA
               UNTIL WS-NFC-REG-PRODUTO = 0 OR WS-NFN-COUNT >= 100.

       DIGITAR-ITEM-NOTA.
           DISPLAY "Produto " WS-NFR-PRODUTO(WS-NFR-IDX)
               " recebido " WS-NFR-QTD(WS-NFR-IDX)
               " preco pedido " WS-NFR-PRECO(WS-NFR-IDX)
           DISPLAY "  Consta na nota (S/N): " WITH NO ADVANCING
           ACCEPT WS-NFC-ITEM-CONSTA
           IF WS-NFC-ITEM-CONSTA = "S" OR WS-NFC-ITEM-CONSTA = "s"
               MOVE WS-NFR-PRODUTO(WS-NFR-IDX) TO WS-NFC-REG-PRODUTO
               DISPLAY "  Quantidade na nota (0 = recebida): "
                   WITH NO ADVANCING
               ACCEPT WS-NFC-REG-QTD
               IF WS-NFC-REG-QTD = 0
                   MOVE WS-NFR-QTD(WS-NFR-IDX) TO WS-NFC-REG-QTD
               END-IF
               DISPLAY "  Preco unitario na nota (9999999V99, "
                   "Enter = pedido): " WITH NO ADVANCING
               MOVE SPACES TO WS-NFC-ENTRADA-PRECO
               ACCEPT WS-NFC-ENTRADA-PRECO
               IF WS-NFC-ENTRADA-PRECO IS NUMERIC
                   MOVE WS-NFC-ENTRADA-PRECO-NUM
                       TO WS-NFC-REG-PRECO-NUM
               ELSE
                   MOVE WS-NFR-PRECO(WS-NFR-IDX)
                       TO WS-NFC-REG-PRECO-NUM
               END-IF
               PERFORM GUARDAR-ITEM-NOTA
           END-IF.

       DIGITAR-ITEM-EXTRA-NOTA.
           DISPLAY "  Codigo do produto (nosso ou do fornecedor): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-XRF-ENTRADA
           ACCEPT WS-XRF-ENTRADA
           MOVE 0 TO WS-NFC-REG-PRODUTO
           IF WS-XRF-ENTRADA NOT = SPACES
               AND WS-XRF-ENTRADA NOT = "0"
               PERFORM IDENTIFICAR-PRODUTO-DIGITADO
               IF WS-XRF-PRODUTO = 0
                   DISPLAY "  Codigo sem correspondencia, informe "
                       "novamente."
                   MOVE 1 TO WS-NFC-REG-PRODUTO
               ELSE
                   MOVE WS-XRF-PRODUTO TO WS-NFC-REG-PRODUTO
               END-IF
           END-IF
           IF WS-NFC-REG-PRODUTO > 0 AND WS-XRF-PRODUTO > 0
               DISPLAY "  Quantidade na nota: " WITH NO ADVANCING
               ACCEPT WS-NFC-REG-QTD
               DISPLAY "  Preco unitario na nota (9999999V99): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-NFC-ENTRADA-PRECO
               ACCEPT WS-NFC-ENTRADA-PRECO
               IF WS-NFC-ENTRADA-PRECO IS NUMERIC
                   AND WS-NFC-REG-QTD > 0
                   MOVE WS-NFC-ENTRADA-PRECO-NUM
                       TO WS-NFC-REG-PRECO-NUM
                   PERFORM CONVERTER-EMBALAGEM-NOTA
                   PERFORM GUARDAR-ITEM-NOTA
               ELSE
                   DISPLAY "  Entrada invalida, item ignorado."
               END-IF
           END-IF.

       IMPORTAR-NOTA-FORNECEDOR.
           MOVE 0 TO WS-NFC-LINHA
           MOVE "N" TO WS-NFC-EOF
           OPEN INPUT NOTA-IMPORTACAO-FILE
           IF WS-NFC-FILE-STATUS = "35"
               DISPLAY "Arquivo notaFiscalFornecedor.txt nao "
                   "encontrado."
           ELSE
               PERFORM LER-NOTA-IMPORTACAO UNTIL WS-NFC-EOF = "Y"
               CLOSE NOTA-IMPORTACAO-FILE
               DISPLAY WS-NFN-COUNT " item(ns) importado(s) da nota."
           END-IF.

       LER-NOTA-IMPORTACAO.
           READ NOTA-IMPORTACAO-FILE INTO NOTA-IMPORTACAO-RECORD
               AT END
                   MOVE "Y" TO WS-NFC-EOF
               NOT AT END
                   ADD 1 TO WS-NFC-LINHA
                   MOVE SPACES TO WS-NFC-REG-PRECO-ALFA
                   MOVE SPACES TO WS-XRF-ENTRADA
                   UNSTRING NOTA-IMPORTACAO-DADOS DELIMITED BY ","
                       INTO WS-NFC-REG-NOTA WS-NFC-REG-PEDIDO
                            WS-XRF-ENTRADA WS-NFC-REG-QTD
                            WS-NFC-REG-PRECO-ALFA
                   IF WS-NFC-REG-NOTA = WS-NFC-NOTA
                       AND WS-NFC-REG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-NFC-REG-PRECO-ALFA IS NUMERIC
                       AND WS-NFN-COUNT < 100
                       PERFORM TRADUZIR-ITEM-NOTA-IMPORTADA
                   END-IF
           END-READ.

       TRADUZIR-ITEM-NOTA-IMPORTADA.
           PERFORM IDENTIFICAR-PRODUTO-DIGITADO
           IF WS-XRF-ACHADO = "N" AND WS-XRF-FORN-COM-CODIGO = "Y"
               MOVE 0 TO WS-XRF-PRODUTO
           END-IF
           IF WS-XRF-PRODUTO = 0
               MOVE "CODIGO DO FORNECEDOR SEM DE-PARA"
                   TO WS-NFC-MOTIVO
               PERFORM GRAVAR-ERRO-IMPORTACAO
               DISPLAY "  Linha " WS-NFC-LINHA " rejeitada: "
                   WS-NFC-MOTIVO
           ELSE
               MOVE WS-XRF-PRODUTO TO WS-NFC-REG-PRODUTO
               PERFORM CONVERTER-EMBALAGEM-NOTA
               PERFORM GUARDAR-ITEM-NOTA
           END-IF.

       CONVERTER-EMBALAGEM-NOTA.
           IF WS-XRF-ACHADO = "Y" AND WS-XRF-EMBALAGEM > 1
               COMPUTE WS-NFC-REG-QTD =
                   WS-NFC-REG-QTD * WS-XRF-EMBALAGEM
               COMPUTE WS-NFC-REG-PRECO-NUM ROUNDED =
                   WS-NFC-REG-PRECO-NUM / WS-XRF-EMBALAGEM
           END-IF.

       GRAVAR-ERRO-IMPORTACAO.
           ACCEPT WS-NFC-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO ERRO-IMPORTACAO-DADOS
           STRING WS-NFC-HOJE DELIMITED BY SIZE ","
                  WS-NFC-LINHA DELIMITED BY SIZE ","
                  WS-NFC-MOTIVO DELIMITED BY SIZE ","
                  NOTA-IMPORTACAO-DADOS DELIMITED BY SIZE
                  INTO ERRO-IMPORTACAO-DADOS
           OPEN EXTEND ERRO-IMPORTACAO-FILE
           WRITE ERRO-IMPORTACAO-RECORD FROM ERRO-IMPORTACAO-DADOS
           CLOSE ERRO-IMPORTACAO-FILE.

       GRAVAR-NOTA-FORNECEDOR.
           ACCEPT WS-NFC-HOJE FROM DATE YYYYMMDD
           OPEN EXTEND NOTA-FORNECEDOR-FILE
           IF WS-NFC-FILE-STATUS = "35"
               OPEN OUTPUT NOTA-FORNECEDOR-FILE
           END-IF
           PERFORM GRAVAR-LINHA-NOTA
               VARYING WS-NFN-IDX FROM 1 BY 1
               UNTIL WS-NFN-IDX > WS-NFN-COUNT
           CLOSE NOTA-FORNECEDOR-FILE.

       GRAVAR-LINHA-NOTA.
           MOVE SPACES TO NOTA-FORNECEDOR-DADOS
           STRING WS-NFC-PEDIDO DELIMITED BY SIZE ","
                  WS-NFC-SEQ DELIMITED BY SIZE ","
                  WS-NFC-NOTA DELIMITED BY SPACE ","
                  WS-NFN-PRODUTO(WS-NFN-IDX) DELIMITED BY SIZE ","
                  WS-NFN-QTD(WS-NFN-IDX) DELIMITED BY SIZE ","
                  WS-NFN-PRECO(WS-NFN-IDX) DELIMITED BY SIZE ","
                  WS-NFC-HOJE DELIMITED BY SIZE ","
                  WS-USUARIO-LOGIN DELIMITED BY SPACE
                  INTO NOTA-FORNECEDOR-DADOS
           WRITE NOTA-FORNECEDOR-RECORD.

       CONFRONTAR-NOTA-RECEBIMENTO.
           MOVE 0 TO WS-NFC-DIVERGENCIAS
           PERFORM CONFRONTAR-ITEM-RECEBIDO
               VARYING WS-NFR-IDX FROM 1 BY 1
               UNTIL WS-NFR-IDX > WS-NFR-COUNT
           PERFORM CONFRONTAR-ITEM-FATURADO
               VARYING WS-NFN-IDX FROM 1 BY 1
               UNTIL WS-NFN-IDX > WS-NFN-COUNT.

       CONFRONTAR-ITEM-RECEBIDO.
           PERFORM PROCURAR-ITEM-NOTA
               VARYING WS-NFN-IDX FROM 1 BY 1
               UNTIL WS-NFN-IDX > WS-NFN-COUNT
               OR WS-NFN-PRODUTO(WS-NFN-IDX)
                   = WS-NFR-PRODUTO(WS-NFR-IDX)
           MOVE WS-NFR-PRODUTO(WS-NFR-IDX) TO WS-DVG-PRODUTO
           MOVE WS-NFR-QTD(WS-NFR-IDX) TO WS-DVG-QTD-RECEBIDA
           MOVE WS-NFR-PRECO(WS-NFR-IDX) TO WS-DVG-PRECO-PED-NUM
           IF WS-NFN-IDX > WS-NFN-COUNT
               MOVE "N" TO WS-DVG-TIPO
               MOVE 0 TO WS-DVG-QTD-NOTA
               MOVE 0 TO WS-DVG-PRECO-NF-NUM
               PERFORM GRAVAR-DIVERGENCIA-NOTA
           ELSE
               MOVE "S" TO WS-NFN-CASADO(WS-NFN-IDX)
               MOVE WS-NFN-QTD(WS-NFN-IDX) TO WS-DVG-QTD-NOTA
               MOVE WS-NFN-PRECO(WS-NFN-IDX) TO WS-DVG-PRECO-NF-NUM
               IF WS-DVG-QTD-NOTA NOT = WS-DVG-QTD-RECEBIDA
                   MOVE "Q" TO WS-DVG-TIPO
                   PERFORM GRAVAR-DIVERGENCIA-NOTA
               ELSE
                   MOVE WS-DVG-PRODUTO TO COD-PRODUTO
                   PERFORM BUSCAR-CONTRATO-ATIVO
                   MOVE WS-CTR-TOLERANCIA TO WS-NFC-TOL-ITEM
                   COMPUTE WS-NFC-LIMITE ROUNDED =
                       WS-DVG-PRECO-PED-NUM * WS-NFC-TOL-ITEM / 100
                   IF WS-DVG-PRECO-NF-NUM > WS-DVG-PRECO-PED-NUM
                       COMPUTE WS-NFC-DIFERENCA =
                           WS-DVG-PRECO-NF-NUM - WS-DVG-PRECO-PED-NUM
                   ELSE
                       COMPUTE WS-NFC-DIFERENCA =
                           WS-DVG-PRECO-PED-NUM - WS-DVG-PRECO-NF-NUM
                   END-IF
                   IF WS-NFC-DIFERENCA > WS-NFC-LIMITE
                       MOVE "P" TO WS-DVG-TIPO
                       PERFORM GRAVAR-DIVERGENCIA-NOTA
                   END-IF
               END-IF
           END-IF.

       PROCURAR-ITEM-NOTA.
           CONTINUE.

       CONFRONTAR-ITEM-FATURADO.
           IF WS-NFN-CASADO(WS-NFN-IDX) = "N"
               MOVE WS-NFN-PRODUTO(WS-NFN-IDX) TO WS-DVG-PRODUTO
               MOVE 0 TO WS-DVG-QTD-RECEBIDA
               MOVE 0 TO WS-DVG-PRECO-PED-NUM
               MOVE WS-NFN-QTD(WS-NFN-IDX) TO WS-DVG-QTD-NOTA
               MOVE WS-NFN-PRECO(WS-NFN-IDX) TO WS-DVG-PRECO-NF-NUM
               MOVE "X" TO WS-DVG-TIPO
               PERFORM GRAVAR-DIVERGENCIA-NOTA
           END-IF.

       GRAVAR-DIVERGENCIA-NOTA.
           MOVE WS-NFC-PEDIDO TO WS-DVG-PEDIDO
           MOVE WS-NFC-SEQ TO WS-DVG-SEQ
           MOVE WS-NFC-NOTA TO WS-DVG-NOTA
           MOVE "A" TO WS-DVG-STATUS
           ACCEPT WS-DVG-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO WS-DVG-LOGIN
           PERFORM MONTAR-DIVERGENCIA-NOTA
           OPEN EXTEND DIVERGENCIA-NOTA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               OPEN OUTPUT DIVERGENCIA-NOTA-FILE
           END-IF
           WRITE DIVERGENCIA-NOTA-RECORD
           CLOSE DIVERGENCIA-NOTA-FILE
           ADD 1 TO WS-NFC-DIVERGENCIAS
           PERFORM DESCREVER-DIVERGENCIA-NOTA
           DISPLAY "  Divergencia produto " WS-DVG-PRODUTO ": "
               WS-DVG-DESCRICAO.

       MONTAR-DIVERGENCIA-NOTA.
           MOVE SPACES TO DIVERGENCIA-NOTA-DADOS
           STRING WS-DVG-PEDIDO DELIMITED BY SIZE ","
                  WS-DVG-SEQ DELIMITED BY SIZE ","
                  WS-DVG-NOTA DELIMITED BY SPACE ","
                  WS-DVG-PRODUTO DELIMITED BY SIZE ","
                  WS-DVG-TIPO DELIMITED BY SIZE ","
                  WS-DVG-QTD-RECEBIDA DELIMITED BY SIZE ","
                  WS-DVG-QTD-NOTA DELIMITED BY SIZE ","
                  WS-DVG-PRECO-PED-NUM DELIMITED BY SIZE ","
                  WS-DVG-PRECO-NF-NUM DELIMITED BY SIZE ","
                  WS-DVG-STATUS DELIMITED BY SIZE ","
                  WS-DVG-DATA DELIMITED BY SIZE ","
                  WS-DVG-LOGIN DELIMITED BY SPACE
                  INTO DIVERGENCIA-NOTA-DADOS.

       DESCREVER-DIVERGENCIA-NOTA.
           EVALUATE TRUE
               WHEN DVG-SEM-NOTA
                   MOVE "NAO FATURADO" TO WS-DVG-DESCRICAO
               WHEN DVG-QUANTIDADE
                   MOVE "QUANTIDADE" TO WS-DVG-DESCRICAO
               WHEN DVG-PRECO
                   MOVE "PRECO" TO WS-DVG-DESCRICAO
               WHEN DVG-NAO-RECEBIDO
                   MOVE "NAO RECEBIDO" TO WS-DVG-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WS-DVG-DESCRICAO
           END-EVALUATE.

       LIBERAR-TITULO-CONFERIDO.
           MOVE 0 TO WS-NFC-TOTAL
           PERFORM SOMAR-ITEM-LIBERACAO
               VARYING WS-NFR-IDX FROM 1 BY 1
               UNTIL WS-NFR-IDX > WS-NFR-COUNT
           PERFORM SOMAR-ITEM-NAO-RECEBIDO
               VARYING WS-NFN-IDX FROM 1 BY 1
               UNTIL WS-NFN-IDX > WS-NFN-COUNT
           PERFORM APURAR-ABATIMENTOS-TITULO
           IF WS-NFC-TOTAL > WS-NFC-ABATIDO
               SUBTRACT WS-NFC-ABATIDO FROM WS-NFC-TOTAL
           ELSE
               MOVE 0 TO WS-NFC-TOTAL
           END-IF
           MOVE "N" TO WS-NFC-TITULO-ACHADO
           MOVE "N" TO WS-TIT-PAG-EOF
           OPEN I-O TITULO-PAGAR-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-TIT-PAG-EOF
           ELSE
               PERFORM LER-TITULO-LIBERACAO UNTIL WS-TIT-PAG-EOF = "Y"
               CLOSE TITULO-PAGAR-FILE
           END-IF
           IF WS-NFC-TITULO-ACHADO = "Y"
               DISPLAY "Nota conferida, titulo liberado para "
                   "pagamento: " WS-NFC-TOTAL
           END-IF.

       SOMAR-ITEM-LIBERACAO.
           PERFORM PROCURAR-ITEM-NOTA
               VARYING WS-NFN-IDX FROM 1 BY 1
               UNTIL WS-NFN-IDX > WS-NFN-COUNT
               OR WS-NFN-PRODUTO(WS-NFN-IDX)
                   = WS-NFR-PRODUTO(WS-NFR-IDX)
           IF WS-NFR-RESOLUCAO(WS-NFR-IDX) = "P" OR "D"
               COMPUTE WS-NFC-TOTAL ROUNDED = WS-NFC-TOTAL
                   + WS-NFR-QTD(WS-NFR-IDX) * WS-NFR-PRECO(WS-NFR-IDX)
                   * WS-NFR-TAXA(WS-NFR-IDX)
           ELSE
               IF WS-NFN-IDX <= WS-NFN-COUNT
                   COMPUTE WS-NFC-TOTAL ROUNDED = WS-NFC-TOTAL
                       + WS-NFN-QTD(WS-NFN-IDX)
                       * WS-NFN-PRECO(WS-NFN-IDX)
                       * WS-NFR-TAXA(WS-NFR-IDX)
               END-IF
           END-IF
           IF WS-NFN-IDX <= WS-NFN-COUNT
               MOVE "S" TO WS-NFN-CASADO(WS-NFN-IDX)
           END-IF.

       SOMAR-ITEM-NAO-RECEBIDO.
           IF WS-NFN-CASADO(WS-NFN-IDX) = "N"
               AND WS-NFN-RESOLUCAO(WS-NFN-IDX) = "N"
               COMPUTE WS-NFC-TOTAL ROUNDED = WS-NFC-TOTAL
                   + WS-NFN-QTD(WS-NFN-IDX) * WS-NFN-PRECO(WS-NFN-IDX)
                   * WS-NFC-TAXA
           END-IF.

       APURAR-ABATIMENTOS-TITULO.
           MOVE 0 TO WS-NFC-ABATIDO
           MOVE "N" TO WS-NFC-EOF
           OPEN INPUT ABATIMENTO-PAGAR-FILE
           IF WS-ABT-FILE-STATUS = "35"
               MOVE "Y" TO WS-NFC-EOF
           ELSE
               PERFORM LER-ABATIMENTO-TITULO UNTIL WS-NFC-EOF = "Y"
               CLOSE ABATIMENTO-PAGAR-FILE
           END-IF.

       LER-ABATIMENTO-TITULO.
           READ ABATIMENTO-PAGAR-FILE INTO ABATIMENTO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-NFC-EOF
               NOT AT END
                   UNSTRING ABATIMENTO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-NFC-REG-PEDIDO WS-NFC-REG-SEQ
                            WS-NFC-REG-FORN WS-ABT-DATA
                            WS-ABT-VALOR-ALFA
                   IF WS-NFC-REG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-NFC-REG-SEQ = WS-NFC-SEQ
                       AND WS-ABT-VALOR-ALFA IS NUMERIC
                       ADD WS-ABT-VALOR TO WS-NFC-ABATIDO
                   END-IF
           END-READ.

       LER-TITULO-LIBERACAO.
           READ TITULO-PAGAR-FILE INTO TITULO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-TIT-PAG-EOF
               NOT AT END
                   MOVE SPACES TO WS-TIT-REG-CATEGORIA
                   MOVE SPACES TO WS-TIT-REG-DOCUMENTO
                   MOVE SPACES TO WS-TIT-REG-EMISSAO
                   UNSTRING TITULO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-TIT-REG-PEDIDO WS-TIT-REG-SEQ
                            WS-TIT-REG-FORN WS-TIT-REG-VENC
                            WS-TIT-REG-VALOR-ALFA WS-TIT-REG-STATUS
                            WS-TIT-REG-BAIXA WS-TIT-REG-CATEGORIA
                            WS-TIT-REG-DOCUMENTO WS-TIT-REG-EMISSAO
                   IF WS-TIT-REG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-TIT-REG-SEQ = WS-NFC-SEQ
                       AND WS-TIT-REG-STATUS = "R"
                       PERFORM REGRAVAR-TITULO-LIBERADO
                       MOVE "Y" TO WS-NFC-TITULO-ACHADO
                       MOVE "Y" TO WS-TIT-PAG-EOF
                   END-IF
           END-READ.

       REGRAVAR-TITULO-LIBERADO.
           MOVE TITULO-PAGAR-DADOS TO WS-AUD-ANTES
           MOVE WS-NFC-TOTAL TO WS-TIT-REG-VALOR-NUM
           IF WS-NFC-TOTAL > 0
               MOVE "A" TO WS-TIT-REG-STATUS
           ELSE
               MOVE "C" TO WS-TIT-REG-STATUS
               ACCEPT WS-TIT-REG-BAIXA FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-TIT-REG-DOCUMENTO
           STRING "NF" DELIMITED BY SIZE
                  WS-NFC-NOTA DELIMITED BY SPACE
                  INTO WS-TIT-REG-DOCUMENTO
           IF WS-TIT-REG-CATEGORIA IS NOT NUMERIC
               MOVE "000" TO WS-TIT-REG-CATEGORIA
           END-IF
           IF WS-TIT-REG-EMISSAO IS NOT NUMERIC
               MOVE "00000000" TO WS-TIT-REG-EMISSAO
           END-IF
           MOVE SPACES TO TITULO-PAGAR-DADOS
           STRING WS-TIT-REG-PEDIDO DELIMITED BY SIZE ","
                  WS-TIT-REG-SEQ DELIMITED BY SIZE ","
                  WS-TIT-REG-FORN DELIMITED BY SIZE ","
                  WS-TIT-REG-VENC DELIMITED BY SIZE ","
                  WS-TIT-REG-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-TIT-REG-STATUS DELIMITED BY SIZE ","
                  WS-TIT-REG-BAIXA DELIMITED BY SIZE ","
                  WS-TIT-REG-CATEGORIA DELIMITED BY SIZE ","
                  WS-TIT-REG-DOCUMENTO DELIMITED BY SIZE ","
                  WS-TIT-REG-EMISSAO DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS
           REWRITE TITULO-PAGAR-RECORD
           MOVE "dadosTitulosPagar.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           PERFORM TESTAR-STATUS-ARQUIVO
           MOVE "gestaoPedidoCompra" TO WS-AUD-PROGRAMA
           MOVE "LIBERAR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "TP" DELIMITED BY SIZE
                  WS-TIT-REG-PEDIDO DELIMITED BY SIZE
                  WS-TIT-REG-SEQ DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE TITULO-PAGAR-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       FILA-DIVERGENCIAS-NOTA.
           MOVE 1 TO WS-DVG-ESCOLHA
           PERFORM RESOLVER-DIVERGENCIA-NOTA UNTIL WS-DVG-ESCOLHA = 0.

       RESOLVER-DIVERGENCIA-NOTA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      FILA DE DIVERGENCIAS DE NOTA FISCAL        "
           DISPLAY "================================================="
           MOVE 0 TO WS-DVG-COUNT
           MOVE 0 TO WS-DVG-ABERTAS
           MOVE 0 TO WS-DVG-EXCEDENTE
           MOVE 0 TO WS-DVG-LIDAS
           MOVE "N" TO WS-NFC-EOF
           OPEN INPUT DIVERGENCIA-NOTA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               MOVE "Y" TO WS-NFC-EOF
           ELSE
               PERFORM LER-DIVERGENCIA-NOTA UNTIL WS-NFC-EOF = "Y"
               CLOSE DIVERGENCIA-NOTA-FILE
           END-IF
           IF WS-DVG-EXCEDENTE > 0
               DISPLAY WS-DVG-EXCEDENTE " divergencia(s) em aberto "
                   "alem das listadas, exibidas apos resolver estas."
           END-IF
           IF WS-DVG-ABERTAS = 0
               DISPLAY "Nenhuma divergencia em aberto."
               MOVE 0 TO WS-DVG-ESCOLHA
           ELSE
               DISPLAY "Linha a resolver (0 = sair): "
                   WITH NO ADVANCING
               ACCEPT WS-DVG-ESCOLHA
               IF WS-DVG-ESCOLHA > 0
                   IF WS-DVG-ESCOLHA > WS-DVG-COUNT
                       DISPLAY "Linha invalida."
                   ELSE
                       MOVE WS-DVG-ESCOLHA TO WS-DVG-IDX
                       MOVE WS-DVG-LINHA(WS-DVG-IDX) TO WS-DVG-REGISTRO
                       PERFORM PARSE-DIVERGENCIA-NOTA
                       IF DVG-ABERTA
                           PERFORM DECIDIR-DIVERGENCIA-NOTA
                       ELSE
                           DISPLAY "Divergencia ja resolvida."
                       END-IF
                   END-IF
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-DIVERGENCIA-NOTA.
           READ DIVERGENCIA-NOTA-FILE INTO DIVERGENCIA-NOTA-RECORD
               AT END
                   MOVE "Y" TO WS-NFC-EOF
               NOT AT END
                   ADD 1 TO WS-DVG-LIDAS
                   MOVE DIVERGENCIA-NOTA-DADOS TO WS-DVG-REGISTRO
                   PERFORM PARSE-DIVERGENCIA-NOTA
                   IF DVG-ABERTA
                       IF WS-DVG-COUNT < 300
                           ADD 1 TO WS-DVG-COUNT
                           MOVE DIVERGENCIA-NOTA-DADOS
                               TO WS-DVG-LINHA(WS-DVG-COUNT)
                           MOVE WS-DVG-LIDAS
                               TO WS-DVG-POSICAO(WS-DVG-COUNT)
                           MOVE WS-DVG-COUNT TO WS-DVG-IDX
                           ADD 1 TO WS-DVG-ABERTAS
                           PERFORM EXIBIR-DIVERGENCIA-NOTA
                       ELSE
                           ADD 1 TO WS-DVG-EXCEDENTE
                       END-IF
                   END-IF
           END-READ.

       PARSE-DIVERGENCIA-NOTA.
           MOVE SPACES TO WS-DVG-LOGIN
           UNSTRING WS-DVG-REGISTRO DELIMITED BY ","
               INTO WS-DVG-PEDIDO WS-DVG-SEQ WS-DVG-NOTA
                    WS-DVG-PRODUTO WS-DVG-TIPO WS-DVG-QTD-RECEBIDA
                    WS-DVG-QTD-NOTA WS-DVG-PRECO-PED-ALFA
                    WS-DVG-PRECO-NF-ALFA WS-DVG-STATUS WS-DVG-DATA
                    WS-DVG-LOGIN.

       EXIBIR-DIVERGENCIA-NOTA.
           PERFORM DESCREVER-DIVERGENCIA-NOTA
           DISPLAY WS-DVG-IDX " - Pedido " WS-DVG-PEDIDO
               " seq " WS-DVG-SEQ " NF " WS-DVG-NOTA
               " produto " WS-DVG-PRODUTO " " WS-DVG-DESCRICAO
           DISPLAY "      Qtd recebida " WS-DVG-QTD-RECEBIDA
               " qtd nota " WS-DVG-QTD-NOTA
               " preco pedido " WS-DVG-PRECO-PED-NUM
               " preco nota " WS-DVG-PRECO-NF-NUM.

       DECIDIR-DIVERGENCIA-NOTA.
           DISPLAY "Resolucao (N-Aceitar nota / P-Pagar pelo pedido / "
               "D-Devolucao): " WITH NO ADVANCING
           ACCEPT WS-DVG-ACAO
           EVALUATE WS-DVG-ACAO
               WHEN "N"
               WHEN "P"
                   MOVE WS-DVG-ACAO TO WS-DVG-STATUS
               WHEN "D"
                   IF DVG-NAO-RECEBIDO
                       DISPLAY "Item nao recebido, resolva por N ou P."
                   ELSE
                       PERFORM DEVOLVER-DIVERGENCIA-NOTA
                       IF WS-DVC-VALOR > 0
                           MOVE "D" TO WS-DVG-STATUS
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Resolucao invalida, informe N, P ou D."
           END-EVALUATE
           IF NOT DVG-ABERTA
               ACCEPT WS-DVG-DATA FROM DATE YYYYMMDD
               MOVE WS-USUARIO-LOGIN TO WS-DVG-LOGIN
               MOVE WS-DVG-LINHA(WS-DVG-IDX) TO WS-AUD-ANTES
               PERFORM MONTAR-DIVERGENCIA-NOTA
               MOVE DIVERGENCIA-NOTA-DADOS TO WS-DVG-LINHA(WS-DVG-IDX)
               MOVE DIVERGENCIA-NOTA-DADOS TO WS-AUD-DEPOIS
               PERFORM COPIAR-DIVERGENCIA-TEMP
               PERFORM REGRAVAR-DIVERGENCIA-NOTA
               MOVE "gestaoPedidoCompra" TO WS-AUD-PROGRAMA
               MOVE "DIVERGNF" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING "TP" DELIMITED BY SIZE
                      WS-DVG-PEDIDO DELIMITED BY SIZE
                      WS-DVG-SEQ DELIMITED BY SIZE
                      WS-DVG-PRODUTO DELIMITED BY SIZE
                      INTO WS-AUD-CHAVE
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
               DISPLAY "Divergencia resolvida."
               PERFORM VERIFICAR-TITULO-RESOLVIDO
           END-IF.

       COPIAR-DIVERGENCIA-TEMP.
           MOVE "N" TO WS-DVG-EOF
           OPEN INPUT DIVERGENCIA-NOTA-FILE
           OPEN OUTPUT DIVERGENCIA-TEMP-FILE
           PERFORM COPIAR-LINHA-DIVERGENCIA-TEMP
               UNTIL WS-DVG-EOF = "Y"
           CLOSE DIVERGENCIA-NOTA-FILE
           CLOSE DIVERGENCIA-TEMP-FILE.

       COPIAR-LINHA-DIVERGENCIA-TEMP.
           READ DIVERGENCIA-NOTA-FILE
               AT END
                   MOVE "Y" TO WS-DVG-EOF
               NOT AT END
                   WRITE DIVERGENCIA-TEMP-LINHA
                       FROM DIVERGENCIA-NOTA-RECORD
           END-READ.

       REGRAVAR-DIVERGENCIA-NOTA.
           MOVE "N" TO WS-DVG-EOF
           MOVE 0 TO WS-DVG-LIDAS
           OPEN INPUT DIVERGENCIA-TEMP-FILE
           OPEN OUTPUT DIVERGENCIA-NOTA-FILE
           PERFORM REGRAVAR-LINHA-DIVERGENCIA
               UNTIL WS-DVG-EOF = "Y"
           CLOSE DIVERGENCIA-TEMP-FILE
           CLOSE DIVERGENCIA-NOTA-FILE.

       REGRAVAR-LINHA-DIVERGENCIA.
           READ DIVERGENCIA-TEMP-FILE
               AT END
                   MOVE "Y" TO WS-DVG-EOF
               NOT AT END
                   ADD 1 TO WS-DVG-LIDAS
                   IF WS-DVG-LIDAS = WS-DVG-POSICAO(WS-DVG-IDX)
                       WRITE DIVERGENCIA-NOTA-RECORD
                           FROM WS-DVG-LINHA(WS-DVG-IDX)
                   ELSE
                       WRITE DIVERGENCIA-NOTA-RECORD
                           FROM DIVERGENCIA-TEMP-LINHA
                   END-IF
           END-READ.

       DEVOLVER-DIVERGENCIA-NOTA.
           MOVE 0 TO WS-DVC-VALOR
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
           ELSE
               MOVE WS-DVG-PEDIDO TO WS-NUMERO-PEDIDO
               MOVE WS-DVG-PRODUTO TO WS-DVC-PRODUTO
               MOVE WS-DVG-SEQ TO WS-DVC-SEQ-ALVO
               MOVE "S" TO WS-DVC-PRODUTO-FIXO
               PERFORM LOCALIZAR-PEDIDO-DEVOLUCAO
               MOVE "N" TO WS-DVC-PRODUTO-FIXO
               MOVE 0 TO WS-DVC-SEQ-ALVO
           END-IF.

       VERIFICAR-TITULO-RESOLVIDO.
           MOVE WS-DVG-PEDIDO TO WS-NFC-PEDIDO
           MOVE WS-DVG-SEQ TO WS-NFC-SEQ
           MOVE 0 TO WS-DVG-ABERTAS
           MOVE "N" TO WS-DVG-EOF
           OPEN INPUT DIVERGENCIA-NOTA-FILE
           PERFORM CONTAR-DIVERGENCIA-ABERTA UNTIL WS-DVG-EOF = "Y"
           CLOSE DIVERGENCIA-NOTA-FILE
           IF WS-DVG-ABERTAS = 0
               PERFORM CARREGAR-RECEBIMENTO-TITULO
               PERFORM CARREGAR-NOTA-TITULO
               MOVE "N" TO WS-DVG-EOF
               OPEN INPUT DIVERGENCIA-NOTA-FILE
               PERFORM APLICAR-RESOLUCAO-TITULO UNTIL WS-DVG-EOF = "Y"
               CLOSE DIVERGENCIA-NOTA-FILE
               PERFORM LIBERAR-TITULO-CONFERIDO
           ELSE
               DISPLAY WS-DVG-ABERTAS " divergencia(s) do titulo "
                   "ainda em aberto."
           END-IF.

       CONTAR-DIVERGENCIA-ABERTA.
           READ DIVERGENCIA-NOTA-FILE INTO WS-DVG-REGISTRO
               AT END
                   MOVE "Y" TO WS-DVG-EOF
               NOT AT END
                   PERFORM PARSE-DIVERGENCIA-NOTA
                   IF WS-DVG-PEDIDO = WS-NFC-PEDIDO
                       AND WS-DVG-SEQ = WS-NFC-SEQ
                       AND DVG-ABERTA
                       ADD 1 TO WS-DVG-ABERTAS
                   END-IF
           END-READ.

       APLICAR-RESOLUCAO-TITULO.
           READ DIVERGENCIA-NOTA-FILE INTO WS-DVG-REGISTRO
               AT END
                   MOVE "Y" TO WS-DVG-EOF
               NOT AT END
                   PERFORM APLICAR-RESOLUCAO-LINHA
           END-READ.

       APLICAR-RESOLUCAO-LINHA.
           PERFORM PARSE-DIVERGENCIA-NOTA
           IF WS-DVG-PEDIDO = WS-NFC-PEDIDO
               AND WS-DVG-SEQ = WS-NFC-SEQ
               PERFORM PROCURAR-ITEM-RECEBIDO
                   VARYING WS-NFR-IDX FROM 1 BY 1
                   UNTIL WS-NFR-IDX > WS-NFR-COUNT
                   OR WS-NFR-PRODUTO(WS-NFR-IDX) = WS-DVG-PRODUTO
               IF WS-NFR-IDX <= WS-NFR-COUNT
                   MOVE WS-DVG-STATUS TO WS-NFR-RESOLUCAO(WS-NFR-IDX)
               END-IF
               PERFORM PROCURAR-ITEM-NOTA
                   VARYING WS-NFN-IDX FROM 1 BY 1
                   UNTIL WS-NFN-IDX > WS-NFN-COUNT
                   OR WS-NFN-PRODUTO(WS-NFN-IDX) = WS-DVG-PRODUTO
               IF WS-NFN-IDX <= WS-NFN-COUNT
                   MOVE WS-DVG-STATUS TO WS-NFN-RESOLUCAO(WS-NFN-IDX)
               END-IF
           END-IF.

       IDENTIFICAR-PRODUTO-DIGITADO.
           MOVE 0 TO WS-XRF-PRODUTO
           MOVE 1 TO WS-XRF-EMBALAGEM
           MOVE "N" TO WS-XRF-ACHADO
           MOVE "N" TO WS-XRF-FORN-COM-CODIGO
           MOVE "N" TO WS-XRF-EOF
           OPEN INPUT PRODUTO-FORNECEDOR-FILE
           IF WS-XRF-FILE-STATUS = "35"
               MOVE "Y" TO WS-XRF-EOF
           ELSE
               PERFORM LER-CODIGO-FORNECEDOR-ENTRADA
                   UNTIL WS-XRF-EOF = "Y"
               CLOSE PRODUTO-FORNECEDOR-FILE
           END-IF
           IF WS-XRF-ACHADO = "N"
               MOVE 0 TO WS-XRF-TAM
               INSPECT WS-XRF-ENTRADA TALLYING WS-XRF-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-XRF-TAM > 0 AND WS-XRF-TAM <= 5
                   IF WS-XRF-ENTRADA(1:WS-XRF-TAM) IS NUMERIC
                       MOVE WS-XRF-ENTRADA(1:WS-XRF-TAM)
                           TO WS-XRF-PRODUTO
                   END-IF
               END-IF
           END-IF.

       LER-CODIGO-FORNECEDOR-ENTRADA.
           READ PRODUTO-FORNECEDOR-FILE INTO PRODUTO-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-XRF-EOF
               NOT AT END
                   PERFORM PARSE-PRODUTO-FORNECEDOR
                   IF WS-XRF-REG-FORN = WS-XRF-FORNECEDOR
                       MOVE "Y" TO WS-XRF-FORN-COM-CODIGO
                       IF WS-XRF-REG-CODIGO = WS-XRF-ENTRADA
                           MOVE "Y" TO WS-XRF-ACHADO
                           MOVE WS-XRF-REG-PRODUTO TO WS-XRF-PRODUTO
                           MOVE WS-XRF-REG-EMBALAGEM
                               TO WS-XRF-EMBALAGEM
                           MOVE "Y" TO WS-XRF-EOF
                       END-IF
                   END-IF
           END-READ.

       PARSE-PRODUTO-FORNECEDOR.
           MOVE SPACES TO WS-XRF-REG-CODIGO
           UNSTRING PRODUTO-FORNECEDOR-DADOS DELIMITED BY ","
               INTO WS-XRF-REG-FORN WS-XRF-REG-CODIGO
                    WS-XRF-REG-PRODUTO WS-XRF-REG-EMBALAGEM
           IF WS-XRF-REG-EMBALAGEM = 0
               MOVE 1 TO WS-XRF-REG-EMBALAGEM
           END-IF.

       OBTER-CODIGO-FORNECEDOR-ITEM.
           MOVE SPACES TO WS-XRF-CODIGO-FORN
           MOVE 1 TO WS-XRF-EMBALAGEM
           MOVE "N" TO WS-XRF-EOF
           OPEN INPUT PRODUTO-FORNECEDOR-FILE
           IF WS-XRF-FILE-STATUS = "35"
               MOVE "Y" TO WS-XRF-EOF
           ELSE
               PERFORM LER-CODIGO-FORNECEDOR-ITEM
                   UNTIL WS-XRF-EOF = "Y"
               CLOSE PRODUTO-FORNECEDOR-FILE
           END-IF.

       LER-CODIGO-FORNECEDOR-ITEM.
           READ PRODUTO-FORNECEDOR-FILE INTO PRODUTO-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-XRF-EOF
               NOT AT END
                   PERFORM PARSE-PRODUTO-FORNECEDOR
                   IF WS-XRF-REG-FORN = WS-XRF-FORNECEDOR
                       AND WS-XRF-REG-PRODUTO = COD-PRODUTO
                       MOVE WS-XRF-REG-CODIGO TO WS-XRF-CODIGO-FORN
                       MOVE WS-XRF-REG-EMBALAGEM TO WS-XRF-EMBALAGEM
                       MOVE "Y" TO WS-XRF-EOF
                   END-IF
           END-READ.

       MANUTENCAO-PRODUTO-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       CODIGOS DE PRODUTO DO FORNECEDOR          "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir / L-Listar / E-Excluir): "
               WITH NO ADVANCING
           ACCEPT WS-XRF-ACAO
           EVALUATE WS-XRF-ACAO
               WHEN "I"
                   PERFORM INCLUIR-PRODUTO-FORNECEDOR
               WHEN "L"
                   PERFORM LISTAR-PRODUTO-FORNECEDOR
               WHEN "E"
                   PERFORM EXCLUIR-PRODUTO-FORNECEDOR
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-PRODUTO-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT COD-FORNECEDOR
           PERFORM VALIDAR-FORNECEDOR
           IF WS-FORNECEDOR-VALIDO = "N"
               DISPLAY "Fornecedor nao cadastrado ou bloqueado."
           ELSE
               DISPLAY "Codigo do produto no fornecedor: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-XRF-ENTRADA
               ACCEPT WS-XRF-ENTRADA
               DISPLAY "Nosso codigo do produto: " WITH NO ADVANCING
               ACCEPT COD-PRODUTO
               PERFORM VALIDAR-PRODUTO
               IF WS-XRF-ENTRADA = SPACES
                   OR WS-PRODUTO-VALIDO = "N"
                   DISPLAY "Codigo do fornecedor em branco ou produto "
                       "nao cadastrado."
               ELSE
                   DISPLAY "Embalagem do fornecedor (unidades de "
                       "compra, Enter = 1): " WITH NO ADVANCING
                   ACCEPT WS-XRF-EMBALAGEM
                   IF WS-XRF-EMBALAGEM = 0
                       MOVE 1 TO WS-XRF-EMBALAGEM
                   END-IF
                   MOVE COD-FORNECEDOR TO WS-XRF-FORNECEDOR
                   PERFORM EXCLUIR-PRODUTO-FORNECEDOR-EXISTENTE
                   MOVE SPACES TO PRODUTO-FORNECEDOR-DADOS
                   STRING WS-XRF-FORNECEDOR DELIMITED BY SIZE ","
                          WS-XRF-ENTRADA DELIMITED BY SPACE ","
                          COD-PRODUTO DELIMITED BY SIZE ","
                          WS-XRF-EMBALAGEM DELIMITED BY SIZE
                          INTO PRODUTO-FORNECEDOR-DADOS
                   OPEN EXTEND PRODUTO-FORNECEDOR-FILE
                   IF WS-XRF-FILE-STATUS = "35"
                       OPEN OUTPUT PRODUTO-FORNECEDOR-FILE
                   END-IF
                   WRITE PRODUTO-FORNECEDOR-RECORD
                   CLOSE PRODUTO-FORNECEDOR-FILE
                   DISPLAY "Codigo do fornecedor gravado com sucesso!"
               END-IF
           END-IF.

       LISTAR-PRODUTO-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-XRF-FORNECEDOR
           MOVE 0 TO WS-XRF-COUNT
           MOVE "N" TO WS-XRF-EOF
           OPEN INPUT PRODUTO-FORNECEDOR-FILE
           IF WS-XRF-FILE-STATUS = "35"
               MOVE "Y" TO WS-XRF-EOF
           ELSE
               PERFORM LER-PRODUTO-FORNECEDOR-LISTA
                   UNTIL WS-XRF-EOF = "Y"
               CLOSE PRODUTO-FORNECEDOR-FILE
           END-IF
           IF WS-XRF-COUNT = 0
               DISPLAY "Nenhum codigo cadastrado para o fornecedor."
           END-IF.

       LER-PRODUTO-FORNECEDOR-LISTA.
           READ PRODUTO-FORNECEDOR-FILE INTO PRODUTO-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-XRF-EOF
               NOT AT END
                   PERFORM PARSE-PRODUTO-FORNECEDOR
                   IF WS-XRF-REG-FORN = WS-XRF-FORNECEDOR
                       ADD 1 TO WS-XRF-COUNT
                       DISPLAY "  " WS-XRF-REG-CODIGO " = produto "
                           WS-XRF-REG-PRODUTO " embalagem "
                           WS-XRF-REG-EMBALAGEM
                   END-IF
           END-READ.

       EXCLUIR-PRODUTO-FORNECEDOR.
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-XRF-FORNECEDOR
           DISPLAY "Codigo do produto no fornecedor: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-XRF-ENTRADA
           ACCEPT WS-XRF-ENTRADA
           PERFORM EXCLUIR-PRODUTO-FORNECEDOR-EXISTENTE
           IF WS-XRF-REMOVIDOS = 0
               DISPLAY "Codigo nao encontrado."
           ELSE
               DISPLAY "Codigo do fornecedor excluido."
           END-IF.

       EXCLUIR-PRODUTO-FORNECEDOR-EXISTENTE.
           MOVE 0 TO WS-XRF-COUNT
           MOVE 0 TO WS-XRF-REMOVIDOS
           MOVE "N" TO WS-XRF-EOF
           OPEN INPUT PRODUTO-FORNECEDOR-FILE
           IF WS-XRF-FILE-STATUS = "35"
               MOVE "Y" TO WS-XRF-EOF
           ELSE
               PERFORM CARREGAR-PRODUTO-FORNECEDOR-MANTIDO
                   UNTIL WS-XRF-EOF = "Y"
               CLOSE PRODUTO-FORNECEDOR-FILE
               OPEN OUTPUT PRODUTO-FORNECEDOR-FILE
               PERFORM REGRAVAR-PRODUTO-FORNECEDOR-MANTIDO
                   VARYING WS-XRF-IDX FROM 1 BY 1
                   UNTIL WS-XRF-IDX > WS-XRF-COUNT
               CLOSE PRODUTO-FORNECEDOR-FILE
           END-IF.

       CARREGAR-PRODUTO-FORNECEDOR-MANTIDO.
           READ PRODUTO-FORNECEDOR-FILE INTO PRODUTO-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-XRF-EOF
               NOT AT END
                   PERFORM PARSE-PRODUTO-FORNECEDOR
                   IF WS-XRF-REG-FORN = WS-XRF-FORNECEDOR
                       AND WS-XRF-REG-CODIGO = WS-XRF-ENTRADA
                       ADD 1 TO WS-XRF-REMOVIDOS
                   ELSE
                       IF WS-XRF-COUNT < 500
                           ADD 1 TO WS-XRF-COUNT
                           MOVE PRODUTO-FORNECEDOR-DADOS
                               TO WS-XRF-LINHA(WS-XRF-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-PRODUTO-FORNECEDOR-MANTIDO.
           WRITE PRODUTO-FORNECEDOR-RECORD
               FROM WS-XRF-LINHA(WS-XRF-IDX).

       EMITIR-PEDIDO-FORNECEDOR.
           ACCEPT WS-DPC-DATA FROM DATE YYYYMMDD
           ACCEPT WS-DPC-HORA FROM TIME
           DISPLAY "Deposito de entrega (Enter = 01): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DPC-ENTRADA-DEP
           ACCEPT WS-DPC-ENTRADA-DEP
           IF WS-DPC-ENTRADA-DEP IS NUMERIC
               MOVE WS-DPC-ENTRADA-DEP TO WS-DPC-DEPOSITO
           ELSE
               MOVE 1 TO WS-DPC-DEPOSITO
           END-IF
           MOVE NUMERO-PEDIDO TO WS-NUMERO-PEDIDO
           PERFORM OBTER-MOEDA-PEDIDO
           PERFORM OBTER-FORNECEDOR-EMISSAO
           PERFORM OBTER-FILIAL-EMISSAO
           MOVE SPACES TO WS-DPC-NOME-ARQUIVO
           STRING "pedidosEnviados/pedidoCompra_" DELIMITED BY SIZE
                  NUMERO-PEDIDO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-DPC-NOME-ARQUIVO
           OPEN OUTPUT PEDIDO-DOC-FILE
           IF WS-DPC-FILE-STATUS NOT = "00"
               CALL "SYSTEM" USING "mkdir pedidosEnviados"
               OPEN OUTPUT PEDIDO-DOC-FILE
           END-IF
           IF WS-DPC-FILE-STATUS NOT = "00"
               DISPLAY "Nao foi possivel gerar " WS-DPC-NOME-ARQUIVO
               DISPLAY "Status do arquivo: " WS-DPC-FILE-STATUS
           ELSE
               PERFORM IMPRIMIR-CABECALHO-PEDIDO
               PERFORM IMPRIMIR-ITENS-PEDIDO
               PERFORM IMPRIMIR-RODAPE-PEDIDO
               CLOSE PEDIDO-DOC-FILE
               MOVE WS-DPC-NOME-ARQUIVO TO WS-RLE-ARQUIVO
               MOVE "pedidoCompra" TO WS-RLE-TIPO
               MOVE SPACES TO WS-RLE-PARAMETROS
               STRING "Pedido " DELIMITED BY SIZE
                      NUMERO-PEDIDO DELIMITED BY SIZE
                      INTO WS-RLE-PARAMETROS
               PERFORM ARQUIVAR-RELATORIO-EMITIDO
               PERFORM GRAVAR-ENVIO-PEDIDO
               DISPLAY "Pedido " NUMERO-PEDIDO " gerado para envio: "
                   WS-DPC-NOME-ARQUIVO
           END-IF
           MOVE "BRL" TO WS-PED-MOEDA
           MOVE 1 TO WS-PED-TAXA.

       OBTER-FORNECEDOR-EMISSAO.
           MOVE SPACES TO WS-DPC-FORN-RAZAO
           MOVE 0 TO WS-DPC-FORN-CNPJ
           OPEN INPUT FORNECEDOR-FILE
           MOVE COD-FORNECEDOR TO FORN-CODIGO-CHAVE
           READ FORNECEDOR-FILE
               KEY IS FORN-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FR-NOME-RAZAO TO WS-DPC-FORN-RAZAO
                   MOVE FR-CNPJ TO WS-DPC-FORN-CNPJ
           END-READ
           CLOSE FORNECEDOR-FILE.

       OBTER-FILIAL-EMISSAO.
           MOVE SPACES TO WS-DPC-FIL-NOME
           MOVE SPACES TO WS-DPC-FIL-CIDADE
           MOVE "N" TO WS-DPC-ACHADO
           MOVE "N" TO WS-DPC-EOF
           OPEN INPUT FILIAL-FILE
           IF WS-DPC-FILE-STATUS = "35"
               MOVE "Y" TO WS-DPC-EOF
           ELSE
               PERFORM LER-FILIAL-EMISSAO
                   UNTIL WS-DPC-EOF = "Y" OR WS-DPC-ACHADO = "Y"
               CLOSE FILIAL-FILE
           END-IF
           IF WS-DPC-ACHADO = "N"
               MOVE "MATRIZ" TO WS-DPC-FIL-NOME
           END-IF.

       LER-FILIAL-EMISSAO.
           READ FILIAL-FILE INTO FILIAL-RECORD
               AT END
                   MOVE "Y" TO WS-DPC-EOF
               NOT AT END
                   UNSTRING FILIAL-DADOS DELIMITED BY ","
                       INTO WS-DPC-FIL-CODIGO WS-DPC-FIL-NOME
                            WS-DPC-FIL-CIDADE
                   IF WS-DPC-FIL-CODIGO = WS-PED-FILIAL
                       MOVE "Y" TO WS-DPC-ACHADO
                   ELSE
                       MOVE SPACES TO WS-DPC-FIL-NOME
                       MOVE SPACES TO WS-DPC-FIL-CIDADE
                   END-IF
           END-READ.

       IMPRIMIR-CABECALHO-PEDIDO.
           MOVE ALL "=" TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "PEDIDO DE COMPRA No " DELIMITED BY SIZE
                  NUMERO-PEDIDO DELIMITED BY SIZE
                  "   DATA " DELIMITED BY SIZE
                  DATA-PEDIDO DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           IF DPC-REIMPRESSAO
               MOVE "SEGUNDA VIA" TO PEDIDO-DOC-LINHA
               WRITE PEDIDO-DOC-LINHA
           END-IF
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "COMPRADOR: " DELIMITED BY SIZE
                  WS-DPC-FIL-NOME DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-DPC-FIL-CIDADE DELIMITED BY "  "
                  " (FILIAL " DELIMITED BY SIZE
                  WS-PED-FILIAL DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "FORNECEDOR: " DELIMITED BY SIZE
                  COD-FORNECEDOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DPC-FORN-RAZAO DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "CNPJ: " DELIMITED BY SIZE
                  WS-DPC-FORN-CNPJ DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "LOCAL DE ENTREGA: DEPOSITO " DELIMITED BY SIZE
                  WS-DPC-DEPOSITO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-DPC-FIL-NOME DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  WS-DPC-FIL-CIDADE DELIMITED BY "  "
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "MOEDA: " DELIMITED BY SIZE
                  WS-PED-MOEDA DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE ALL "-" TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE "COD. FORNECEDOR PRODUTO DESCRICAO"
               TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE "                QUANTIDADE / UN / PRECO / TOTAL"
               TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE ALL "-" TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA.

       IMPRIMIR-ITENS-PEDIDO.
           MOVE 0 TO WS-DPC-ITENS
           MOVE 0 TO WS-DPC-TOTAL
           MOVE "N" TO WS-ITEM-EOF
           OPEN INPUT ESTOQUE-FILE
           OPEN INPUT PEDIDO-ITEM-FILE
           PERFORM LER-ITEM-EMISSAO UNTIL WS-ITEM-EOF = "Y"
           CLOSE PEDIDO-ITEM-FILE
           CLOSE ESTOQUE-FILE.

       LER-ITEM-EMISSAO.
           READ PEDIDO-ITEM-FILE INTO PEDIDO-ITEM-RECORD
               AT END
                   MOVE "Y" TO WS-ITEM-EOF
               NOT AT END
                   UNSTRING PEDIDO-ITEM-DADOS DELIMITED BY ","
                       INTO ITEM-NUMERO COD-PRODUTO QUANTIDADE-PEDIDO
                            QUANTIDADE-RECEBIDA WS-ITEM-PRECO-ALFA
                   MOVE WS-ITEM-PRECO-NUM TO PRECO-PEDIDO
                   IF ITEM-NUMERO = NUMERO-PEDIDO
                       PERFORM IMPRIMIR-ITEM-PEDIDO
                   END-IF
           END-READ.

       IMPRIMIR-ITEM-PEDIDO.
           ADD 1 TO WS-DPC-ITENS
           MOVE SPACES TO WS-DPC-DESCRICAO
           MOVE "UN" TO WS-DPC-UNIDADE
           MOVE COD-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-NOME TO WS-DPC-DESCRICAO
                   IF ER-UNIDADE-COMPRA NOT = SPACES
                       MOVE ER-UNIDADE-COMPRA TO WS-DPC-UNIDADE
                   ELSE
                       IF ER-UNIDADE NOT = SPACES
                           MOVE ER-UNIDADE TO WS-DPC-UNIDADE
                       END-IF
                   END-IF
           END-READ
           MOVE COD-FORNECEDOR TO WS-XRF-FORNECEDOR
           PERFORM OBTER-CODIGO-FORNECEDOR-ITEM
           IF WS-XRF-CODIGO-FORN = SPACES
               MOVE "-" TO WS-DPC-COD-FORN
           ELSE
               MOVE WS-XRF-CODIGO-FORN TO WS-DPC-COD-FORN
           END-IF
           COMPUTE WS-DPC-VALOR-ITEM ROUNDED =
               QUANTIDADE-PEDIDO * PRECO-PEDIDO
           ADD WS-DPC-VALOR-ITEM TO WS-DPC-TOTAL
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING WS-DPC-COD-FORN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COD-PRODUTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DPC-DESCRICAO DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE QUANTIDADE-PEDIDO TO WS-DPC-QTD-ED
           MOVE PRECO-PEDIDO TO WS-DPC-PRECO-ED
           MOVE WS-DPC-VALOR-ITEM TO WS-DPC-VALOR-ED
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "                " DELIMITED BY SIZE
                  WS-DPC-QTD-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DPC-UNIDADE DELIMITED BY SIZE
                  "  PRECO " DELIMITED BY SIZE
                  WS-DPC-PRECO-ED DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  WS-DPC-VALOR-ED DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           IF WS-XRF-EMBALAGEM > 1
               COMPUTE WS-XRF-QTD-EMB =
                   QUANTIDADE-PEDIDO / WS-XRF-EMBALAGEM
               MOVE WS-XRF-QTD-EMB TO WS-DPC-PACOTES-ED
               MOVE WS-XRF-EMBALAGEM TO WS-DPC-EMB-ED
               MOVE SPACES TO PEDIDO-DOC-LINHA
               STRING "                " DELIMITED BY SIZE
                      "(" DELIMITED BY SIZE
                      WS-DPC-PACOTES-ED DELIMITED BY SIZE
                      " EMBALAGENS DE " DELIMITED BY SIZE
                      WS-DPC-EMB-ED DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO PEDIDO-DOC-LINHA
               WRITE PEDIDO-DOC-LINHA
           END-IF.

       IMPRIMIR-RODAPE-PEDIDO.
           MOVE ALL "-" TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE WS-DPC-TOTAL TO WS-DPC-VALOR-ED
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "ITENS: " DELIMITED BY SIZE
                  WS-DPC-ITENS DELIMITED BY SIZE
                  "   VALOR TOTAL: " DELIMITED BY SIZE
                  WS-DPC-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PED-MOEDA DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "CONDICAO DE PAGAMENTO: " DELIMITED BY SIZE
                  PRAZO-PAGAMENTO DELIMITED BY SIZE
                  " DIAS APOS O RECEBIMENTO" DELIMITED BY SIZE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           IF WS-PED-APROVADOR = SPACES
               MOVE "APROVACAO: DENTRO DA ALCADA DE COMPRAS"
                   TO PEDIDO-DOC-LINHA
           ELSE
               STRING "APROVADO POR: " DELIMITED BY SIZE
                      WS-PED-APROVADOR DELIMITED BY SPACE
                      " EM " DELIMITED BY SIZE
                      WS-PED-APR-DATA DELIMITED BY SIZE
                      INTO PEDIDO-DOC-LINHA
           END-IF
           WRITE PEDIDO-DOC-LINHA
           MOVE SPACES TO PEDIDO-DOC-LINHA
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-DPC-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DPC-HORA(1:6) DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  WS-USUARIO-LOGIN DELIMITED BY SPACE
                  INTO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA
           MOVE ALL "=" TO PEDIDO-DOC-LINHA
           WRITE PEDIDO-DOC-LINHA.

       GRAVAR-ENVIO-PEDIDO.
           OPEN EXTEND ENVIO-PEDIDO-FILE
           IF WS-DPC-FILE-STATUS = "35"
               OPEN OUTPUT ENVIO-PEDIDO-FILE
           END-IF
           MOVE SPACES TO ENVIO-PEDIDO-DADOS
           STRING NUMERO-PEDIDO DELIMITED BY SIZE ","
                  WS-DPC-TIPO DELIMITED BY SIZE ","
                  WS-DPC-DATA DELIMITED BY SIZE ","
                  WS-DPC-HORA DELIMITED BY SIZE ","
                  WS-USUARIO-LOGIN DELIMITED BY SPACE ","
                  WS-DPC-DEPOSITO DELIMITED BY SIZE ","
                  WS-DPC-NOME-ARQUIVO DELIMITED BY SPACE
                  INTO ENVIO-PEDIDO-DADOS
           WRITE ENVIO-PEDIDO-RECORD
           CLOSE ENVIO-PEDIDO-FILE.

       REIMPRIMIR-PEDIDO-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     EMISSAO / REIMPRESSAO DE PEDIDO DE COMPRA   "
           DISPLAY "================================================="
           DISPLAY "Numero do pedido: " WITH NO ADVANCING
           ACCEPT WS-DPC-NUMERO
           PERFORM LOCALIZAR-PEDIDO-EMISSAO
           IF WS-DPC-ACHADO = "N"
               DISPLAY "Pedido nao encontrado."
           ELSE
               IF PEDIDO-AGUARDANDO
                   DISPLAY "Pedido aguardando aprovacao, nao pode "
                       "ser enviado ao fornecedor."
               ELSE
                   PERFORM VERIFICAR-ENVIO-PEDIDO
                   IF WS-DPC-ENVIADO = "Y"
                       SET DPC-REIMPRESSAO TO TRUE
                       PERFORM REIMPRIMIR-DOCUMENTO-ENVIADO
                   ELSE
                       DISPLAY "Pedido ainda nao enviado ao "
                           "fornecedor."
                       SET DPC-ENVIO TO TRUE
                       PERFORM EMITIR-PEDIDO-FORNECEDOR
                   END-IF
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LOCALIZAR-PEDIDO-EMISSAO.
           MOVE "N" TO WS-DPC-ACHADO
           OPEN INPUT PEDIDO-FILE
           MOVE WS-DPC-NUMERO TO PEDIDO-NUMERO-CHAVE
           READ PEDIDO-FILE
               KEY IS PEDIDO-NUMERO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-PED-FILIAL
                   MOVE SPACES TO WS-PED-APROVADOR
                   MOVE SPACES TO WS-PED-APR-DATA
                   UNSTRING PEDIDO-DADOS DELIMITED BY ","
                       INTO NUMERO-PEDIDO COD-FORNECEDOR
                       STATUS-PEDIDO DATA-PEDIDO
                       DATA-RECEBIMENTO PRAZO-PAGAMENTO
                       WS-PED-FILIAL WS-PED-APROVADOR
                       WS-PED-APR-DATA
                   IF WS-PED-FILIAL IS NOT NUMERIC
                       MOVE "00" TO WS-PED-FILIAL
                   END-IF
                   MOVE "Y" TO WS-DPC-ACHADO
           END-READ
           CLOSE PEDIDO-FILE.

       VERIFICAR-ENVIO-PEDIDO.
           MOVE "N" TO WS-DPC-ENVIADO
           MOVE "N" TO WS-DPC-EOF
           OPEN INPUT ENVIO-PEDIDO-FILE
           IF WS-DPC-FILE-STATUS = "35"
               MOVE "Y" TO WS-DPC-EOF
           ELSE
               DISPLAY "Historico de envio:"
               PERFORM LER-ENVIO-PEDIDO UNTIL WS-DPC-EOF = "Y"
               CLOSE ENVIO-PEDIDO-FILE
           END-IF.

       LER-ENVIO-PEDIDO.
           READ ENVIO-PEDIDO-FILE INTO ENVIO-PEDIDO-RECORD
               AT END
                   MOVE "Y" TO WS-DPC-EOF
               NOT AT END
                   MOVE SPACES TO WS-DPC-REG-LOGIN
                   MOVE SPACES TO WS-DPC-REG-ARQUIVO
                   UNSTRING ENVIO-PEDIDO-DADOS DELIMITED BY ","
                       INTO WS-DPC-REG-PEDIDO WS-DPC-REG-TIPO
                            WS-DPC-REG-DATA WS-DPC-REG-HORA
                            WS-DPC-REG-LOGIN WS-DPC-REG-DEPOSITO
                            WS-DPC-REG-ARQUIVO
                   IF WS-DPC-REG-PEDIDO = NUMERO-PEDIDO
                       IF WS-DPC-REG-TIPO = "E"
                           MOVE "Y" TO WS-DPC-ENVIADO
                           MOVE WS-DPC-REG-ARQUIVO TO WS-DPC-ARQ-ENVIADO
                           MOVE WS-DPC-REG-DEPOSITO
                               TO WS-DPC-DEP-ENVIADO
                           DISPLAY "  Enviado em " WS-DPC-REG-DATA
                               " " WS-DPC-REG-HORA(1:6)
                               " por " WS-DPC-REG-LOGIN
                       ELSE
                           DISPLAY "  Reimpresso em " WS-DPC-REG-DATA
                               " " WS-DPC-REG-HORA(1:6)
                               " por " WS-DPC-REG-LOGIN
                       END-IF
                   END-IF
           END-READ.

       REIMPRIMIR-DOCUMENTO-ENVIADO.
           ACCEPT WS-DPC-DATA FROM DATE YYYYMMDD
           ACCEPT WS-DPC-HORA FROM TIME
           MOVE WS-DPC-ARQ-ENVIADO TO WS-DPC-NOME-ARQUIVO
           MOVE WS-DPC-DEP-ENVIADO TO WS-DPC-DEPOSITO
           MOVE "N" TO WS-DPC-EOF
           OPEN INPUT PEDIDO-DOC-FILE
           IF WS-DPC-FILE-STATUS NOT = "00"
               DISPLAY "Arquivo enviado nao localizado: "
                   WS-DPC-NOME-ARQUIVO
               DISPLAY "Gerando segunda via a partir do pedido."
               PERFORM EMITIR-PEDIDO-FORNECEDOR
           ELSE
               OPEN OUTPUT REIMPRESSAO-PEDIDO-FILE
               PERFORM COPIAR-DOCUMENTO-ENVIADO
                   UNTIL WS-DPC-EOF = "Y"
               CLOSE REIMPRESSAO-PEDIDO-FILE
               CLOSE PEDIDO-DOC-FILE
               PERFORM GRAVAR-ENVIO-PEDIDO
               DISPLAY "Copia gravada em reimpressaoPedidoCompra.txt"
           END-IF.

       COPIAR-DOCUMENTO-ENVIADO.
           READ PEDIDO-DOC-FILE
               AT END
                   MOVE "Y" TO WS-DPC-EOF
               NOT AT END
                   DISPLAY PEDIDO-DOC-LINHA(1:79)
                   WRITE REIMPRESSAO-PEDIDO-LINHA FROM PEDIDO-DOC-LINHA
           END-READ.

       NAO-CONFORMIDADE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REGISTRO DE NAO CONFORMIDADE (RNC)        "
           DISPLAY "================================================="
           DISPLAY "Acao (A-Abrir / S-Atualizar status / "
               "L-Listar pendentes): " WITH NO ADVANCING
           ACCEPT WS-RNC-ACAO
           ACCEPT WS-RNC-HOJE FROM DATE YYYYMMDD
           EVALUATE WS-RNC-ACAO
               WHEN "A"
                   PERFORM ABRIR-RNC
               WHEN "S"
                   PERFORM ATUALIZAR-STATUS-RNC
               WHEN "L"
                   PERFORM LISTAR-RNC-PENDENTES
               WHEN OTHER
                   DISPLAY "Acao invalida, informe A, S ou L."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       ABRIR-RNC.
           DISPLAY "Origem (R-Recebimento / Q-Lote em quarentena / "
               "D-Devolucao de cliente / A-RMA): " WITH NO ADVANCING
           ACCEPT WS-RNC-ORIGEM
           MOVE "N" TO WS-RNC-OK
           MOVE 0 TO WS-RNC-FORNECEDOR
           MOVE 0 TO WS-RNC-QTD-ORIGEM
           MOVE SPACES TO WS-RNC-LOTE
           MOVE SPACES TO WS-RNC-DOCUMENTO
           EVALUATE TRUE
               WHEN RNC-ORIGEM-RECEBIMENTO
                   PERFORM ORIGEM-RNC-RECEBIMENTO
               WHEN RNC-ORIGEM-QUARENTENA
                   PERFORM ORIGEM-RNC-QUARENTENA
               WHEN RNC-ORIGEM-DEVOLUCAO
                   PERFORM ORIGEM-RNC-DEVOLUCAO
               WHEN RNC-ORIGEM-RMA
                   PERFORM ORIGEM-RNC-RMA
               WHEN OTHER
                   DISPLAY "Origem invalida, informe R, Q, D ou A."
           END-EVALUATE
           IF WS-RNC-OK = "Y"
               PERFORM COMPLETAR-ABERTURA-RNC
           END-IF.

       ORIGEM-RNC-RECEBIMENTO.
           DISPLAY "Numero do pedido recebido: " WITH NO ADVANCING
           ACCEPT WS-RNC-DOC-NUM
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-RNC-PRODUTO
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-RECEBIMENTO-RNC UNTIL WS-RNC-EOF = "Y"
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF
           IF WS-RNC-QTD-ORIGEM = 0
               DISPLAY "Produto nao recebido neste pedido."
           ELSE
               OPEN INPUT PEDIDO-FILE
               MOVE WS-RNC-DOC-NUM TO PEDIDO-NUMERO-CHAVE
               READ PEDIDO-FILE
                   KEY IS PEDIDO-NUMERO-CHAVE
                   INVALID KEY
                       DISPLAY "Pedido nao encontrado."
                   NOT INVALID KEY
                       UNSTRING PEDIDO-DADOS DELIMITED BY ","
                           INTO NUMERO-PEDIDO COD-FORNECEDOR
                       MOVE COD-FORNECEDOR TO WS-RNC-FORNECEDOR
                       MOVE "Y" TO WS-RNC-OK
               END-READ
               CLOSE PEDIDO-FILE
               STRING "PED" DELIMITED BY SIZE
                      WS-RNC-DOC-NUM DELIMITED BY SIZE
                      INTO WS-RNC-DOCUMENTO
               DISPLAY "Lote do fornecedor (Enter = sem lote): "
                   WITH NO ADVANCING
               ACCEPT WS-RNC-LOTE
           END-IF.

       LER-RECEBIMENTO-RNC.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   UNSTRING RECEBIMENTO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-RNC-REC-PEDIDO WS-RNC-REC-SEQ
                            WS-RNC-REC-PRODUTO WS-RNC-REC-QTD
                   IF WS-RNC-REC-PEDIDO = WS-RNC-DOC-NUM
                       AND WS-RNC-REC-PRODUTO = WS-RNC-PRODUTO
                       ADD WS-RNC-REC-QTD TO WS-RNC-QTD-ORIGEM
                   END-IF
           END-READ.

       ORIGEM-RNC-QUARENTENA.
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-RNC-PRODUTO
           DISPLAY "Identificacao do lote: " WITH NO ADVANCING
           ACCEPT WS-RNC-LOTE
           MOVE "N" TO WS-RNC-ACHADA
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT LOTE-ESTOQUE-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-LOTE-RNC UNTIL WS-RNC-EOF = "Y"
               CLOSE LOTE-ESTOQUE-FILE
           END-IF
           IF WS-RNC-ACHADA = "N"
               DISPLAY "Lote nao encontrado em quarentena/bloqueio."
           ELSE
               MOVE WS-RNC-LOTE TO WS-RNC-DOCUMENTO
               PERFORM OBTER-FORNECEDOR-PRODUTO-RNC
           END-IF.

       LER-LOTE-RNC.
           READ LOTE-ESTOQUE-FILE INTO LOTE-ESTOQUE-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   MOVE SPACE TO WS-LOTE-STATUS-ATUAL
                   UNSTRING LOTE-ESTOQUE-DADOS DELIMITED BY ","
                       INTO WS-LOTE-PRODUTO WS-LOTE-ID
                            WS-LOTE-VALIDADE WS-LOTE-SALDO
                            WS-LOTE-STATUS-ATUAL
                   IF WS-LOTE-PRODUTO = WS-RNC-PRODUTO
                       AND WS-LOTE-ID = WS-RNC-LOTE
                       AND (WS-LOTE-STATUS-ATUAL = "Q"
                           OR WS-LOTE-STATUS-ATUAL = "B")
                       MOVE WS-LOTE-SALDO TO WS-RNC-QTD-ORIGEM
                       MOVE "Y" TO WS-RNC-ACHADA
                       MOVE "Y" TO WS-RNC-EOF
                   END-IF
           END-READ.

       ORIGEM-RNC-DEVOLUCAO.
           DISPLAY "Numero da nota de venda: " WITH NO ADVANCING
           ACCEPT WS-RNC-DOC-NUM
           DISPLAY "Codigo do produto: " WITH NO ADVANCING
           ACCEPT WS-RNC-PRODUTO
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT DEVOLUCAO-VENDA-FILE
           IF WS-RNC-AUX-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-DEVOLUCAO-RNC UNTIL WS-RNC-EOF = "Y"
               CLOSE DEVOLUCAO-VENDA-FILE
           END-IF
           IF WS-RNC-QTD-ORIGEM = 0
               DISPLAY "Nenhuma devolucao deste produto na nota."
           ELSE
               STRING "NF" DELIMITED BY SIZE
                      WS-RNC-DOC-NUM DELIMITED BY SIZE
                      INTO WS-RNC-DOCUMENTO
               DISPLAY "Lote (Enter = sem lote): " WITH NO ADVANCING
               ACCEPT WS-RNC-LOTE
               PERFORM OBTER-FORNECEDOR-PRODUTO-RNC
           END-IF.

       LER-DEVOLUCAO-RNC.
           READ DEVOLUCAO-VENDA-FILE INTO DEVOLUCAO-VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   UNSTRING DEVOLUCAO-VENDA-DADOS DELIMITED BY ","
                       INTO WS-RNC-DEV-NOTA WS-RNC-DEV-PRODUTO
                            WS-RNC-DEV-QTD
                   IF WS-RNC-DEV-NOTA = WS-RNC-DOC-NUM
                       AND WS-RNC-DEV-PRODUTO = WS-RNC-PRODUTO
                       ADD WS-RNC-DEV-QTD TO WS-RNC-QTD-ORIGEM
                   END-IF
           END-READ.

       ORIGEM-RNC-RMA.
           DISPLAY "Numero do RMA: " WITH NO ADVANCING
           ACCEPT WS-RNC-DOC-NUM
           OPEN INPUT RMA-FILE
           IF WS-RNC-AUX-STATUS = "35"
               DISPLAY "Nenhum RMA registrado."
           ELSE
               MOVE WS-RNC-DOC-NUM TO RMA-NUMERO-CHAVE
               READ RMA-FILE
                   KEY IS RMA-NUMERO-CHAVE
                   INVALID KEY
                       DISPLAY "RMA nao encontrado."
                   NOT INVALID KEY
                       UNSTRING RMA-DADOS DELIMITED BY ","
                           INTO WS-RNC-RMA-NUMERO WS-RNC-RMA-DATA
                                WS-RNC-RMA-NOTA WS-RNC-RMA-PRODUTO
                                WS-RNC-RMA-QTD WS-RNC-RMA-CLIENTE
                                WS-RNC-RMA-FORNECEDOR
                       MOVE WS-RNC-RMA-PRODUTO TO WS-RNC-PRODUTO
                       MOVE WS-RNC-RMA-QTD TO WS-RNC-QTD-ORIGEM
                       MOVE WS-RNC-RMA-FORNECEDOR TO WS-RNC-FORNECEDOR
                       STRING "RMA" DELIMITED BY SIZE
                              WS-RNC-DOC-NUM DELIMITED BY SIZE
                              INTO WS-RNC-DOCUMENTO
                       MOVE "Y" TO WS-RNC-OK
               END-READ
               CLOSE RMA-FILE
           END-IF
           IF WS-RNC-OK = "Y" AND WS-RNC-FORNECEDOR = 0
               PERFORM OBTER-FORNECEDOR-PRODUTO-RNC
           END-IF.

       OBTER-FORNECEDOR-PRODUTO-RNC.
           OPEN INPUT ESTOQUE-FILE
           MOVE WS-RNC-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Produto nao cadastrado."
                   MOVE "N" TO WS-RNC-OK
               NOT INVALID KEY
                   MOVE ER-COD-FORNECEDOR TO WS-RNC-FORNECEDOR
                   MOVE "Y" TO WS-RNC-OK
           END-READ
           CLOSE ESTOQUE-FILE.

       COMPLETAR-ABERTURA-RNC.
           DISPLAY "Fornecedor: " WS-RNC-FORNECEDOR
               " Produto: " WS-RNC-PRODUTO
               " Qtde na origem: " WS-RNC-QTD-ORIGEM
           DISPLAY "Tipos de defeito:"
           PERFORM EXIBIR-DEFEITO-RNC
               VARYING WS-RNC-DEF-IDX FROM 1 BY 1
               UNTIL WS-RNC-DEF-IDX > 7
           MOVE 0 TO WS-RNC-DEF-IDX
           PERFORM LER-DEFEITO-RNC UNTIL WS-RNC-DEF-IDX > 0
           MOVE 0 TO WS-RNC-QTD
           PERFORM LER-QUANTIDADE-RNC UNTIL WS-RNC-QTD > 0
           MOVE SPACE TO WS-RNC-DISPOSICAO
           PERFORM LER-DISPOSICAO-RNC
               UNTIL RNC-DISP-DEVOLVER OR RNC-DISP-RETRABALHO
                  OR RNC-DISP-SUCATA OR RNC-DISP-CONCESSAO
           DISPLAY "Acao corretiva solicitada ao fornecedor: "
           MOVE SPACES TO WS-RNC-ACAO-CORRETIVA
           ACCEPT WS-RNC-ACAO-CORRETIVA
           INSPECT WS-RNC-ACAO-CORRETIVA REPLACING ALL "," BY ";"
           MOVE 0 TO WS-RNC-PRAZO
           PERFORM LER-PRAZO-RNC UNTIL WS-RNC-PRAZO > 0
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "RNC" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-RNC-NUMERO
           SET RNC-ABERTA TO TRUE
           MOVE WS-RNC-HOJE TO WS-RNC-ABERTURA
           MOVE 0 TO WS-RNC-ENCERRAMENTO
           MOVE WS-USUARIO-LOGIN TO WS-RNC-LOGIN
           PERFORM MONTAR-REGISTRO-RNC
           OPEN EXTEND RNC-FILE
           IF WS-RNC-FILE-STATUS = "35"
               OPEN OUTPUT RNC-FILE
           END-IF
           WRITE RNC-RECORD
           CLOSE RNC-FILE
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM AUDITAR-RNC
           DISPLAY "RNC " WS-RNC-NUMERO " aberta, prazo da acao "
               "corretiva " WS-RNC-PRAZO ".".

       EXIBIR-DEFEITO-RNC.
           DISPLAY "  " WS-RNC-DEF-CODIGO(WS-RNC-DEF-IDX) " - "
               WS-RNC-DEF-DESCR(WS-RNC-DEF-IDX).

       LER-DEFEITO-RNC.
           DISPLAY "Tipo de defeito: " WITH NO ADVANCING
           ACCEPT WS-RNC-DEFEITO
           PERFORM PROCURAR-DESEMPENHO-IDX
               VARYING WS-RNC-DEF-IDX FROM 1 BY 1
               UNTIL WS-RNC-DEF-IDX > 7
                  OR WS-RNC-DEF-CODIGO(WS-RNC-DEF-IDX) = WS-RNC-DEFEITO
           IF WS-RNC-DEF-IDX > 7
               DISPLAY "Tipo de defeito invalido."
               MOVE 0 TO WS-RNC-DEF-IDX
           END-IF.

       LER-QUANTIDADE-RNC.
           DISPLAY "Quantidade afetada: " WITH NO ADVANCING
           ACCEPT WS-RNC-QTD
           IF WS-RNC-QTD > WS-RNC-QTD-ORIGEM
               AND WS-RNC-QTD-ORIGEM > 0
               DISPLAY "Quantidade maior que a da origem ("
                   WS-RNC-QTD-ORIGEM ")."
               MOVE 0 TO WS-RNC-QTD
           END-IF.

       LER-DISPOSICAO-RNC.
           DISPLAY "Disposicao (D-Devolver / R-Retrabalho / "
               "S-Sucatear / C-Aceitar com concessao): "
               WITH NO ADVANCING
           ACCEPT WS-RNC-DISPOSICAO.

       LER-PRAZO-RNC.
           DISPLAY "Prazo da acao corretiva (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-RNC-PRAZO
           IF WS-RNC-PRAZO < WS-RNC-HOJE
               DISPLAY "Prazo deve ser igual ou posterior a hoje."
               MOVE 0 TO WS-RNC-PRAZO
           END-IF.

       MONTAR-REGISTRO-RNC.
           MOVE SPACES TO RNC-DADOS
           STRING WS-RNC-NUMERO DELIMITED BY SIZE ","
                  WS-RNC-ORIGEM DELIMITED BY SIZE ","
                  WS-RNC-DOCUMENTO DELIMITED BY SPACE ","
                  WS-RNC-FORNECEDOR DELIMITED BY SIZE ","
                  WS-RNC-PRODUTO DELIMITED BY SIZE ","
                  WS-RNC-LOTE DELIMITED BY SPACE ","
                  WS-RNC-DEFEITO DELIMITED BY SIZE ","
                  WS-RNC-QTD DELIMITED BY SIZE ","
                  WS-RNC-DISPOSICAO DELIMITED BY SIZE ","
                  WS-RNC-PRAZO DELIMITED BY SIZE ","
                  WS-RNC-STATUS DELIMITED BY SIZE ","
                  WS-RNC-ABERTURA DELIMITED BY SIZE ","
                  WS-RNC-ENCERRAMENTO DELIMITED BY SIZE ","
                  WS-RNC-LOGIN DELIMITED BY SPACE ","
                  WS-RNC-ACAO-CORRETIVA DELIMITED BY SIZE
                  INTO RNC-DADOS.

       PARSE-REGISTRO-RNC.
           MOVE SPACES TO WS-RNC-DOCUMENTO
           MOVE SPACES TO WS-RNC-LOTE
           MOVE SPACES TO WS-RNC-LOGIN
           MOVE SPACES TO WS-RNC-ACAO-CORRETIVA
           UNSTRING RNC-DADOS DELIMITED BY ","
               INTO WS-RNC-NUMERO WS-RNC-ORIGEM WS-RNC-DOCUMENTO
                    WS-RNC-FORNECEDOR WS-RNC-PRODUTO WS-RNC-LOTE
                    WS-RNC-DEFEITO WS-RNC-QTD WS-RNC-DISPOSICAO
                    WS-RNC-PRAZO WS-RNC-STATUS WS-RNC-ABERTURA
                    WS-RNC-ENCERRAMENTO WS-RNC-LOGIN
                    WS-RNC-ACAO-CORRETIVA.

       AUDITAR-RNC.
           MOVE "gestaoPedidoCompra" TO WS-AUD-PROGRAMA
           MOVE "RNC" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "RNC" DELIMITED BY SIZE
                  WS-RNC-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE RNC-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       ATUALIZAR-STATUS-RNC.
           DISPLAY "Numero da RNC: " WITH NO ADVANCING
           ACCEPT WS-RNC-BUSCA
           MOVE "N" TO WS-RNC-ACHADA
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RNC-FILE
           IF WS-RNC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-RNC-LOCALIZAR UNTIL WS-RNC-EOF = "Y"
               CLOSE RNC-FILE
           END-IF
           IF WS-RNC-ACHADA = "N"
               DISPLAY "RNC nao encontrada."
           ELSE
               IF RNC-ENCERRADA
                   DISPLAY "RNC ja encerrada em "
                       WS-RNC-ENCERRAMENTO "."
               ELSE
                   PERFORM EXIBIR-RNC
                   MOVE RNC-DADOS TO WS-AUD-ANTES
                   MOVE "N" TO WS-RNC-OK
                   PERFORM AVANCAR-STATUS-RNC
                   IF WS-RNC-OK = "Y"
                       PERFORM REGRAVAR-ARQUIVO-RNC
                       PERFORM AUDITAR-RNC
                       DISPLAY "RNC " WS-RNC-NUMERO
                           " atualizada, status " WS-RNC-STATUS "."
                   END-IF
               END-IF
           END-IF.

       LER-RNC-LOCALIZAR.
           READ RNC-FILE INTO RNC-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   IF RNC-DADOS(1:6) = WS-RNC-BUSCA
                       PERFORM PARSE-REGISTRO-RNC
                       MOVE "Y" TO WS-RNC-ACHADA
                       MOVE "Y" TO WS-RNC-EOF
                   END-IF
           END-READ.

       EXIBIR-RNC.
           DISPLAY "RNC " WS-RNC-NUMERO " origem " WS-RNC-ORIGEM
               " " WS-RNC-DOCUMENTO " aberta em " WS-RNC-ABERTURA
           DISPLAY "  Fornecedor " WS-RNC-FORNECEDOR
               " Produto " WS-RNC-PRODUTO " Lote " WS-RNC-LOTE
           DISPLAY "  Defeito " WS-RNC-DEFEITO " Qtde " WS-RNC-QTD
               " Disposicao " WS-RNC-DISPOSICAO
               " Status " WS-RNC-STATUS
           DISPLAY "  Acao: " WS-RNC-ACAO-CORRETIVA
           DISPLAY "  Prazo: " WS-RNC-PRAZO.

       AVANCAR-STATUS-RNC.
           EVALUATE TRUE
               WHEN RNC-ABERTA
                   DISPLAY "Solicitacao de acao corretiva enviada "
                       "ao fornecedor (S/N)? " WITH NO ADVANCING
                   ACCEPT WS-RNC-RESPOSTA
                   IF WS-RNC-RESPOSTA = "S"
                       SET RNC-SOLICITADA TO TRUE
                       MOVE "Y" TO WS-RNC-OK
                   END-IF
               WHEN RNC-SOLICITADA
                   DISPLAY "Resposta do fornecedor recebida, iniciar "
                       "verificacao (S/N)? " WITH NO ADVANCING
                   ACCEPT WS-RNC-RESPOSTA
                   IF WS-RNC-RESPOSTA = "S"
                       SET RNC-VERIFICACAO TO TRUE
                       MOVE "Y" TO WS-RNC-OK
                   END-IF
               WHEN RNC-VERIFICACAO
                   DISPLAY "Acao corretiva eficaz, encerrar RNC "
                       "(S/N)? " WITH NO ADVANCING
                   ACCEPT WS-RNC-RESPOSTA
                   IF WS-RNC-RESPOSTA = "S"
                       SET RNC-ENCERRADA TO TRUE
                       MOVE WS-RNC-HOJE TO WS-RNC-ENCERRAMENTO
                   ELSE
                       DISPLAY "Acao ineficaz, nova solicitacao ao "
                           "fornecedor."
                       SET RNC-SOLICITADA TO TRUE
                       MOVE 0 TO WS-RNC-PRAZO
                       PERFORM LER-PRAZO-RNC UNTIL WS-RNC-PRAZO > 0
                   END-IF
                   MOVE "Y" TO WS-RNC-OK
           END-EVALUATE.

       REGRAVAR-ARQUIVO-RNC.
           PERFORM MONTAR-REGISTRO-RNC
           MOVE RNC-DADOS TO WS-AUD-DEPOIS
           MOVE WS-RNC-NUMERO TO WS-RNC-BUSCA
           MOVE 0 TO WS-RNC-COUNT
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RNC-FILE
           PERFORM CARREGAR-RNC-MANTIDA UNTIL WS-RNC-EOF = "Y"
           CLOSE RNC-FILE
           OPEN OUTPUT RNC-FILE
           PERFORM REGRAVAR-RNC-MANTIDA
               VARYING WS-RNC-IDX FROM 1 BY 1
               UNTIL WS-RNC-IDX > WS-RNC-COUNT
           CLOSE RNC-FILE
           MOVE WS-AUD-DEPOIS TO RNC-DADOS.

       CARREGAR-RNC-MANTIDA.
           READ RNC-FILE INTO RNC-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   IF WS-RNC-COUNT < 500
                       ADD 1 TO WS-RNC-COUNT
                       IF RNC-DADOS(1:6) = WS-RNC-BUSCA
                           MOVE WS-AUD-DEPOIS
                               TO WS-RNC-LINHA(WS-RNC-COUNT)
                       ELSE
                           MOVE RNC-DADOS
                               TO WS-RNC-LINHA(WS-RNC-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-RNC-MANTIDA.
           WRITE RNC-RECORD FROM WS-RNC-LINHA(WS-RNC-IDX).

       LISTAR-RNC-PENDENTES.
           MOVE 0 TO WS-RNC-PENDENTES
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RNC-FILE
           IF WS-RNC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-RNC-PENDENTE UNTIL WS-RNC-EOF = "Y"
               CLOSE RNC-FILE
           END-IF
           DISPLAY "RNCs pendentes: " WS-RNC-PENDENTES.

       LER-RNC-PENDENTE.
           READ RNC-FILE INTO RNC-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   PERFORM PARSE-REGISTRO-RNC
                   IF NOT RNC-ENCERRADA
                       ADD 1 TO WS-RNC-PENDENTES
                       PERFORM EXIBIR-RNC
                       IF WS-RNC-PRAZO < WS-RNC-HOJE
                           DISPLAY "  *** PRAZO VENCIDO ***"
                       END-IF
                   END-IF
           END-READ.

       RELATORIO-QUALIDADE-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   QUALIDADE DE FORNECEDORES - RNC E PPM         "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-RNC-COMP
           MOVE 0 TO WS-RNC-QF-COUNT
           MOVE SPACES TO WS-RNC-REC-ANTERIOR
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-NFC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               OPEN INPUT PEDIDO-FILE
               PERFORM LER-RECEBIMENTO-QUALIDADE
                   UNTIL WS-RNC-EOF = "Y"
               CLOSE PEDIDO-FILE
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF
           MOVE "N" TO WS-RNC-EOF
           OPEN INPUT RNC-FILE
           IF WS-RNC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RNC-EOF
           ELSE
               PERFORM LER-RNC-QUALIDADE UNTIL WS-RNC-EOF = "Y"
               CLOSE RNC-FILE
           END-IF
           IF WS-RNC-QF-COUNT = 0
               DISPLAY "Nenhum recebimento ou RNC na competencia."
           ELSE
               PERFORM EXIBIR-QUALIDADE-FORNECEDOR
                   VARYING WS-RNC-QF-IDX FROM 1 BY 1
                   UNTIL WS-RNC-QF-IDX > WS-RNC-QF-COUNT
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-RECEBIMENTO-QUALIDADE.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   UNSTRING RECEBIMENTO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-RNC-REC-PEDIDO WS-RNC-REC-SEQ
                            WS-RNC-REC-PRODUTO WS-RNC-REC-QTD
                            WS-RNC-REC-PRECO WS-RNC-REC-TAXA
                            WS-RNC-REC-DATA
                   IF WS-RNC-REC-DATA(1:6) = WS-RNC-COMP
                       PERFORM ACUMULAR-RECEBIMENTO-QUALIDADE
                   END-IF
           END-READ.

       ACUMULAR-RECEBIMENTO-QUALIDADE.
           MOVE 0 TO WS-RNC-QF-ALVO
           MOVE WS-RNC-REC-PEDIDO TO PEDIDO-NUMERO-CHAVE
           READ PEDIDO-FILE
               KEY IS PEDIDO-NUMERO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   UNSTRING PEDIDO-DADOS DELIMITED BY ","
                       INTO NUMERO-PEDIDO COD-FORNECEDOR
                   MOVE COD-FORNECEDOR TO WS-RNC-QF-ALVO
           END-READ
           PERFORM LOCALIZAR-QUALIDADE-FORNECEDOR
           IF WS-RNC-QF-IDX <= WS-RNC-QF-COUNT
               STRING WS-RNC-REC-PEDIDO DELIMITED BY SIZE
                      WS-RNC-REC-SEQ DELIMITED BY SIZE
                      INTO WS-RNC-REC-ATUAL
               IF WS-RNC-REC-ATUAL NOT = WS-RNC-REC-ANTERIOR
                   ADD 1 TO WS-RNC-QF-RECEBIMENTOS(WS-RNC-QF-IDX)
                   MOVE WS-RNC-REC-ATUAL TO WS-RNC-REC-ANTERIOR
               END-IF
               ADD WS-RNC-REC-QTD
                   TO WS-RNC-QF-QTD-RECEBIDA(WS-RNC-QF-IDX)
           END-IF.

       LER-RNC-QUALIDADE.
           READ RNC-FILE INTO RNC-RECORD
               AT END
                   MOVE "Y" TO WS-RNC-EOF
               NOT AT END
                   PERFORM PARSE-REGISTRO-RNC
                   IF WS-RNC-ABERTURA(1:6) = WS-RNC-COMP
                       MOVE WS-RNC-FORNECEDOR TO WS-RNC-QF-ALVO
                       PERFORM LOCALIZAR-QUALIDADE-FORNECEDOR
                       IF WS-RNC-QF-IDX <= WS-RNC-QF-COUNT
                           ADD 1 TO WS-RNC-QF-RNCS(WS-RNC-QF-IDX)
                           ADD WS-RNC-QTD
                               TO WS-RNC-QF-QTD-DEFEITO(WS-RNC-QF-IDX)
                           IF RNC-ORIGEM-RECEBIMENTO
                               ADD 1
                                 TO WS-RNC-QF-RNCS-REC(WS-RNC-QF-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-QUALIDADE-FORNECEDOR.
           PERFORM PROCURAR-DESEMPENHO-IDX
               VARYING WS-RNC-QF-IDX FROM 1 BY 1
               UNTIL WS-RNC-QF-IDX > WS-RNC-QF-COUNT
                   OR WS-RNC-QF-FORNECEDOR(WS-RNC-QF-IDX)
                       = WS-RNC-QF-ALVO
           IF WS-RNC-QF-IDX > WS-RNC-QF-COUNT
               IF WS-RNC-QF-COUNT < 50
                   ADD 1 TO WS-RNC-QF-COUNT
                   MOVE WS-RNC-QF-COUNT TO WS-RNC-QF-IDX
                   MOVE ZEROS TO WS-RNC-QF-ENTRY(WS-RNC-QF-IDX)
                   MOVE WS-RNC-QF-ALVO
                       TO WS-RNC-QF-FORNECEDOR(WS-RNC-QF-IDX)
               ELSE
                   DISPLAY "AVISO: tabela de fornecedores cheia, "
                       "fornecedor " WS-RNC-QF-ALVO " ignorado."
               END-IF
           END-IF.

       EXIBIR-QUALIDADE-FORNECEDOR.
           MOVE WS-RNC-QF-FORNECEDOR(WS-RNC-QF-IDX) TO COD-FORNECEDOR
           PERFORM OBTER-FORNECEDOR-EMISSAO
           DISPLAY "Fornecedor: " WS-RNC-QF-FORNECEDOR(WS-RNC-QF-IDX)
               " " WS-DPC-FORN-RAZAO
           DISPLAY "  Recebimentos.........: "
               WS-RNC-QF-RECEBIMENTOS(WS-RNC-QF-IDX)
               "  Qtde recebida: "
               WS-RNC-QF-QTD-RECEBIDA(WS-RNC-QF-IDX)
           DISPLAY "  RNCs abertas.........: "
               WS-RNC-QF-RNCS(WS-RNC-QF-IDX)
               "  (de recebimento: "
               WS-RNC-QF-RNCS-REC(WS-RNC-QF-IDX) ")"
           DISPLAY "  Qtde nao conforme....: "
               WS-RNC-QF-QTD-DEFEITO(WS-RNC-QF-IDX)
           IF WS-RNC-QF-RECEBIMENTOS(WS-RNC-QF-IDX) > 0
               COMPUTE WS-RNC-INDICE ROUNDED =
                   WS-RNC-QF-RNCS-REC(WS-RNC-QF-IDX)
                   / WS-RNC-QF-RECEBIMENTOS(WS-RNC-QF-IDX)
               DISPLAY "  RNCs por recebimento.: " WS-RNC-INDICE
           END-IF
           IF WS-RNC-QF-QTD-RECEBIDA(WS-RNC-QF-IDX) > 0
               COMPUTE WS-RNC-PPM ROUNDED =
                   WS-RNC-QF-QTD-DEFEITO(WS-RNC-QF-IDX) * 1000000
                   / WS-RNC-QF-QTD-RECEBIDA(WS-RNC-QF-IDX)
               DISPLAY "  PPM defeituoso.......: " WS-RNC-PPM
           ELSE
               DISPLAY "  PPM defeituoso.......: sem recebimento "
                   "na competencia"
           END-IF
           DISPLAY "------------------------------------------".

       RETORNAR.
           DISPLAY "Retornando ao menu principal..."
           MOVE 9 TO WS-OPTION.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoPedidoCompra" TO WS-RLE-PROGRAMA
           MOVE "4" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

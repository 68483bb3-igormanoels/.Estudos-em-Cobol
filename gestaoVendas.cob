                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DEVOLUCAO-FILE
                   ASSIGN TO "dadosDevolucaoVenda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEV-FILE-STATUS.
               SELECT CANCELAMENTO-FILE
                   ASSIGN TO "dadosCancelamentoVenda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS USU-LOGIN-CHAVE
                   FILE STATUS IS WS-USU-FILE-STATUS.
               SELECT PAGAMENTO-VENDA-FILE
                   ASSIGN TO "dadosPagamentoVenda.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAG-FILE-STATUS.
               SELECT NC-TEMP-FILE
                   ASSIGN TO "notaCreditoTemp.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ADQUIRENTE-FILE
                   ASSIGN TO "dadosAdquirente.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADQ-FILE-STATUS.
               SELECT RECEBIVEL-CARTAO-FILE
                   ASSIGN TO "dadosRecebivelCartao.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS RECEBIVEL-CARTAO-CHAVE
                   FILE STATUS IS WS-RCC-FILE-STATUS.
               SELECT ORCAMENTO-FILE
                   ASSIGN TO "dadosOrcamento.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORCAMENTO-NUMERO-CHAVE
                   FILE STATUS IS WS-ORC-FILE-STATUS.
               SELECT ORCAMENTO-ITEM-FILE
                   ASSIGN TO "dadosOrcamentoItem.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ORI-CHAVE
                   FILE STATUS IS WS-ORC-FILE-STATUS.
               SELECT DOC-ORCAMENTO-FILE
                   ASSIGN TO "documentoOrcamento.txt"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BACKORDER-FILE
                   ASSIGN TO "dadosBackorder.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BKO-CHAVE
                   FILE STATUS IS WS-BKO-FILE-STATUS.
               SELECT BACKORDER-SORT-FILE ASSIGN TO "WORKSORT".
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
               SELECT META-VENDA-FILE
                   ASSIGN TO "dadosMetaVenda.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MTA-CHAVE
                   FILE STATUS IS WS-MTA-FILE-STATUS.
               SELECT FIDELIDADE-FILE
                   ASSIGN TO "dadosFidelidade.txt"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FID-CLIENTE-CHAVE
                   FILE STATUS IS WS-FID-FILE-STATUS.
               SELECT FIDELIDADE-MOV-FILE
                   ASSIGN TO "dadosFidelidadeMov.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIM-FILE-STATUS.
               SELECT FALHA-ENTREGA-FILE
                   ASSIGN TO "dadosFalhaEntrega.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 US-FUNCIONARIO        PIC 9(5).
           05 FILLER                PIC X(16).

       FD PAGAMENTO-VENDA-FILE.
       01 PAGAMENTO-VENDA-RECORD.
           05 PAGAMENTO-VENDA-DADOS PIC X(60).

       FD NC-TEMP-FILE.
       01 NC-TEMP-LINHA PIC X(80).

       FD ADQUIRENTE-FILE.
       01 ADQUIRENTE-RECORD.
           05 ADQUIRENTE-DADOS PIC X(60).

       FD RECEBIVEL-CARTAO-FILE.
       01 RECEBIVEL-CARTAO-RECORD.
           05 RECEBIVEL-CARTAO-DADOS PIC X(120).
       01 RECEBIVEL-CARTAO-RECORD-CHAVE
           REDEFINES RECEBIVEL-CARTAO-RECORD.
           05 RECEBIVEL-CARTAO-CHAVE.
               10 RCC-NOTA-CHAVE     PIC 9(6).
               10 FILLER             PIC X.
               10 RCC-SEQ-CHAVE      PIC 9(2).
               10 FILLER             PIC X.
               10 RCC-PARCELA-CHAVE  PIC 9(2).
           05 FILLER PIC X(108).

       FD ORCAMENTO-FILE.
       01 ORCAMENTO-RECORD.
           05 ORCAMENTO-DADOS PIC X(100).
       01 ORCAMENTO-RECORD-CHAVE REDEFINES ORCAMENTO-RECORD.
           05 ORCAMENTO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD ORCAMENTO-ITEM-FILE.
       01 ORCAMENTO-ITEM-RECORD.
           05 ORCAMENTO-ITEM-DADOS PIC X(60).
       01 ORCAMENTO-ITEM-RECORD-CHAVE
           REDEFINES ORCAMENTO-ITEM-RECORD.
           05 ORI-CHAVE.
               10 ORI-NUMERO-CHAVE  PIC 9(6).
               10 FILLER            PIC X.
               10 ORI-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(48).

       FD DOC-ORCAMENTO-FILE.
       01 DOC-ORCAMENTO-LINHA PIC X(80).

       FD BACKORDER-FILE.
       01 BACKORDER-RECORD.
           05 BACKORDER-DADOS PIC X(80).
       01 BACKORDER-RECORD-CHAVE REDEFINES BACKORDER-RECORD.
           05 BKO-CHAVE.
               10 BKO-PEDIDO-CHAVE  PIC 9(6).
               10 FILLER            PIC X.
               10 BKO-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(68).

       SD BACKORDER-SORT-FILE.
       01 BACKORDER-SORT-RECORD.
           05 BKS-CLIENTE        PIC 9(5).
           05 BKS-PRODUTO        PIC 9(5).
           05 BKS-DATA           PIC 9(8).
           05 BKS-PEDIDO         PIC 9(6).
           05 BKS-PENDENTE       PIC 9(5).
           05 BKS-DIAS           PIC 9(5).

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

       FD META-VENDA-FILE.
       01 META-VENDA-RECORD.
           05 META-VENDA-DADOS PIC X(50).
       01 META-VENDA-RECORD-CHAVE REDEFINES META-VENDA-RECORD.
           05 MTA-CHAVE.
               10 MTA-VENDEDOR-CHAVE    PIC 9(5).
               10 FILLER                PIC X.
               10 MTA-COMPETENCIA-CHAVE PIC 9(6).
               10 FILLER                PIC X.
               10 MTA-GRUPO-CHAVE       PIC 9(3).
           05 FILLER PIC X(34).

       FD FIDELIDADE-FILE.
       01 FIDELIDADE-RECORD.
           05 FIDELIDADE-DADOS PIC X(80).
       01 FIDELIDADE-RECORD-CHAVE REDEFINES FIDELIDADE-RECORD.
           05 FID-CLIENTE-CHAVE PIC 9(5).
           05 FILLER PIC X(75).

       FD FIDELIDADE-MOV-FILE.
       01 FIDELIDADE-MOV-RECORD.
           05 FIDELIDADE-MOV-DADOS PIC X(60).

       FD FALHA-ENTREGA-FILE.
       01 FALHA-ENTREGA-RECORD.
           05 FALHA-ENTREGA-DADOS PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 99 VALUE 0.
       01 VENDA.
       01 WS-VENDA-ACHADA       PIC X VALUE "N".
       01 WS-CLIENTE-EOF        PIC X VALUE "N".
       01 WS-CLIENTE-VALIDO     PIC X VALUE "N".
       01 WS-CLIENTE-SITUACAO   PIC X VALUE "A".
       01 WS-CLIENTE-RESTRITO   PIC X VALUE "N".
       01 WS-CLIENTE-CONSULTA   PIC X VALUE "N".
       01 WS-NOME-CLIENTE       PIC X(30).
       01 WS-ENTRADA-ITEM       PIC X(13).
       01 WS-ENTRADA-ITEM-LEN   PIC 9(2).
           05 WS-COM-ENTRY OCCURS 50 TIMES.
               10 WS-COM-VENDEDOR   PIC 9(5).
               10 WS-COM-TOTAL      PIC 9(11)V99.
               10 WS-COM-DEVOLVIDO  PIC 9(11)V99.
       01 WS-COM-NOTA-COUNT     PIC 9(3) VALUE 0.
       01 WS-COM-NOTA-IDX       PIC 9(3) VALUE 0.
       01 WS-COM-NOTA-TABLE.
               10 WS-COM-NOTA-VEND  PIC 9(5).
       01 WS-COM-VALOR          PIC 9(9)V99.
       01 WS-COM-GERAR          PIC X.
       01 WS-COM-LIQUIDO        PIC 9(11)V99.
       01 WS-COM-PERC-VEND      PIC 9(2)V99.
       01 WS-COM-DEVOLUCAO      PIC X VALUE "N".
       01 WS-COM-GRUPO-ITEM     PIC 9(3).
       01 WS-LOTE-RESTANTE      PIC 9(5).
       01 WS-LOTE-BAIXAR        PIC 9(5).
       01 WS-LOTE-SEM-SALDO     PIC X VALUE "N".
       01 WS-DEV-MAIS-ITENS     PIC X VALUE "N".
       01 WS-DEV-DATA           PIC 9(8).
       01 WS-DEV-EOF            PIC X VALUE "N".
       01 WS-DEV-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DEV-REG-NOTA       PIC 9(6).
       01 WS-DEV-REG-PRODUTO    PIC 9(5).
       01 WS-DEV-REG-QTD        PIC 9(5).
               10 WS-KIT-COMPONENTE PIC 9(5).
               10 WS-KIT-QTD-COMP   PIC 9(3).
       01 WS-KIT-QTD-VENDIDA    PIC 9(5).
       01 WS-KIT-QTD-PEDIDA     PIC 9(5).
       01 WS-KIT-PRONTOS        PIC 9(5).
       01 WS-KIT-NECESSARIO     PIC 9(7).
       01 WS-KIT-OK             PIC X VALUE "N".
       01 WS-KIT-POSSIVEIS      PIC 9(7).
       01 WS-NC-UTILIZADO       PIC 9(9)V99.
       01 WS-NC-ABATIDO         PIC 9(9)V99.
       01 WS-DEV-PRECO-ITEM     PIC 9(7)V99.
       01 WS-PAG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PAG-EOF            PIC X VALUE "N".
       01 WS-PAG-COUNT          PIC 9(2) VALUE 0.
       01 WS-PAG-IDX            PIC 9(2) VALUE 0.
       01 WS-PAG-TABLE.
           05 WS-PAG-ENTRY OCCURS 10 TIMES.
               10 WS-PAG-FORMA      PIC X.
               10 WS-PAG-VALOR      PIC 9(9)V99.
               10 WS-PAG-REFERENCIA PIC X(10).
       01 WS-PAG-RESTANTE       PIC 9(9)V99 VALUE 0.
       01 WS-PAG-LIMITE         PIC 9(9)V99 VALUE 0.
       01 WS-PAG-TROCO          PIC 9(9)V99 VALUE 0.
       01 WS-PAG-PRAZO          PIC 9(9)V99 VALUE 0.
       01 WS-PAG-A-VISTA        PIC 9(9)V99 VALUE 0.
       01 WS-PAG-ACEITA-PRAZO   PIC X VALUE "S".
       01 WS-PAG-FORMA-ENTRADA  PIC X.
       01 WS-PAG-FORMA-VALIDA   PIC X VALUE "N".
       01 WS-PAG-REF-ENTRADA    PIC X(10).
       01 WS-PAG-VALOR-INFORMADO PIC 9(9)V99 VALUE 0.
       01 WS-PAG-ENTRADA-VALOR  PIC X(11).
       01 WS-PAG-ENTRADA-NUM REDEFINES WS-PAG-ENTRADA-VALOR
           PIC 9(9)V99.
       01 WS-PAG-DESCRICAO      PIC X(15).
       01 WS-PAG-REG-NOTA       PIC 9(6).
       01 WS-PAG-REG-SEQ        PIC 9(2).
       01 WS-PAG-REG-FORMA      PIC X.
       01 WS-PAG-REG-VALOR-ALFA PIC X(11).
       01 WS-PAG-REG-VALOR-NUM REDEFINES WS-PAG-REG-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-PAG-REG-REFERENCIA PIC X(10).
       01 WS-PAG-NC-ENTRADA     PIC X(6).
       01 WS-PAG-NC-BUSCA       PIC 9(6).
       01 WS-PAG-NC-ACHADA      PIC X VALUE "N".
       01 WS-PAG-NC-NUMERO      PIC 9(6).
       01 WS-PAG-NC-NOTA        PIC 9(6).
       01 WS-PAG-NC-CLIENTE     PIC 9(5).
       01 WS-PAG-NC-DATA        PIC 9(8).
       01 WS-PAG-NC-VALOR-ALFA  PIC X(11).
       01 WS-PAG-NC-VALOR-NUM REDEFINES WS-PAG-NC-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-PAG-NC-UTIL-ALFA   PIC X(11).
       01 WS-PAG-NC-UTIL-NUM REDEFINES WS-PAG-NC-UTIL-ALFA
           PIC 9(9)V99.
       01 WS-PAG-NC-SALDO       PIC S9(9)V99 VALUE 0.
       01 WS-PAG-NC-BAIXA       PIC 9(9)V99 VALUE 0.
       01 WS-PAG-NC-ESTORNO     PIC X VALUE "N".
       01 WS-PAG-NC-UTIL-ANTES  PIC 9(9)V99 VALUE 0.
       01 WS-PAG-NC-UTIL-DEPOIS PIC 9(9)V99 VALUE 0.
       01 WS-PAG-NC-VALOR-ACHADO PIC 9(9)V99 VALUE 0.
       01 WS-PAG-CARTAO         PIC 9(9)V99 VALUE 0.
       01 WS-ADQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ADQ-EOF            PIC X VALUE "N".
       01 WS-ADQ-ACHADO         PIC X VALUE "N".
       01 WS-ADQ-ENTRADA        PIC X(3).
       01 WS-ADQ-BUSCA          PIC 9(3).
       01 WS-ADQ-CODIGO         PIC 9(3).
       01 WS-ADQ-NOME           PIC X(20).
       01 WS-ADQ-BANDEIRA       PIC X(12).
       01 WS-ADQ-FORMA          PIC X.
       01 WS-ADQ-TAXA-ALFA      PIC X(5).
       01 WS-ADQ-TAXA-NUM REDEFINES WS-ADQ-TAXA-ALFA
           PIC 9(3)V99.
       01 WS-ADQ-DIAS           PIC 9(3).
       01 WS-ADQ-PARC-MAX       PIC 9(2).
       01 WS-ADQ-PARC-ENTRADA   PIC X(2).
       01 WS-ADQ-PARCELAS       PIC 9(2).
       01 WS-RCC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RCC-EOF            PIC X VALUE "N".
       01 WS-RCC-PARCELA        PIC 9(2).
       01 WS-RCC-VALOR          PIC 9(9)V99.
       01 WS-RCC-VALOR-ULTIMA   PIC 9(9)V99.
       01 WS-RCC-BRUTO          PIC 9(9)V99.
       01 WS-RCC-TAXA           PIC 9(9)V99.
       01 WS-RCC-LIQUIDO        PIC 9(9)V99.
       01 WS-RCC-VENC-INT       PIC 9(8).
       01 WS-RCC-VENCIMENTO     PIC 9(8).
       01 WS-RCC-REG-NOTA       PIC 9(6).
       01 WS-RCC-REG-SEQ        PIC 9(2).
       01 WS-RCC-REG-PARCELA    PIC 9(2).
       01 WS-RCC-REG-ADQUIRENTE PIC 9(3).
       01 WS-RCC-REG-CLIENTE    PIC 9(5).
       01 WS-RCC-REG-DATA       PIC 9(8).
       01 WS-RCC-REG-VENC       PIC 9(8).
       01 WS-RCC-REG-BRUTO      PIC X(11).
       01 WS-RCC-REG-TAXA       PIC X(11).
       01 WS-RCC-REG-LIQUIDO    PIC X(11).
       01 WS-RCC-REG-STATUS     PIC X.
       01 WS-RCC-REG-DATA-LIQ   PIC X(8).
       01 WS-RCC-REG-VALOR-LIQ  PIC X(11).
       01 WS-ORC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ORC-OPCAO          PIC 9 VALUE 0.
       01 WS-ORC-EOF            PIC X VALUE "N".
       01 WS-ORC-ACHADO         PIC X VALUE "N".
       01 WS-ORC-MAIS-ITENS     PIC X VALUE "S".
       01 WS-ORC-CONSULTA       PIC 9(6).
       01 WS-ORC-HOJE           PIC 9(8).
       01 WS-ORC-DIAS-VALIDADE  PIC 9(3) VALUE 15.
       01 WS-ORC-DIAS-RESERVA   PIC 9(3) VALUE 7.
       01 WS-ORC-DATA-INT       PIC 9(8).
       01 WS-ORC-ENTRADA-DATA   PIC X(8).
       01 WS-ORC-VENCIDO        PIC X VALUE "N".
       01 WS-ORC-CONVERTIDOS    PIC 9(2) VALUE 0.
       01 WS-ORC-VALOR-ITEM     PIC 9(9)V99.
       01 WS-ORC-CABECALHO.
           05 WS-ORC-NUMERO     PIC 9(6).
           05 WS-ORC-DATA       PIC 9(8).
           05 WS-ORC-CLIENTE    PIC 9(5).
           05 WS-ORC-VENDEDOR   PIC 9(5).
           05 WS-ORC-VALIDADE   PIC 9(8).
           05 WS-ORC-STATUS     PIC X.
               88 ORC-ABERTO        VALUE "A".
               88 ORC-CONVERTIDO    VALUE "C".
           05 WS-ORC-FRETE-ALFA PIC X(9).
           05 WS-ORC-FRETE REDEFINES WS-ORC-FRETE-ALFA PIC 9(7)V99.
           05 WS-ORC-TOTAL-ALFA PIC X(11).
           05 WS-ORC-TOTAL REDEFINES WS-ORC-TOTAL-ALFA PIC 9(9)V99.
           05 WS-ORC-IMPOSTO-ALFA PIC X(11).
           05 WS-ORC-IMPOSTO REDEFINES WS-ORC-IMPOSTO-ALFA
               PIC 9(9)V99.
           05 WS-ORC-PEDIDO     PIC 9(6).
       01 WS-ORC-ITEM-NUMERO    PIC 9(6).
       01 WS-ORC-ITEM-PRODUTO   PIC 9(5).
       01 WS-ORC-ITEM-QTD       PIC 9(5).
       01 WS-ORC-ITEM-PRECO-ALFA PIC X(09).
       01 WS-ORC-ITEM-PRECO-NUM REDEFINES WS-ORC-ITEM-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-ORC-ITEM-PROMO     PIC X.
       01 WS-ORC-ITEM-IMPOSTO   PIC X(09).
       01 WS-ORI-COUNT          PIC 9(2) VALUE 0.
       01 WS-ORI-IDX            PIC 9(2) VALUE 0.
       01 WS-ORI-TABLE.
           05 WS-ORI-ENTRY OCCURS 50 TIMES.
               10 WS-ORI-PRODUTO PIC 9(5).
               10 WS-ORI-QTD     PIC 9(5).
               10 WS-ORI-PRECO   PIC 9(7)V99.
       01 WS-ORR-DATA-INICIAL   PIC 9(8).
       01 WS-ORR-DATA-FINAL     PIC 9(8).
       01 WS-ORR-COUNT          PIC 9(2) VALUE 0.
       01 WS-ORR-IDX            PIC 9(2) VALUE 0.
       01 WS-ORR-TABLE.
           05 WS-ORR-ENTRY OCCURS 50 TIMES.
               10 WS-ORR-VENDEDOR     PIC 9(5).
               10 WS-ORR-EMITIDOS     PIC 9(5).
               10 WS-ORR-CONVERTIDOS  PIC 9(5).
               10 WS-ORR-VLR-EMITIDO  PIC 9(11)V99.
               10 WS-ORR-VLR-CONVERTIDO PIC 9(11)V99.
       01 WS-ORR-TAXA           PIC 9(3)V99.
       01 WS-ORR-TAXA-VALOR     PIC 9(3)V99.
       01 WS-BKO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BKO-EOF            PIC X VALUE "N".
       01 WS-BKO-CONFIRMA       PIC X.
       01 WS-BKO-QTD-SOLICITADA PIC 9(5).
       01 WS-BKO-QTD            PIC 9(5).
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
           88 BKO-ATENDIDO          VALUE "T".
           88 BKO-CANCELADO         VALUE "C".
       01 WS-BKO-REG-DATA-ATEND PIC 9(8).
       01 WS-BKO-PENDENTE       PIC 9(5).
       01 WS-BKG-SORT-EOF       PIC X VALUE "N".
       01 WS-BKG-CLIENTE-ANT    PIC 9(5).
       01 WS-BKG-PRODUTO-ANT    PIC 9(5).
       01 WS-BKG-PRIMEIRO       PIC X VALUE "S".
       01 WS-BKG-LINHAS         PIC 9(5) VALUE 0.
       01 WS-BKG-FAIXAS.
           05 WS-BKG-ATE-15      PIC 9(7).
           05 WS-BKG-ATE-30      PIC 9(7).
           05 WS-BKG-ATE-60      PIC 9(7).
           05 WS-BKG-ACIMA-60    PIC 9(7).
           05 WS-BKG-MAIS-ANTIGO PIC 9(5).
       01 WS-BKG-TOTAIS-CLIENTE.
           05 WS-BKG-CLI-ATE-15   PIC 9(7).
           05 WS-BKG-CLI-ATE-30   PIC 9(7).
           05 WS-BKG-CLI-ATE-60   PIC 9(7).
           05 WS-BKG-CLI-ACIMA-60 PIC 9(7).
       01 WS-FAT-DATA-INICIAL   PIC 9(8).
       01 WS-FAT-DATA-FINAL     PIC 9(8).
       01 WS-FAT-DATA-ATUAL     PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "Ticket Medio".
           05 FILLER                PIC X(32) VALUE SPACES.
       01 WS-NSR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-NSR-SERIALIZADO    PIC X VALUE "N".
       01 WS-NSR-OK             PIC X VALUE "Y".
       01 WS-NSR-MODO           PIC X.
           88 NSR-MODO-VENDA        VALUE "V".
           88 NSR-MODO-DEVOLUCAO    VALUE "D".
       01 WS-NSR-EOF            PIC X VALUE "N".
       01 WS-NSR-PRODUTO        PIC 9(5).
       01 WS-NSR-QTD            PIC 9(5).
       01 WS-NSR-SEQ            PIC 9(3).
       01 WS-NSR-COUNT          PIC 9(3) VALUE 0.
       01 WS-NSR-IDX            PIC 9(3) VALUE 0.
       01 WS-NSR-SERIE          PIC X(20).
       01 WS-NSR-HOJE           PIC 9(8).
       01 WS-NSR-TIPO-HIST      PIC X.
       01 WS-NSR-DOCUMENTO      PIC 9(6).
       01 WS-NSR-PARCEIRO       PIC 9(6).
       01 WS-NSR-ESTORNADAS     PIC 9(5) VALUE 0.
       01 WS-NSR-TABLE.
           05 WS-NSR-SERIE-ITEM OCCURS 50 TIMES PIC X(20).
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
       01 WS-MTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-MTA-OPCAO          PIC 9 VALUE 0.
       01 WS-MTA-EOF            PIC X VALUE "N".
       01 WS-MTA-ACHADA         PIC X VALUE "N".
       01 WS-MTA-VENDEDOR       PIC 9(5).
       01 WS-MTA-COMPETENCIA    PIC 9(6).
       01 WS-MTA-GRUPO          PIC 9(3).
       01 WS-MTA-VALOR-ALFA     PIC X(11).
       01 WS-MTA-VALOR REDEFINES WS-MTA-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-MTA-ENTRADA-VALOR  PIC X(11).
       01 WS-MTA-ENTRADA-NUM REDEFINES WS-MTA-ENTRADA-VALOR
           PIC 9(9)V99.
       01 WS-MTA-VALOR-ANTERIOR PIC 9(9)V99.
       01 WS-MTA-REALIZADO      PIC 9(11)V99.
       01 WS-MTA-ATINGIDO       PIC 9(5)V99.
       01 WS-MTA-PROJECAO       PIC 9(11)V99.
       01 WS-MTA-HOJE           PIC 9(8).
       01 WS-MTA-DIA-HOJE       PIC 9(2).
       01 WS-MTA-DIAS-MES       PIC 9(2).
       01 WS-MTA-PRIMEIRO-DIA   PIC 9(8).
       01 WS-MTA-PROXIMO-MES    PIC 9(8).
       01 WS-MTA-DEV-DATA       PIC 9(8).
       01 WS-MTA-QTD-LINHAS     PIC 9(4) VALUE 0.
       01 WS-MTA-TOTAL-META     PIC 9(11)V99 VALUE 0.
       01 WS-MTA-TOTAL-REAL     PIC 9(11)V99 VALUE 0.
       01 WS-MTA-LINHA.
           05 WS-MTL-VENDEDOR       PIC 9(5).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-GRUPO          PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-META           PIC Z(8)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-REALIZADO      PIC Z(8)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-ATINGIDO       PIC ZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-PROJECAO       PIC Z(8)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-MTL-COMISSAO       PIC Z9.99 BLANK WHEN ZERO.
       01 WS-MTG-COUNT          PIC 9(3) VALUE 0.
       01 WS-MTG-IDX            PIC 9(3) VALUE 0.
       01 WS-MTG-TABLE.
           05 WS-MTG-ENTRY OCCURS 300 TIMES.
               10 WS-MTG-VENDEDOR   PIC 9(5).
               10 WS-MTG-GRUPO      PIC 9(3).
               10 WS-MTG-TOTAL      PIC 9(11)V99.
               10 WS-MTG-DEVOLVIDO  PIC 9(11)V99.
       01 WS-FXC-COUNT          PIC 9 VALUE 0.
       01 WS-FXC-IDX            PIC 9 VALUE 0.
       01 WS-FXC-TABLE.
           05 WS-FXC-ENTRY OCCURS 3 TIMES.
               10 WS-FXC-ATINGIMENTO PIC 9(3)V99.
               10 WS-FXC-PERCENTUAL  PIC 9(2)V99.
       01 WS-FID-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FID-EOF            PIC X VALUE "N".
       01 WS-FID-ACHADO         PIC X VALUE "N".
       01 WS-FID-OPCAO          PIC 9 VALUE 0.
       01 WS-FID-PONTOS-REAL    PIC 9(3)V99 VALUE 1.
       01 WS-FID-VALOR-PONTO    PIC 9(3)V99 VALUE 0.01.
       01 WS-FID-RESGATE-PONTOS PIC 9(9) VALUE 0.
       01 WS-FID-RESGATE-VALOR  PIC 9(9)V99 VALUE 0.
       01 WS-FID-GANHOS-NOTA    PIC 9(9) VALUE 0.
       01 WS-FID-VALOR-CLIENTE  PIC 9(11)V99.
       01 WS-FID-CLIENTE        PIC 9(5).
       01 WS-FID-SALDO          PIC 9(9).
       01 WS-FID-GANHOS         PIC 9(9).
       01 WS-FID-RESGATADOS     PIC 9(9).
       01 WS-FID-EXPIRADOS      PIC 9(9).
       01 WS-FID-ESTORNADOS     PIC 9(9).
       01 WS-FID-DATA           PIC 9(8).
       01 WS-FID-MOV-TIPO       PIC X.
       01 WS-FID-MOV-PONTOS     PIC 9(9).
       01 WS-FID-MOV-NOTA       PIC 9(6).
       01 WS-FID-MOV-REF        PIC 9(8).
       01 WS-FIR-DATA           PIC 9(8).
       01 WS-FIR-CLIENTE        PIC 9(5).
       01 WS-FIR-TIPO           PIC X.
       01 WS-FIR-PONTOS         PIC 9(9).
       01 WS-FIR-NOTA           PIC 9(6).
       01 WS-FIR-REF            PIC 9(8).
       01 WS-FID-NOTA-BUSCA     PIC 9(6).
       01 WS-FID-NOTA-CLIENTE   PIC 9(5).
       01 WS-FID-NOTA-REF       PIC 9(8).
       01 WS-FID-NOTA-GANHO     PIC 9(9).
       01 WS-FID-NOTA-ESTORNO   PIC 9(9).
       01 WS-FID-NOTA-RESGATE   PIC 9(9).
       01 WS-FID-NOTA-CREDITO   PIC 9(9).
       01 WS-FID-A-ESTORNAR     PIC 9(9).
       01 WS-FID-TIPO-DESC      PIC X(10).
       01 WS-FID-QTD-CLIENTES   PIC 9(5) VALUE 0.
       01 WS-FID-TOTAL-PONTOS   PIC 9(11) VALUE 0.
       01 WS-FID-TOTAL-VALOR    PIC 9(11)V99 VALUE 0.
       01 WS-FAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FAL-EOF            PIC X VALUE "N".
       01 WS-FAL-DATA           PIC 9(8).
       01 WS-FAL-NOTA           PIC 9(6).
       01 WS-FAL-ROTEIRO        PIC 9(6).
       01 WS-FAL-MOTORISTA      PIC 9(5).
       01 WS-FAL-VEICULO        PIC 9(5).
       01 WS-FAL-MOTIVO         PIC X.
       01 WS-FAL-ACAO           PIC X.
       01 WS-RCS-NOTA           PIC 9(6).
       01 WS-RCS-ACHADA         PIC X VALUE "N".
       01 WS-RCS-DEVOLVIDOS     PIC 9(3) VALUE 0.
       01 WS-RCS-COUNT          PIC 9(3) VALUE 0.
       01 WS-RCS-IDX            PIC 9(3) VALUE 0.
       01 WS-RCS-TABELA.
           05 WS-RCS-ENTRY OCCURS 100 TIMES.
               10 WS-RCS-PRODUTO    PIC 9(5).
               10 WS-RCS-QTD        PIC 9(5).
               10 WS-RCS-PRECO      PIC 9(7)V99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM IMPRIMIR-LISTA-SEPARACAO
                   WHEN 15
                       PERFORM CONSULTAR-DISPONIBILIDADE-KIT
                   WHEN 16
                       PERFORM MENU-ORCAMENTO
                   WHEN 17
                       PERFORM RELATORIO-AGING-BACKORDER
                   WHEN 18
                       PERFORM MENU-META-VENDA
                   WHEN 19
                       PERFORM MENU-FIDELIDADE
                   WHEN 20
                       PERFORM DEVOLUCAO-RECUSA-ENTREGA
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-PRM-COMISSAO
           END-IF
           MOVE "ORCAMENTO-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-ORC-DIAS-VALIDADE
           END-IF
           MOVE "RESERVA-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-ORC-DIAS-RESERVA
           END-IF
           MOVE "FIDELIDADE-PONTOS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-FID-PONTOS-REAL
           END-IF
           MOVE "FIDELIDADE-VALOR" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-FID-VALOR-PONTO
           END-IF
           MOVE 0 TO WS-FXC-COUNT
           PERFORM CARREGAR-FAIXA-COMISSAO
               VARYING WS-FXC-IDX FROM 1 BY 1 UNTIL WS-FXC-IDX > 3.

       CARREGAR-FAIXA-COMISSAO.
           MOVE SPACES TO WS-PAR-NOME
           STRING "COMISSAO-FAIXA" DELIMITED BY SIZE
                  WS-FXC-IDX DELIMITED BY SIZE
                  "-ATI" DELIMITED BY SIZE
                  INTO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               ADD 1 TO WS-FXC-COUNT
               MOVE WS-PAR-VALOR TO WS-FXC-ATINGIMENTO(WS-FXC-COUNT)
               MOVE 0 TO WS-FXC-PERCENTUAL(WS-FXC-COUNT)
               MOVE SPACES TO WS-PAR-NOME
               STRING "COMISSAO-FAIXA" DELIMITED BY SIZE
                      WS-FXC-IDX DELIMITED BY SIZE
                      "-PERC" DELIMITED BY SIZE
                      INTO WS-PAR-NOME
               CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
                   WS-PAR-ACHADO
               IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
                   MOVE WS-PAR-VALOR
                       TO WS-FXC-PERCENTUAL(WS-FXC-COUNT)
               END-IF
           END-IF.

       TELA-PRINCIPAL.
           DISPLAY "13 - Consignacao (remessa/acerto/saldos)"
           DISPLAY "14 - Imprimir Lista de Separacao (picking)"
           DISPLAY "15 - Consultar Disponibilidade de Kit"
           DISPLAY "16 - Orcamento de Venda (cotacao)"
           DISPLAY "17 - Relatorio de Backorders em Aberto (aging)"
           DISPLAY "18 - Metas de Venda por Vendedor (atingimento)"
           DISPLAY "19 - Programa de Fidelidade (pontos)"
           DISPLAY "20 - Devolucao por Recusa de Entrega"
           DISPLAY "=================================================".

       REGISTRAR-VENDA.
           ELSE
               DISPLAY "Total da nota: " WS-TOTAL-NOTA
               DISPLAY "Impostos inclusos na nota: " WS-TOTAL-IMPOSTO
               MOVE "S" TO WS-PAG-ACEITA-PRAZO
               PERFORM OBTER-FORMAS-PAGAMENTO
               PERFORM GRAVAR-PAGAMENTOS-VENDA
               IF WS-PAG-A-VISTA > 0
                   MOVE 0 TO WS-TIT-PARCELA
                   PERFORM GRAVAR-TITULO-PDV
               END-IF
               IF WS-PAG-PRAZO > 0
                   DISPLAY "Valor a prazo: " WS-PAG-PRAZO
                   MOVE "N" TO WS-PARCELAS-VALIDAS
                   PERFORM LER-NUMERO-PARCELAS
                       UNTIL WS-PARCELAS-VALIDAS = "Y"
                   COMPUTE WS-TIT-VALOR =
                       WS-PAG-PRAZO / WS-TIT-PARCELAS
                   COMPUTE WS-TIT-VALOR-ULTIMA =
                       WS-PAG-PRAZO -
                       (WS-TIT-VALOR * (WS-TIT-PARCELAS - 1))
                   PERFORM GRAVAR-TITULO-RECEBER
                       VARYING WS-TIT-PARCELA FROM 1 BY 1
                       UNTIL WS-TIT-PARCELA > WS-TIT-PARCELAS
                   DISPLAY "Titulos a receber gerados: "
                       WS-TIT-PARCELAS " parcela(s)."
               END-IF
               PERFORM REGISTRAR-PONTOS-NOTA
           END-IF.

       OBTER-FORMAS-PAGAMENTO.
           MOVE 0 TO WS-PAG-COUNT
           MOVE 0 TO WS-PAG-TROCO
           MOVE WS-TOTAL-NOTA TO WS-PAG-RESTANTE
           IF WS-FID-RESGATE-VALOR > 0
               PERFORM INCLUIR-RESGATE-FIDELIDADE
           END-IF
           PERFORM LER-FORMA-PAGAMENTO UNTIL WS-PAG-RESTANTE = 0
           MOVE 0 TO WS-PAG-PRAZO
           MOVE 0 TO WS-PAG-A-VISTA
           MOVE 0 TO WS-PAG-CARTAO
           PERFORM SOMAR-FORMA-PAGAMENTO
               VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-PAG-COUNT
           IF WS-PAG-TROCO > 0
               DISPLAY "Troco a devolver: " WS-PAG-TROCO
           END-IF.

       LER-FORMA-PAGAMENTO.
           IF WS-PAG-COUNT = 10
               DISPLAY "Limite de 10 formas por nota atingido, "
                   "informe o pagamento novamente."
               MOVE 0 TO WS-PAG-COUNT
               MOVE 0 TO WS-PAG-TROCO
               MOVE WS-TOTAL-NOTA TO WS-PAG-RESTANTE
               IF WS-FID-RESGATE-VALOR > 0
                   PERFORM INCLUIR-RESGATE-FIDELIDADE
               END-IF
           END-IF
           DISPLAY "Restante a pagar: " WS-PAG-RESTANTE
           IF WS-PAG-ACEITA-PRAZO = "S"
               DISPLAY "Forma (D-Dinheiro B-Debito C-Credito X-PIX "
                   "N-Nota credito P-A prazo): " WITH NO ADVANCING
           ELSE
               DISPLAY "Forma (D-Dinheiro B-Debito C-Credito X-PIX "
                   "N-Nota credito): " WITH NO ADVANCING
           END-IF
           ACCEPT WS-PAG-FORMA-ENTRADA
           MOVE "N" TO WS-PAG-FORMA-VALIDA
           EVALUATE WS-PAG-FORMA-ENTRADA
               WHEN "D"
               WHEN "B"
               WHEN "C"
               WHEN "X"
               WHEN "N"
                   MOVE "Y" TO WS-PAG-FORMA-VALIDA
               WHEN "P"
                   IF WS-PAG-ACEITA-PRAZO = "S"
                       MOVE "Y" TO WS-PAG-FORMA-VALIDA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PAG-FORMA-VALIDA = "N"
               DISPLAY "Forma de pagamento invalida."
           ELSE
               MOVE SPACES TO WS-PAG-REF-ENTRADA
               MOVE WS-PAG-RESTANTE TO WS-PAG-LIMITE
               IF WS-PAG-FORMA-ENTRADA = "N"
                   PERFORM OBTER-NOTA-CREDITO-PAGAMENTO
               END-IF
               IF WS-PAG-FORMA-ENTRADA = "B"
                   OR WS-PAG-FORMA-ENTRADA = "C"
                   PERFORM OBTER-ADQUIRENTE-PAGAMENTO
               END-IF
               IF WS-PAG-FORMA-VALIDA = "Y"
                   PERFORM LER-VALOR-FORMA-PAGAMENTO
               END-IF
           END-IF.

       LER-VALOR-FORMA-PAGAMENTO.
           DISPLAY "Valor (999999999V99, Enter = " WS-PAG-LIMITE "): "
               WITH NO ADVANCING
           ACCEPT WS-PAG-ENTRADA-VALOR
           IF WS-PAG-ENTRADA-VALOR = SPACES
               MOVE WS-PAG-LIMITE TO WS-PAG-VALOR-INFORMADO
           ELSE
               IF WS-PAG-ENTRADA-VALOR IS NUMERIC
                   MOVE WS-PAG-ENTRADA-NUM TO WS-PAG-VALOR-INFORMADO
               ELSE
                   MOVE 0 TO WS-PAG-VALOR-INFORMADO
               END-IF
           END-IF
           IF WS-PAG-VALOR-INFORMADO = 0
               DISPLAY "Valor invalido."
           ELSE
               IF WS-PAG-VALOR-INFORMADO > WS-PAG-LIMITE
                   IF WS-PAG-FORMA-ENTRADA = "D"
                       COMPUTE WS-PAG-TROCO =
                           WS-PAG-VALOR-INFORMADO - WS-PAG-LIMITE
                       MOVE WS-PAG-LIMITE TO WS-PAG-VALOR-INFORMADO
                       PERFORM INCLUIR-FORMA-PAGAMENTO
                   ELSE
                       DISPLAY "Valor acima do permitido: "
                           WS-PAG-LIMITE
                   END-IF
               ELSE
                   PERFORM INCLUIR-FORMA-PAGAMENTO
               END-IF
           END-IF.

       INCLUIR-RESGATE-FIDELIDADE.
           MOVE "F" TO WS-PAG-FORMA-ENTRADA
           MOVE WS-FID-RESGATE-VALOR TO WS-PAG-VALOR-INFORMADO
           MOVE SPACES TO WS-PAG-REF-ENTRADA
           MOVE WS-FID-RESGATE-PONTOS TO WS-PAG-REF-ENTRADA(1:9)
           PERFORM INCLUIR-FORMA-PAGAMENTO.

       INCLUIR-FORMA-PAGAMENTO.
           ADD 1 TO WS-PAG-COUNT
           MOVE WS-PAG-FORMA-ENTRADA TO WS-PAG-FORMA(WS-PAG-COUNT)
           MOVE WS-PAG-VALOR-INFORMADO TO WS-PAG-VALOR(WS-PAG-COUNT)
           MOVE WS-PAG-REF-ENTRADA TO WS-PAG-REFERENCIA(WS-PAG-COUNT)
           SUBTRACT WS-PAG-VALOR-INFORMADO FROM WS-PAG-RESTANTE.

       SOMAR-FORMA-PAGAMENTO.
           EVALUATE WS-PAG-FORMA(WS-PAG-IDX)
               WHEN "P"
                   ADD WS-PAG-VALOR(WS-PAG-IDX) TO WS-PAG-PRAZO
               WHEN "B"
               WHEN "C"
                   ADD WS-PAG-VALOR(WS-PAG-IDX) TO WS-PAG-CARTAO
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   ADD WS-PAG-VALOR(WS-PAG-IDX) TO WS-PAG-A-VISTA
           END-EVALUATE.

       OBTER-ADQUIRENTE-PAGAMENTO.
           MOVE "N" TO WS-PAG-FORMA-VALIDA
           DISPLAY "Codigo da adquirente/bandeira: " WITH NO ADVANCING
           ACCEPT WS-ADQ-ENTRADA
           IF WS-ADQ-ENTRADA IS NUMERIC
               MOVE WS-ADQ-ENTRADA TO WS-ADQ-BUSCA
               PERFORM BUSCAR-ADQUIRENTE
               IF WS-ADQ-ACHADO = "N"
                   DISPLAY "Adquirente nao cadastrada para esta forma."
               ELSE
                   DISPLAY "Adquirente: " WS-ADQ-NOME " "
                       WS-ADQ-BANDEIRA
                   MOVE 1 TO WS-ADQ-PARCELAS
                   IF WS-PAG-FORMA-ENTRADA = "C"
                       AND WS-ADQ-PARC-MAX > 1
                       DISPLAY "Parcelas no cartao (1 a "
                           WS-ADQ-PARC-MAX "): " WITH NO ADVANCING
                       ACCEPT WS-ADQ-PARC-ENTRADA
                       IF WS-ADQ-PARC-ENTRADA IS NUMERIC
                           MOVE WS-ADQ-PARC-ENTRADA TO WS-ADQ-PARCELAS
                       ELSE
                           MOVE 0 TO WS-ADQ-PARCELAS
                       END-IF
                   END-IF
                   IF WS-ADQ-PARCELAS < 1
                       OR WS-ADQ-PARCELAS > WS-ADQ-PARC-MAX
                       DISPLAY "Numero de parcelas invalido."
                   ELSE
                       MOVE SPACES TO WS-PAG-REF-ENTRADA
                       STRING WS-ADQ-BUSCA DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              WS-ADQ-PARCELAS DELIMITED BY SIZE
                              INTO WS-PAG-REF-ENTRADA
                       MOVE "Y" TO WS-PAG-FORMA-VALIDA
                   END-IF
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       BUSCAR-ADQUIRENTE.
           MOVE "N" TO WS-ADQ-ACHADO
           MOVE "N" TO WS-ADQ-EOF
           OPEN INPUT ADQUIRENTE-FILE
           IF WS-ADQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADQ-EOF
           ELSE
               PERFORM LER-ADQUIRENTE-PAGAMENTO
                   UNTIL WS-ADQ-EOF = "Y"
               CLOSE ADQUIRENTE-FILE
           END-IF.

       LER-ADQUIRENTE-PAGAMENTO.
           READ ADQUIRENTE-FILE INTO ADQUIRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-ADQ-EOF
               NOT AT END
                   UNSTRING ADQUIRENTE-DADOS DELIMITED BY ","
                       INTO WS-ADQ-CODIGO WS-ADQ-NOME
                            WS-ADQ-BANDEIRA WS-ADQ-FORMA
                            WS-ADQ-TAXA-ALFA WS-ADQ-DIAS
                            WS-ADQ-PARC-MAX
                   IF WS-ADQ-CODIGO = WS-ADQ-BUSCA
                       AND WS-ADQ-FORMA = WS-PAG-FORMA-ENTRADA
                       AND WS-ADQ-TAXA-ALFA IS NUMERIC
                       IF WS-ADQ-PARC-MAX = 0
                           MOVE 1 TO WS-ADQ-PARC-MAX
                       END-IF
                       MOVE "Y" TO WS-ADQ-ACHADO
                       MOVE "Y" TO WS-ADQ-EOF
                   END-IF
           END-READ.

       OBTER-NOTA-CREDITO-PAGAMENTO.
           MOVE "N" TO WS-PAG-FORMA-VALIDA
           DISPLAY "Numero da nota de credito: " WITH NO ADVANCING
           ACCEPT WS-PAG-NC-ENTRADA
           IF WS-PAG-NC-ENTRADA IS NUMERIC
               MOVE WS-PAG-NC-ENTRADA TO WS-PAG-NC-BUSCA
               PERFORM BUSCAR-NOTA-CREDITO-PAGAMENTO
               IF WS-PAG-NC-ACHADA = "N"
                   DISPLAY "Nota de credito nao encontrada."
               ELSE
                   IF COD-CLIENTE NOT = WS-PDV-CLIENTE-PADRAO
                       AND WS-PAG-NC-CLIENTE NOT = COD-CLIENTE
                       DISPLAY "Nota de credito emitida para outro "
                           "cliente (" WS-PAG-NC-CLIENTE ")."
                   ELSE
                       PERFORM DEDUZIR-NC-JA-INFORMADA
                           VARYING WS-PAG-IDX FROM 1 BY 1
                           UNTIL WS-PAG-IDX > WS-PAG-COUNT
                       IF WS-PAG-NC-SALDO <= 0
                           DISPLAY "Nota de credito sem saldo."
                       ELSE
                           DISPLAY "Saldo da nota de credito: "
                               WS-PAG-NC-SALDO
                           IF WS-PAG-NC-SALDO < WS-PAG-LIMITE
                               MOVE WS-PAG-NC-SALDO TO WS-PAG-LIMITE
                           END-IF
                           MOVE WS-PAG-NC-BUSCA TO WS-PAG-REF-ENTRADA
                           MOVE "Y" TO WS-PAG-FORMA-VALIDA
                       END-IF
                   END-IF
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       BUSCAR-NOTA-CREDITO-PAGAMENTO.
           MOVE "N" TO WS-PAG-NC-ACHADA
           MOVE 0 TO WS-PAG-NC-SALDO
           MOVE "N" TO WS-NC-EOF
           OPEN INPUT NOTA-CREDITO-FILE
           IF WS-NC-FILE-STATUS = "35"
               MOVE "Y" TO WS-NC-EOF
           ELSE
               PERFORM LER-NOTA-CREDITO-PAGAMENTO
                   UNTIL WS-NC-EOF = "Y"
               CLOSE NOTA-CREDITO-FILE
           END-IF.

       LER-NOTA-CREDITO-PAGAMENTO.
           READ NOTA-CREDITO-FILE INTO NOTA-CREDITO-RECORD
               AT END
                   MOVE "Y" TO WS-NC-EOF
               NOT AT END
                   UNSTRING NOTA-CREDITO-DADOS DELIMITED BY ","
                       INTO WS-PAG-NC-NUMERO WS-PAG-NC-NOTA
                            WS-PAG-NC-CLIENTE WS-PAG-NC-DATA
                            WS-PAG-NC-VALOR-ALFA WS-PAG-NC-UTIL-ALFA
                   IF WS-PAG-NC-NUMERO = WS-PAG-NC-BUSCA
                       AND WS-PAG-NC-VALOR-ALFA IS NUMERIC
                       AND WS-PAG-NC-UTIL-ALFA IS NUMERIC
                       COMPUTE WS-PAG-NC-SALDO =
                           WS-PAG-NC-VALOR-NUM - WS-PAG-NC-UTIL-NUM
                       MOVE "Y" TO WS-PAG-NC-ACHADA
                       MOVE "Y" TO WS-NC-EOF
                   END-IF
           END-READ.

       DEDUZIR-NC-JA-INFORMADA.
           IF WS-PAG-FORMA(WS-PAG-IDX) = "N"
               AND WS-PAG-REFERENCIA(WS-PAG-IDX) = WS-PAG-NC-ENTRADA
               SUBTRACT WS-PAG-VALOR(WS-PAG-IDX) FROM WS-PAG-NC-SALDO
           END-IF.

       GRAVAR-PAGAMENTOS-VENDA.
           OPEN EXTEND PAGAMENTO-VENDA-FILE
           IF WS-PAG-FILE-STATUS = "35"
               OPEN OUTPUT PAGAMENTO-VENDA-FILE
           END-IF
           PERFORM GRAVAR-UM-PAGAMENTO-VENDA
               VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-PAG-COUNT
           CLOSE PAGAMENTO-VENDA-FILE
           PERFORM LANCAR-UM-PAGAMENTO-VENDA
               VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-PAG-COUNT.

       GRAVAR-UM-PAGAMENTO-VENDA.
           MOVE SPACES TO PAGAMENTO-VENDA-DADOS
           STRING NUMERO-NOTA DELIMITED BY SIZE ","
                  WS-PAG-IDX DELIMITED BY SIZE ","
                  WS-PAG-FORMA(WS-PAG-IDX) DELIMITED BY SIZE ","
                  WS-PAG-VALOR(WS-PAG-IDX) DELIMITED BY SIZE ","
                  WS-PAG-REFERENCIA(WS-PAG-IDX) DELIMITED BY SIZE
                  INTO PAGAMENTO-VENDA-DADOS
           WRITE PAGAMENTO-VENDA-RECORD
           MOVE "dadosPagamentoVenda.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           MOVE WS-PAG-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO.

       LANCAR-UM-PAGAMENTO-VENDA.
           EVALUATE WS-PAG-FORMA(WS-PAG-IDX)
               WHEN "D"
                   MOVE "V" TO WS-CAIXA-TIPO
               WHEN "P"
               WHEN "F"
                   MOVE SPACE TO WS-CAIXA-TIPO
               WHEN OTHER
                   MOVE WS-PAG-FORMA(WS-PAG-IDX) TO WS-CAIXA-TIPO
           END-EVALUATE
           IF WS-PAG-FORMA(WS-PAG-IDX) = "N"
               MOVE WS-PAG-REFERENCIA(WS-PAG-IDX) TO WS-PAG-NC-ENTRADA
               MOVE WS-PAG-NC-ENTRADA TO WS-PAG-NC-BUSCA
               MOVE WS-PAG-VALOR(WS-PAG-IDX) TO WS-PAG-NC-BAIXA
               PERFORM BAIXAR-NOTA-CREDITO-PAGAMENTO
           END-IF
           IF WS-PAG-FORMA(WS-PAG-IDX) = "B"
               OR WS-PAG-FORMA(WS-PAG-IDX) = "C"
               PERFORM GERAR-RECEBIVEIS-CARTAO
           END-IF
           IF WS-CAIXA-TIPO NOT = SPACE
               MOVE WS-PAG-VALOR(WS-PAG-IDX) TO WS-CAIXA-VALOR
               MOVE SPACES TO WS-CAIXA-DOC
               MOVE NUMERO-NOTA TO WS-CAIXA-DOC(1:6)
               CALL 'registrarMovimentoCaixa' USING
                   WS-CAIXA-TIPO WS-CAIXA-VALOR WS-CAIXA-DOC
           END-IF.

       GERAR-RECEBIVEIS-CARTAO.
           MOVE WS-PAG-FORMA(WS-PAG-IDX) TO WS-PAG-FORMA-ENTRADA
           MOVE WS-PAG-REFERENCIA(WS-PAG-IDX)(1:3) TO WS-ADQ-BUSCA
           PERFORM BUSCAR-ADQUIRENTE
           IF WS-ADQ-ACHADO = "N"
               MOVE 0 TO WS-ADQ-TAXA-NUM
               MOVE 1 TO WS-ADQ-DIAS
           END-IF
           IF WS-PAG-REFERENCIA(WS-PAG-IDX)(5:2) IS NUMERIC
               MOVE WS-PAG-REFERENCIA(WS-PAG-IDX)(5:2)
                   TO WS-ADQ-PARCELAS
           ELSE
               MOVE 1 TO WS-ADQ-PARCELAS
           END-IF
           IF WS-ADQ-PARCELAS = 0
               MOVE 1 TO WS-ADQ-PARCELAS
           END-IF
           COMPUTE WS-RCC-VALOR =
               WS-PAG-VALOR(WS-PAG-IDX) / WS-ADQ-PARCELAS
           COMPUTE WS-RCC-VALOR-ULTIMA =
               WS-PAG-VALOR(WS-PAG-IDX) -
               (WS-RCC-VALOR * (WS-ADQ-PARCELAS - 1))
           OPEN I-O RECEBIVEL-CARTAO-FILE
           IF WS-RCC-FILE-STATUS = "35"
               OPEN OUTPUT RECEBIVEL-CARTAO-FILE
           END-IF
           PERFORM GRAVAR-RECEBIVEL-CARTAO
               VARYING WS-RCC-PARCELA FROM 1 BY 1
               UNTIL WS-RCC-PARCELA > WS-ADQ-PARCELAS
           CLOSE RECEBIVEL-CARTAO-FILE.

       GRAVAR-RECEBIVEL-CARTAO.
           COMPUTE WS-RCC-VENC-INT =
               FUNCTION INTEGER-OF-DATE(DATA-VENDA)
               + WS-ADQ-DIAS + 30 * (WS-RCC-PARCELA - 1)
           MOVE FUNCTION DATE-OF-INTEGER(WS-RCC-VENC-INT)
               TO WS-RCC-VENCIMENTO
           CALL 'ajustarDiaUtil' USING WS-RCC-VENCIMENTO
           IF WS-RCC-PARCELA = WS-ADQ-PARCELAS
               MOVE WS-RCC-VALOR-ULTIMA TO WS-RCC-BRUTO
           ELSE
               MOVE WS-RCC-VALOR TO WS-RCC-BRUTO
           END-IF
           COMPUTE WS-RCC-TAXA ROUNDED =
               WS-RCC-BRUTO * WS-ADQ-TAXA-NUM / 100
           COMPUTE WS-RCC-LIQUIDO = WS-RCC-BRUTO - WS-RCC-TAXA
           MOVE SPACES TO RECEBIVEL-CARTAO-DADOS
           STRING NUMERO-NOTA DELIMITED BY SIZE ","
                  WS-PAG-IDX DELIMITED BY SIZE ","
                  WS-RCC-PARCELA DELIMITED BY SIZE ","
                  WS-ADQ-BUSCA DELIMITED BY SIZE ","
                  COD-CLIENTE DELIMITED BY SIZE ","
                  DATA-VENDA DELIMITED BY SIZE ","
                  WS-RCC-VENCIMENTO DELIMITED BY SIZE ","
                  WS-RCC-BRUTO DELIMITED BY SIZE ","
                  WS-RCC-TAXA DELIMITED BY SIZE ","
                  WS-RCC-LIQUIDO DELIMITED BY SIZE ","
                  "A" DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE ","
                  "00000000000" DELIMITED BY SIZE
                  INTO RECEBIVEL-CARTAO-DADOS
           WRITE RECEBIVEL-CARTAO-RECORD
           MOVE "dadosRecebivelCartao.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           MOVE WS-RCC-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO.

       BAIXAR-NOTA-CREDITO-PAGAMENTO.
           MOVE "N" TO WS-NC-EOF
           OPEN INPUT NOTA-CREDITO-FILE
           IF WS-NC-FILE-STATUS = "35"
               MOVE "Y" TO WS-NC-EOF
           ELSE
               OPEN OUTPUT NC-TEMP-FILE
               PERFORM COPIAR-NOTA-CREDITO-BAIXA
                   UNTIL WS-NC-EOF = "Y"
               CLOSE NOTA-CREDITO-FILE
               CLOSE NC-TEMP-FILE
               MOVE "N" TO WS-NC-EOF
               OPEN OUTPUT NOTA-CREDITO-FILE
               OPEN INPUT NC-TEMP-FILE
               PERFORM DEVOLVER-NOTA-CREDITO-BAIXA
                   UNTIL WS-NC-EOF = "Y"
               CLOSE NC-TEMP-FILE
               CLOSE NOTA-CREDITO-FILE
           END-IF.

       COPIAR-NOTA-CREDITO-BAIXA.
           READ NOTA-CREDITO-FILE INTO NOTA-CREDITO-RECORD
               AT END
                   MOVE "Y" TO WS-NC-EOF
               NOT AT END
                   UNSTRING NOTA-CREDITO-DADOS DELIMITED BY ","
                       INTO WS-PAG-NC-NUMERO WS-PAG-NC-NOTA
                            WS-PAG-NC-CLIENTE WS-PAG-NC-DATA
                            WS-PAG-NC-VALOR-ALFA WS-PAG-NC-UTIL-ALFA
                   IF WS-PAG-NC-NUMERO = WS-PAG-NC-BUSCA
                       AND WS-PAG-NC-UTIL-ALFA IS NUMERIC
                       MOVE "Y" TO WS-PAG-NC-ACHADA
                       MOVE WS-PAG-NC-UTIL-NUM TO WS-PAG-NC-UTIL-ANTES
                       IF WS-PAG-NC-ESTORNO = "S"
                           IF WS-PAG-NC-BAIXA > WS-PAG-NC-UTIL-NUM
                               MOVE 0 TO WS-PAG-NC-UTIL-NUM
                           ELSE
                               SUBTRACT WS-PAG-NC-BAIXA
                                   FROM WS-PAG-NC-UTIL-NUM
                           END-IF
                       ELSE
                           ADD WS-PAG-NC-BAIXA TO WS-PAG-NC-UTIL-NUM
                       END-IF
                       MOVE WS-PAG-NC-UTIL-NUM TO WS-PAG-NC-UTIL-DEPOIS
                       MOVE WS-PAG-NC-VALOR-NUM
                           TO WS-PAG-NC-VALOR-ACHADO
                       MOVE SPACES TO NOTA-CREDITO-DADOS
                       STRING WS-PAG-NC-NUMERO DELIMITED BY SIZE ","
                              WS-PAG-NC-NOTA DELIMITED BY SIZE ","
                              WS-PAG-NC-CLIENTE DELIMITED BY SIZE ","
                              WS-PAG-NC-DATA DELIMITED BY SIZE ","
                              WS-PAG-NC-VALOR-ALFA DELIMITED BY SIZE
                              ","
                              WS-PAG-NC-UTIL-ALFA DELIMITED BY SIZE
                              INTO NOTA-CREDITO-DADOS
                   END-IF
                   WRITE NC-TEMP-LINHA FROM NOTA-CREDITO-DADOS
           END-READ.

       DEVOLVER-NOTA-CREDITO-BAIXA.
           READ NC-TEMP-FILE INTO NOTA-CREDITO-DADOS
               AT END
                   MOVE "Y" TO WS-NC-EOF
               NOT AT END
                   WRITE NOTA-CREDITO-RECORD
           END-READ.

       LER-NUMERO-PARCELAS.
           DISPLAY "Numero de parcelas (1 a 12): " WITH NO ADVANCING
           ACCEPT WS-ENTRADA-PARCELAS
           ACCEPT COD-CLIENTE
           PERFORM VALIDAR-CLIENTE
           IF WS-CLIENTE-VALIDO = "N"
               IF WS-CLIENTE-RESTRITO = "Y"
                   DISPLAY "Informe outro cliente."
               ELSE
                   DISPLAY "Cliente nao cadastrado, tente novamente."
               END-IF
           ELSE
               DISPLAY "Cliente: " WS-NOME-CLIENTE
               PERFORM VERIFICAR-CREDITO-CLIENTE

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-VALIDO
           MOVE "N" TO WS-CLIENTE-RESTRITO
           MOVE "A" TO WS-CLIENTE-SITUACAO
           MOVE "N" TO WS-CLIENTE-EOF
           MOVE SPACES TO WS-NOME-CLIENTE
           OPEN INPUT CLIENTE-FILE
           PERFORM LER-CLIENTE-VALIDACAO UNTIL
               WS-CLIENTE-EOF = "Y" OR WS-CLIENTE-VALIDO = "Y"
           CLOSE CLIENTE-FILE
           IF WS-CLIENTE-VALIDO = "Y"
               AND WS-CLIENTE-SITUACAO NOT = "A"
               AND WS-CLIENTE-CONSULTA = "N"
               MOVE "N" TO WS-CLIENTE-VALIDO
               MOVE "Y" TO WS-CLIENTE-RESTRITO
               EVALUATE WS-CLIENTE-SITUACAO
                   WHEN "B"
                       DISPLAY "Cliente " WS-NOME-CLIENTE
                           " BLOQUEADO, operacao nao permitida."
                   WHEN "I"
                       DISPLAY "Cliente " WS-NOME-CLIENTE
                           " BLOQUEADO POR INADIMPLENCIA, operacao "
                           "nao permitida."
                   WHEN OTHER
                       DISPLAY "Cliente " WS-NOME-CLIENTE
                           " INATIVO, operacao nao permitida."
               END-EVALUATE
           END-IF.

       LER-CLIENTE-VALIDACAO.
           READ CLIENTE-FILE INTO CLIENTE-RECORD
               NOT AT END
                   IF CL-CODIGO = COD-CLIENTE
                       MOVE CL-NOME TO WS-NOME-CLIENTE
                       IF CL-ATIVO
                           MOVE "A" TO WS-CLIENTE-SITUACAO
                       ELSE
                           MOVE CL-SITUACAO TO WS-CLIENTE-SITUACAO
                       END-IF
                       IF CL-LIMITE-CREDITO IS NUMERIC
                           MOVE CL-LIMITE-CREDITO TO WS-CRD-LIMITE
                       ELSE
                   MOVE "N" TO WS-PRECO-VALIDO
                   PERFORM LER-PRECO-ITEM-VENDA
                       UNTIL WS-PRECO-VALIDO = "Y"
                   MOVE ITEM-PRODUTO TO WS-NSR-PRODUTO
                   MOVE ITEM-QUANTIDADE TO WS-NSR-QTD
                   SET NSR-MODO-VENDA TO TRUE
                   PERFORM CAPTURAR-SERIES-ITEM
                   IF WS-NSR-OK = "N"
                       DISPLAY "Item nao registrado: numeros de serie "
                           "nao informados."
                   ELSE
                       PERFORM BAIXAR-ESTOQUE-VENDA
                       IF WS-ESTOQUE-SUFICIENTE = "N"
                           DISPLAY "Estoque insuficiente para este "
                               "item."
                       ELSE
                           PERFORM GRAVAR-ITEM-VENDA
                           PERFORM MARCAR-SERIES-VENDIDAS
                           MOVE "Y" TO WS-ITEM-VENDIDO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Produto e um kit com " WS-KIT-COUNT
               " componente(s)."
           DISPLAY "Quantidade de kits: " WITH NO ADVANCING
           ACCEPT WS-KIT-QTD-PEDIDA
           MOVE WS-KIT-CODIGO TO ITEM-PRODUTO
           PERFORM APURAR-DISPONIVEL-PRODUTO
           MOVE 0 TO WS-KIT-PRONTOS
           IF WS-PV-DISPONIVEL > 0
               IF WS-PV-DISPONIVEL < WS-KIT-QTD-PEDIDA
                   MOVE WS-PV-DISPONIVEL TO WS-KIT-PRONTOS
               ELSE
                   MOVE WS-KIT-QTD-PEDIDA TO WS-KIT-PRONTOS
               END-IF
           END-IF
           COMPUTE WS-KIT-QTD-VENDIDA =
               WS-KIT-QTD-PEDIDA - WS-KIT-PRONTOS
           MOVE "Y" TO WS-KIT-OK
           IF WS-KIT-QTD-VENDIDA > 0
               PERFORM VERIFICAR-COMPONENTE-KIT
                   VARYING WS-KIT-IDX FROM 1 BY 1
                   UNTIL WS-KIT-IDX > WS-KIT-COUNT
           END-IF
           IF WS-KIT-OK = "N"
               DISPLAY "Kit sem disponibilidade completa, venda "
                   "nao realizada."
               MOVE "Y" TO WS-ITEM-VENDIDO
           ELSE
               IF WS-KIT-PRONTOS > 0
                   PERFORM VENDER-KIT-MONTADO
               END-IF
               IF WS-KIT-QTD-VENDIDA > 0
                   PERFORM VENDER-COMPONENTE-KIT
                       VARYING WS-KIT-IDX FROM 1 BY 1
                       UNTIL WS-KIT-IDX > WS-KIT-COUNT
                   DISPLAY WS-KIT-QTD-VENDIDA " kit(s) vendido(s) "
                       "com baixa dos componentes."
               END-IF
               MOVE "Y" TO WS-ITEM-VENDIDO
           END-IF.

       VENDER-KIT-MONTADO.
           MOVE WS-KIT-CODIGO TO ITEM-PRODUTO
           MOVE "N" TO WS-PRODUTO-VALIDO
           PERFORM VALIDAR-PRODUTO-VENDA
           IF WS-PRODUTO-VALIDO = "Y"
               MOVE WS-KIT-PRONTOS TO ITEM-QUANTIDADE
               MOVE PRECO-UNIDADE TO ITEM-PRECO
               MOVE SPACE TO WS-ITEM-PROMO
               PERFORM BAIXAR-ESTOQUE-VENDA
               IF WS-ESTOQUE-SUFICIENTE = "Y"
                   PERFORM GRAVAR-ITEM-VENDA
                   DISPLAY WS-KIT-PRONTOS " kit(s) vendido(s) do "
                       "estoque ja montado."
               ELSE
                   DISPLAY "Estoque insuficiente para o kit montado "
                       ITEM-PRODUTO "."
               END-IF
           END-IF.

       VERIFICAR-COMPONENTE-KIT.
           MOVE WS-KIT-COMPONENTE(WS-KIT-IDX) TO ITEM-PRODUTO
           COMPUTE WS-KIT-NECESSARIO =
           ELSE
               MOVE 0 TO WS-NCM-PRODUTO
           END-IF
           IF ER-SERIALIZADO = "S"
               MOVE "S" TO WS-NSR-SERIALIZADO
           ELSE
               MOVE "N" TO WS-NSR-SERIALIZADO
           END-IF
           MOVE "Y" TO WS-PRODUTO-VALIDO.

       BUSCAR-SERIALIZADO-PRODUTO.
           MOVE "N" TO WS-NSR-SERIALIZADO
           OPEN INPUT ESTOQUE-FILE
           MOVE WS-NSR-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ER-SERIALIZADO = "S"
                       MOVE "S" TO WS-NSR-SERIALIZADO
                   END-IF
           END-READ
           CLOSE ESTOQUE-FILE.

       CAPTURAR-SERIES-ITEM.
           MOVE "Y" TO WS-NSR-OK
           MOVE 0 TO WS-NSR-COUNT
           IF WS-NSR-SERIALIZADO = "S"
               IF WS-NSR-QTD > 50
                   DISPLAY "Produto com numero de serie: maximo de 50 "
                       "unidades por item."
                   MOVE "N" TO WS-NSR-OK
               ELSE
                   DISPLAY "Produto controlado por numero de serie. "
                       "Informe " WS-NSR-QTD " serie(s)."
                   DISPLAY "(Enter em branco cancela o item)"
                   OPEN INPUT NUMERO-SERIE-FILE
                   IF WS-NSR-FILE-STATUS = "35"
                       DISPLAY "Nenhum numero de serie cadastrado."
                       MOVE "N" TO WS-NSR-OK
                   ELSE
                       PERFORM LER-SERIE-ITEM
                           UNTIL WS-NSR-COUNT >= WS-NSR-QTD
                              OR WS-NSR-OK = "N"
                       CLOSE NUMERO-SERIE-FILE
                   END-IF
               END-IF
           END-IF.

       LER-SERIE-ITEM.
           COMPUTE WS-NSR-SEQ = WS-NSR-COUNT + 1
           DISPLAY "Numero de serie " WS-NSR-SEQ ": "
               WITH NO ADVANCING
           MOVE SPACES TO WS-NSR-SERIE
           ACCEPT WS-NSR-SERIE
           IF WS-NSR-SERIE = SPACES
               MOVE "N" TO WS-NSR-OK
           ELSE
               PERFORM PROCURAR-SERIE-DIGITADA
                   VARYING WS-NSR-IDX FROM 1 BY 1
                   UNTIL WS-NSR-IDX > WS-NSR-COUNT
                      OR WS-NSR-SERIE-ITEM(WS-NSR-IDX) = WS-NSR-SERIE
               IF WS-NSR-IDX <= WS-NSR-COUNT
                   DISPLAY "Numero de serie ja informado neste item."
               ELSE
                   MOVE SPACES TO NUMERO-SERIE-DADOS
                   MOVE WS-NSR-PRODUTO TO NSR-PRODUTO-CHAVE
                   MOVE "," TO NUMERO-SERIE-DADOS(6:1)
                   MOVE WS-NSR-SERIE TO NSR-SERIE-CHAVE
                   READ NUMERO-SERIE-FILE
                       KEY IS NSR-CHAVE
                       INVALID KEY
                           DISPLAY "Numero de serie nao cadastrado "
                               "para este produto."
                       NOT INVALID KEY
                           PERFORM PARSE-NUMERO-SERIE
                           PERFORM ACEITAR-SERIE-ITEM
                   END-READ
               END-IF
           END-IF.

       PROCURAR-SERIE-DIGITADA.
           CONTINUE.

       ACEITAR-SERIE-ITEM.
           IF NSR-MODO-VENDA
               IF NSR-EM-ESTOQUE
                   ADD 1 TO WS-NSR-COUNT
                   MOVE WS-NSR-SERIE TO WS-NSR-SERIE-ITEM(WS-NSR-COUNT)
               ELSE
                   DISPLAY "Numero de serie ja vendido na nota "
                       WS-NSR-REG-NOTA "."
               END-IF
           ELSE
               IF NSR-VENDIDO AND WS-NSR-REG-NOTA = WS-DEV-NOTA
                   ADD 1 TO WS-NSR-COUNT
                   MOVE WS-NSR-SERIE TO WS-NSR-SERIE-ITEM(WS-NSR-COUNT)
               ELSE
                   DISPLAY "Numero de serie nao foi vendido na nota "
                       WS-DEV-NOTA "."
               END-IF
           END-IF.

       PARSE-NUMERO-SERIE.
           UNSTRING NUMERO-SERIE-DADOS DELIMITED BY ","
               INTO WS-NSR-REG-PRODUTO WS-NSR-REG-SERIE
                    WS-NSR-REG-STATUS WS-NSR-REG-FORNECEDOR
                    WS-NSR-REG-PEDIDO WS-NSR-REG-DATA-ENT
                    WS-NSR-REG-NOTA WS-NSR-REG-CLIENTE
                    WS-NSR-REG-DATA-VENDA.

       MONTAR-NUMERO-SERIE.
           MOVE SPACES TO NUMERO-SERIE-DADOS
           STRING WS-NSR-REG-PRODUTO DELIMITED BY SIZE ","
                  WS-NSR-REG-SERIE DELIMITED BY SIZE ","
                  WS-NSR-REG-STATUS DELIMITED BY SIZE ","
                  WS-NSR-REG-FORNECEDOR DELIMITED BY SIZE ","
                  WS-NSR-REG-PEDIDO DELIMITED BY SIZE ","
                  WS-NSR-REG-DATA-ENT DELIMITED BY SIZE ","
                  WS-NSR-REG-NOTA DELIMITED BY SIZE ","
                  WS-NSR-REG-CLIENTE DELIMITED BY SIZE ","
                  WS-NSR-REG-DATA-VENDA DELIMITED BY SIZE
                  INTO NUMERO-SERIE-DADOS.

       MARCAR-SERIES-VENDIDAS.
           IF WS-NSR-SERIALIZADO = "S" AND WS-NSR-COUNT > 0
               MOVE "V" TO WS-NSR-TIPO-HIST
               MOVE NUMERO-NOTA TO WS-NSR-DOCUMENTO
               MOVE COD-CLIENTE TO WS-NSR-PARCEIRO
               PERFORM ATUALIZAR-SERIES-ITEM
           END-IF.

       MARCAR-SERIES-DEVOLVIDAS.
           IF WS-NSR-SERIALIZADO = "S" AND WS-NSR-COUNT > 0
               MOVE "D" TO WS-NSR-TIPO-HIST
               MOVE WS-DEV-NOTA TO WS-NSR-DOCUMENTO
               MOVE COD-CLIENTE TO WS-NSR-PARCEIRO
               PERFORM ATUALIZAR-SERIES-ITEM
           END-IF.

       ATUALIZAR-SERIES-ITEM.
           ACCEPT WS-NSR-HOJE FROM DATE YYYYMMDD
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           OPEN I-O NUMERO-SERIE-FILE
           MOVE "dadosNumeroSerie.txt" TO WS-ARQ-NOME
           MOVE "OPEN" TO WS-ARQ-OPERACAO
           MOVE WS-NSR-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           OPEN EXTEND NUMERO-SERIE-HIST-FILE
           IF WS-NSR-FILE-STATUS = "35"
               OPEN OUTPUT NUMERO-SERIE-HIST-FILE
           END-IF
           PERFORM ATUALIZAR-UMA-SERIE
               VARYING WS-NSR-IDX FROM 1 BY 1
               UNTIL WS-NSR-IDX > WS-NSR-COUNT
           CLOSE NUMERO-SERIE-HIST-FILE
           CLOSE NUMERO-SERIE-FILE.

       ATUALIZAR-UMA-SERIE.
           MOVE SPACES TO NUMERO-SERIE-DADOS
           MOVE WS-NSR-PRODUTO TO NSR-PRODUTO-CHAVE
           MOVE "," TO NUMERO-SERIE-DADOS(6:1)
           MOVE WS-NSR-SERIE-ITEM(WS-NSR-IDX) TO NSR-SERIE-CHAVE
           READ NUMERO-SERIE-FILE
               KEY IS NSR-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-NUMERO-SERIE
                   IF WS-NSR-TIPO-HIST = "V"
                       MOVE "V" TO WS-NSR-REG-STATUS
                       MOVE NUMERO-NOTA TO WS-NSR-REG-NOTA
                       MOVE COD-CLIENTE TO WS-NSR-REG-CLIENTE
                       MOVE WS-NSR-HOJE TO WS-NSR-REG-DATA-VENDA
                   ELSE
                       MOVE "E" TO WS-NSR-REG-STATUS
                   END-IF
                   PERFORM MONTAR-NUMERO-SERIE
                   REWRITE NUMERO-SERIE-RECORD
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   MOVE WS-NSR-FILE-STATUS TO WS-ARQ-STATUS
                   PERFORM TESTAR-STATUS-ARQUIVO
                   PERFORM GRAVAR-HISTORICO-SERIE
           END-READ.

       GRAVAR-HISTORICO-SERIE.
           MOVE SPACES TO NUMERO-SERIE-HIST-DADOS
           STRING WS-NSR-HOJE DELIMITED BY SIZE ","
                  WS-NSR-REG-PRODUTO DELIMITED BY SIZE ","
                  WS-NSR-REG-SERIE DELIMITED BY SIZE ","
                  WS-NSR-TIPO-HIST DELIMITED BY SIZE ","
                  WS-NSR-DOCUMENTO DELIMITED BY SIZE ","
                  WS-NSR-PARCEIRO DELIMITED BY SIZE
                  INTO NUMERO-SERIE-HIST-DADOS
           WRITE NUMERO-SERIE-HIST-RECORD.

       ESTORNAR-SERIES-NOTA.
           ACCEPT WS-NSR-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-NSR-ESTORNADAS
           MOVE "C" TO WS-NSR-TIPO-HIST
           MOVE WS-CAN-NOTA TO WS-NSR-DOCUMENTO
           MOVE "N" TO WS-NSR-EOF
           OPEN I-O NUMERO-SERIE-FILE
           IF WS-NSR-FILE-STATUS = "35"
               MOVE "Y" TO WS-NSR-EOF
           ELSE
               OPEN EXTEND NUMERO-SERIE-HIST-FILE
               IF WS-NSR-FILE-STATUS = "35"
                   OPEN OUTPUT NUMERO-SERIE-HIST-FILE
               END-IF
               PERFORM LER-SERIE-CANCELAMENTO UNTIL WS-NSR-EOF = "Y"
               CLOSE NUMERO-SERIE-HIST-FILE
               CLOSE NUMERO-SERIE-FILE
           END-IF
           IF WS-NSR-ESTORNADAS > 0
               DISPLAY WS-NSR-ESTORNADAS
                   " numero(s) de serie devolvido(s) ao estoque."
           END-IF.

       LER-SERIE-CANCELAMENTO.
           READ NUMERO-SERIE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NSR-EOF
               NOT AT END
                   PERFORM PARSE-NUMERO-SERIE
                   IF NSR-VENDIDO AND WS-NSR-REG-NOTA = WS-CAN-NOTA
                       MOVE "E" TO WS-NSR-REG-STATUS
                       PERFORM MONTAR-NUMERO-SERIE
                       REWRITE NUMERO-SERIE-RECORD
                       MOVE WS-NSR-REG-CLIENTE TO WS-NSR-PARCEIRO
                       PERFORM GRAVAR-HISTORICO-SERIE
                       ADD 1 TO WS-NSR-ESTORNADAS
                   END-IF
           END-READ.

       LER-PRECO-ITEM-VENDA.
           MOVE SPACE TO WS-ITEM-PROMO
           PERFORM BUSCAR-PRECO-CLIENTE
           IF WS-TBP-ACHADO = "Y"
               MOVE WS-TBP-PRECO TO WS-PRECO-BASE
               DISPLAY "Preco negociado do cliente: " WS-PRECO-BASE
           ELSE
               MOVE PRECO-UNIDADE TO WS-PRECO-BASE
               DISPLAY "Preco de tabela: " WS-PRECO-BASE
           END-IF
           PERFORM BUSCAR-PROMOCAO-PRODUTO
           IF WS-PRM-ACHADA = "Y"
               AND WS-PRM-PRECO < WS-PRECO-BASE
               MOVE WS-PRM-PRECO TO WS-PRECO-BASE
               MOVE "P" TO WS-ITEM-PROMO
               DISPLAY "Preco promocional vigente: " WS-PRECO-BASE
           END-IF
           DISPLAY "Preco praticado (Enter = preco de tabela): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRADA-PRECO
           IF WS-ENTRADA-PRECO = SPACES
               MOVE WS-PRECO-BASE TO ITEM-PRECO
           END-READ.

       BUSCAR-NOME-CLIENTE.
           MOVE "Y" TO WS-CLIENTE-CONSULTA
           PERFORM VALIDAR-CLIENTE
           MOVE "N" TO WS-CLIENTE-CONSULTA
           IF WS-CLIENTE-VALIDO = "N"
               MOVE "(CLIENTE NAO CADASTRADO)" TO WS-NOME-CLIENTE
           END-IF.
                  WS-FAT-IMPOSTO-GERAL DELIMITED BY SIZE
               INTO RELATORIO-FATURAMENTO-LINHA
           WRITE RELATORIO-FATURAMENTO-LINHA
           CLOSE RELATORIO-FATURAMENTO-FILE
           MOVE "relatorioFaturamento.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioFaturamento" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Periodo " DELIMITED BY SIZE
                  WS-FAT-DATA-INICIAL DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-FAT-DATA-FINAL DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       GRAVAR-LINHA-FAT-DIA.
           MOVE WS-FAT-DIA-DATA(WS-FAT-DIA-IDX) TO WS-FAT-DET-DATA
                   IF WS-DEV-QTD-DEVOLVIDA > WS-DEV-SALDO-DEVOLVER
                       DISPLAY "Quantidade maior que o saldo vendido."
                   ELSE
                       MOVE WS-DEV-PRODUTO TO WS-NSR-PRODUTO
                       MOVE WS-DEV-QTD-DEVOLVIDA TO WS-NSR-QTD
                       PERFORM BUSCAR-SERIALIZADO-PRODUTO
                       SET NSR-MODO-DEVOLUCAO TO TRUE
                       IF WS-DEV-QTD-DEVOLVIDA > 0
                           PERFORM CAPTURAR-SERIES-ITEM
                           IF WS-NSR-OK = "N"
                               DISPLAY "Devolucao nao registrada: "
                                   "series nao conferem com a nota."
                           ELSE
                               PERFORM ESTORNAR-ESTOQUE-DEVOLUCAO
                               PERFORM GRAVAR-DEVOLUCAO
                               PERFORM GERAR-NOTA-CREDITO
                               PERFORM MARCAR-SERIES-DEVOLVIDAS
                               PERFORM ESTORNAR-PONTOS-DEVOLUCAO
                               DISPLAY "Devolucao registrada com "
                                   "sucesso!"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE 0 TO WS-DEV-QTD-ANTERIOR
           MOVE "N" TO WS-DEV-EOF
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DEV-FILE-STATUS NOT = "35"
               PERFORM LER-DEVOLUCAO-ANTERIOR UNTIL WS-DEV-EOF = "Y"
               CLOSE DEVOLUCAO-FILE
           END-IF.

       LER-DEVOLUCAO-ANTERIOR.
           READ DEVOLUCAO-FILE INTO DEVOLUCAO-RECORD
                  WS-DEV-DATA DELIMITED BY SIZE
                  INTO DEVOLUCAO-DADOS
           OPEN EXTEND DEVOLUCAO-FILE
           IF WS-DEV-FILE-STATUS = "35"
               OPEN OUTPUT DEVOLUCAO-FILE
           END-IF
           WRITE DEVOLUCAO-RECORD FROM DEVOLUCAO-DADOS
           CLOSE DEVOLUCAO-FILE.


       IMPRIMIR-NOTA-CREDITO.
           PERFORM BUSCAR-NOME-CLIENTE
           MOVE "documentoNotaCredito.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND DOC-NOTA-CREDITO-FILE
           MOVE ALL "=" TO DOC-NOTA-CREDITO-LINHA
           WRITE DOC-NOTA-CREDITO-LINHA
           WRITE DOC-NOTA-CREDITO-LINHA
           MOVE ALL "=" TO DOC-NOTA-CREDITO-LINHA
           WRITE DOC-NOTA-CREDITO-LINHA
           CLOSE DOC-NOTA-CREDITO-FILE
           MOVE "documentoNotaCredito.txt" TO WS-RLE-ARQUIVO
           MOVE "documentoNotaCredito" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Nota de credito " DELIMITED BY SIZE
                  WS-NC-NUMERO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       REGISTRAR-AUDITORIA-NOTA-CREDITO.
           MOVE "gestaoVendas" TO WS-AUD-PROGRAMA
               ELSE
                   PERFORM ESTORNAR-ITENS-CANCELAMENTO
                   PERFORM CANCELAR-TITULOS-NOTA
                   PERFORM CANCELAR-RECEBIVEIS-NOTA
                   PERFORM ESTORNAR-NOTAS-CREDITO-NOTA
                   PERFORM ESTORNAR-SERIES-NOTA
                   PERFORM ESTORNAR-PONTOS-NOTA
                   PERFORM GRAVAR-CANCELAMENTO
                   PERFORM REGISTRAR-GAP-NOTA
                   DISPLAY "Nota cancelada e estoque estornado!"
                   END-IF
           END-READ.

       CANCELAR-RECEBIVEIS-NOTA.
           MOVE "N" TO WS-RCC-EOF
           OPEN I-O RECEBIVEL-CARTAO-FILE
           IF WS-RCC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RCC-EOF
           ELSE
               PERFORM LER-RECEBIVEL-CANCELAMENTO
                   UNTIL WS-RCC-EOF = "Y"
               CLOSE RECEBIVEL-CARTAO-FILE
           END-IF.

       LER-RECEBIVEL-CANCELAMENTO.
           READ RECEBIVEL-CARTAO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RCC-EOF
               NOT AT END
                   UNSTRING RECEBIVEL-CARTAO-DADOS DELIMITED BY ","
                       INTO WS-RCC-REG-NOTA WS-RCC-REG-SEQ
                            WS-RCC-REG-PARCELA WS-RCC-REG-ADQUIRENTE
                            WS-RCC-REG-CLIENTE WS-RCC-REG-DATA
                            WS-RCC-REG-VENC WS-RCC-REG-BRUTO
                            WS-RCC-REG-TAXA WS-RCC-REG-LIQUIDO
                            WS-RCC-REG-STATUS WS-RCC-REG-DATA-LIQ
                            WS-RCC-REG-VALOR-LIQ
                   IF WS-RCC-REG-NOTA = WS-CAN-NOTA
                       AND WS-RCC-REG-STATUS = "A"
                       MOVE "C" TO WS-RCC-REG-STATUS
                       MOVE SPACES TO RECEBIVEL-CARTAO-DADOS
                       STRING WS-RCC-REG-NOTA DELIMITED BY SIZE ","
                              WS-RCC-REG-SEQ DELIMITED BY SIZE ","
                              WS-RCC-REG-PARCELA DELIMITED BY SIZE ","
                              WS-RCC-REG-ADQUIRENTE DELIMITED BY SIZE
                              ","
                              WS-RCC-REG-CLIENTE DELIMITED BY SIZE ","
                              WS-RCC-REG-DATA DELIMITED BY SIZE ","
                              WS-RCC-REG-VENC DELIMITED BY SIZE ","
                              WS-RCC-REG-BRUTO DELIMITED BY SIZE ","
                              WS-RCC-REG-TAXA DELIMITED BY SIZE ","
                              WS-RCC-REG-LIQUIDO DELIMITED BY SIZE ","
                              WS-RCC-REG-STATUS DELIMITED BY SIZE ","
                              WS-RCC-REG-DATA-LIQ DELIMITED BY SIZE ","
                              WS-RCC-REG-VALOR-LIQ DELIMITED BY SIZE
                              INTO RECEBIVEL-CARTAO-DADOS
                       REWRITE RECEBIVEL-CARTAO-RECORD
                       MOVE "dadosRecebivelCartao.txt" TO WS-ARQ-NOME
                       MOVE "REWRITE" TO WS-ARQ-OPERACAO
                       MOVE WS-RCC-FILE-STATUS TO WS-ARQ-STATUS
                       PERFORM TESTAR-STATUS-ARQUIVO
                   END-IF
           END-READ.

       ESTORNAR-NOTAS-CREDITO-NOTA.
           MOVE "N" TO WS-PAG-EOF
           OPEN INPUT PAGAMENTO-VENDA-FILE
           IF WS-PAG-FILE-STATUS = "35"
               MOVE "Y" TO WS-PAG-EOF
           ELSE
               PERFORM LER-PAGAMENTO-CANCELAMENTO
                   UNTIL WS-PAG-EOF = "Y"
               CLOSE PAGAMENTO-VENDA-FILE
           END-IF.

       LER-PAGAMENTO-CANCELAMENTO.
           READ PAGAMENTO-VENDA-FILE INTO PAGAMENTO-VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-PAG-EOF
               NOT AT END
                   UNSTRING PAGAMENTO-VENDA-DADOS DELIMITED BY ","
                       INTO WS-PAG-REG-NOTA WS-PAG-REG-SEQ
                            WS-PAG-REG-FORMA WS-PAG-REG-VALOR-ALFA
                            WS-PAG-REG-REFERENCIA
                   IF WS-PAG-REG-NOTA = WS-CAN-NOTA
                       AND WS-PAG-REG-FORMA = "N"
                       AND WS-PAG-REG-VALOR-ALFA IS NUMERIC
                       AND WS-PAG-REG-REFERENCIA(1:6) IS NUMERIC
                       PERFORM ESTORNAR-UMA-NOTA-CREDITO
                   END-IF
           END-READ.

       ESTORNAR-UMA-NOTA-CREDITO.
           MOVE WS-PAG-REG-REFERENCIA(1:6) TO WS-PAG-NC-BUSCA
           MOVE WS-PAG-REG-VALOR-NUM TO WS-PAG-NC-BAIXA
           MOVE "N" TO WS-PAG-NC-ACHADA
           MOVE "S" TO WS-PAG-NC-ESTORNO
           PERFORM BAIXAR-NOTA-CREDITO-PAGAMENTO
           MOVE "N" TO WS-PAG-NC-ESTORNO
           IF WS-PAG-NC-ACHADA = "Y"
               PERFORM REGISTRAR-AUDITORIA-ESTORNO-NC
               IF WS-PAG-NC-UTIL-ANTES >= WS-PAG-NC-VALOR-ACHADO
                   DISPLAY "Nota de credito " WS-PAG-NC-BUSCA
                       " reaberta com saldo de " WS-PAG-NC-BAIXA "."
               ELSE
                   DISPLAY "Nota de credito " WS-PAG-NC-BUSCA
                       " recebeu de volta " WS-PAG-NC-BAIXA "."
               END-IF
           ELSE
               DISPLAY "Nota de credito " WS-PAG-NC-BUSCA
                   " nao encontrada, estorno nao efetuado."
           END-IF.

       REGISTRAR-AUDITORIA-ESTORNO-NC.
           MOVE "gestaoVendas" TO WS-AUD-PROGRAMA
           MOVE "ESTORNONC" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE WS-PAG-NC-BUSCA TO WS-AUD-CHAVE(1:6)
           MOVE SPACES TO WS-AUD-ANTES
           STRING "UTILIZADO " DELIMITED BY SIZE
                  WS-PAG-NC-UTIL-ANTES DELIMITED BY SIZE
                  " VALOR " DELIMITED BY SIZE
                  WS-PAG-NC-VALOR-ACHADO DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "UTILIZADO " DELIMITED BY SIZE
                  WS-PAG-NC-UTIL-DEPOIS DELIMITED BY SIZE
                  " CANCELAMENTO NOTA " DELIMITED BY SIZE
                  WS-CAN-NOTA DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       GRAVAR-CANCELAMENTO.
           ACCEPT WS-CAN-DATA FROM DATE YYYYMMDD
           MOVE SPACES TO CANCELAMENTO-DADOS
           PERFORM LER-PERCENTUAL-COMISSAO
               UNTIL WS-COM-PERC-VALIDO = "Y"

           PERFORM APURAR-VENDAS-COMPETENCIA

           IF WS-COM-COUNT = 0
               DISPLAY "Nenhuma venda na competencia informada."
           END-IF
           END-IF.

       APURAR-VENDAS-COMPETENCIA.
           MOVE 0 TO WS-COM-COUNT
           MOVE 0 TO WS-COM-NOTA-COUNT
           MOVE 0 TO WS-MTG-COUNT
           MOVE "N" TO WS-VENDA-EOF
           OPEN INPUT VENDA-FILE
           PERFORM LER-VENDA-COMISSAO UNTIL WS-VENDA-EOF = "Y"
           CLOSE VENDA-FILE

           MOVE "N" TO WS-COM-DEVOLUCAO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VENDA-ITEM-FILE
           OPEN INPUT ESTOQUE-FILE
           PERFORM LER-ITEM-COMISSAO UNTIL WS-END-OF-FILE = "Y"
           CLOSE ESTOQUE-FILE
           CLOSE VENDA-ITEM-FILE

           MOVE "Y" TO WS-COM-DEVOLUCAO
           MOVE "N" TO WS-DEV-EOF
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DEV-FILE-STATUS NOT = "35"
               OPEN INPUT VENDA-FILE
               OPEN INPUT VENDA-ITEM-FILE
               OPEN INPUT ESTOQUE-FILE
               PERFORM LER-DEVOLUCAO-COMPETENCIA
                   UNTIL WS-DEV-EOF = "Y"
               CLOSE ESTOQUE-FILE
               CLOSE VENDA-ITEM-FILE
               CLOSE VENDA-FILE
               CLOSE DEVOLUCAO-FILE
           END-IF.

       LER-DEVOLUCAO-COMPETENCIA.
           READ DEVOLUCAO-FILE INTO DEVOLUCAO-RECORD
               AT END
                   MOVE "Y" TO WS-DEV-EOF
               NOT AT END
                   UNSTRING DEVOLUCAO-DADOS DELIMITED BY ","
                       INTO WS-DEV-REG-NOTA WS-DEV-REG-PRODUTO
                            WS-DEV-REG-QTD WS-MTA-DEV-DATA
                   IF WS-MTA-DEV-DATA(1:6) = WS-COM-COMPETENCIA
                       PERFORM DEDUZIR-DEVOLUCAO-COMPETENCIA
                   END-IF
           END-READ.

       DEDUZIR-DEVOLUCAO-COMPETENCIA.
           MOVE "N" TO WS-MTA-ACHADA
           MOVE WS-DEV-REG-NOTA TO VENDA-NOTA-CHAVE
           READ VENDA-FILE
               KEY IS VENDA-NOTA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT VD-CANCELADA
                       MOVE VD-VENDEDOR TO COD-VENDEDOR
                       MOVE "Y" TO WS-MTA-ACHADA
                   END-IF
           END-READ
           IF WS-MTA-ACHADA = "Y"
               MOVE SPACES TO VENDA-ITEM-DADOS
               MOVE WS-DEV-REG-NOTA TO ITEM-NOTA-CHAVE
               MOVE "," TO VENDA-ITEM-DADOS(7:1)
               MOVE WS-DEV-REG-PRODUTO TO ITEM-PRODUTO-CHAVE
               READ VENDA-ITEM-FILE
                   KEY IS ITEM-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-MTA-ACHADA
                   NOT INVALID KEY
                       UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                           INTO ITEM-NOTA ITEM-PRODUTO ITEM-QUANTIDADE
                                WS-ITEM-PRECO-ALFA
                       IF WS-ITEM-PRECO-ALFA IS NUMERIC
                           MOVE WS-ITEM-PRECO-NUM TO ITEM-PRECO
                       ELSE
                           MOVE 0 TO ITEM-PRECO
                       END-IF
               END-READ
           END-IF
           IF WS-MTA-ACHADA = "Y"
               COMPUTE WS-VALOR-ITEM = WS-DEV-REG-QTD * ITEM-PRECO
               PERFORM ACUMULAR-COMISSAO-VENDEDOR
               PERFORM ACUMULAR-GRUPO-VENDEDOR
           END-IF.

       LER-VENDA-COMISSAO.
           READ VENDA-FILE INTO VENDA-RECORD
               AT END
                       MOVE WS-COM-NOTA-VEND(WS-COM-NOTA-IDX)
                           TO COD-VENDEDOR
                       PERFORM ACUMULAR-COMISSAO-VENDEDOR
                       PERFORM ACUMULAR-GRUPO-VENDEDOR
                   END-IF
           END-READ.

                   ADD 1 TO WS-COM-COUNT
                   MOVE COD-VENDEDOR TO WS-COM-VENDEDOR(WS-COM-COUNT)
                   MOVE 0 TO WS-COM-TOTAL(WS-COM-COUNT)
                   MOVE 0 TO WS-COM-DEVOLVIDO(WS-COM-COUNT)
                   MOVE WS-COM-COUNT TO WS-COM-IDX
               ELSE
                   DISPLAY "AVISO: tabela de vendedores cheia, "
               END-IF
           END-IF
           IF WS-COM-IDX <= WS-COM-COUNT
               IF WS-COM-DEVOLUCAO = "Y"
                   ADD WS-VALOR-ITEM TO WS-COM-DEVOLVIDO(WS-COM-IDX)
               ELSE
                   ADD WS-VALOR-ITEM TO WS-COM-TOTAL(WS-COM-IDX)
               END-IF
           END-IF.

       PROCURAR-COM-IDX.
           CONTINUE.

       ACUMULAR-GRUPO-VENDEDOR.
           MOVE 0 TO WS-COM-GRUPO-ITEM
           MOVE ITEM-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-GRUPO TO WS-COM-GRUPO-ITEM
           END-READ
           PERFORM PROCURAR-MTG-IDX
               VARYING WS-MTG-IDX FROM 1 BY 1
               UNTIL WS-MTG-IDX > WS-MTG-COUNT
                   OR (WS-MTG-VENDEDOR(WS-MTG-IDX) = COD-VENDEDOR
                   AND WS-MTG-GRUPO(WS-MTG-IDX) = WS-COM-GRUPO-ITEM)
           IF WS-MTG-IDX > WS-MTG-COUNT AND WS-MTG-COUNT < 300
               ADD 1 TO WS-MTG-COUNT
               MOVE WS-MTG-COUNT TO WS-MTG-IDX
               MOVE COD-VENDEDOR TO WS-MTG-VENDEDOR(WS-MTG-IDX)
               MOVE WS-COM-GRUPO-ITEM TO WS-MTG-GRUPO(WS-MTG-IDX)
               MOVE 0 TO WS-MTG-TOTAL(WS-MTG-IDX)
               MOVE 0 TO WS-MTG-DEVOLVIDO(WS-MTG-IDX)
           END-IF
           IF WS-MTG-IDX <= WS-MTG-COUNT
               IF WS-COM-DEVOLUCAO = "Y"
                   ADD WS-VALOR-ITEM TO WS-MTG-DEVOLVIDO(WS-MTG-IDX)
               ELSE
                   ADD WS-VALOR-ITEM TO WS-MTG-TOTAL(WS-MTG-IDX)
               END-IF
           END-IF.

       PROCURAR-MTG-IDX.
           CONTINUE.

       APURAR-LIQUIDO-VENDEDOR.
           IF WS-COM-TOTAL(WS-COM-IDX) > WS-COM-DEVOLVIDO(WS-COM-IDX)
               COMPUTE WS-COM-LIQUIDO = WS-COM-TOTAL(WS-COM-IDX)
                   - WS-COM-DEVOLVIDO(WS-COM-IDX)
           ELSE
               MOVE 0 TO WS-COM-LIQUIDO
           END-IF.

       DEFINIR-PERCENTUAL-VENDEDOR.
           MOVE WS-COM-PERCENTUAL TO WS-COM-PERC-VEND
           IF WS-FXC-COUNT > 0
               MOVE WS-COM-VENDEDOR(WS-COM-IDX) TO WS-MTA-VENDEDOR
               MOVE WS-COM-COMPETENCIA TO WS-MTA-COMPETENCIA
               MOVE 0 TO WS-MTA-GRUPO
               PERFORM BUSCAR-META-VENDA
               IF WS-MTA-ACHADA = "Y" AND WS-MTA-VALOR > 0
                   COMPUTE WS-MTA-ATINGIDO ROUNDED =
                       WS-COM-LIQUIDO * 100 / WS-MTA-VALOR
                   PERFORM APURAR-FAIXA-VENDEDOR
               END-IF
           END-IF.

       APURAR-FAIXA-VENDEDOR.
           PERFORM APLICAR-FAIXA-COMISSAO
               VARYING WS-FXC-IDX FROM 1 BY 1
               UNTIL WS-FXC-IDX > WS-FXC-COUNT.

       APLICAR-FAIXA-COMISSAO.
           IF WS-MTA-ATINGIDO >= WS-FXC-ATINGIMENTO(WS-FXC-IDX)
               AND WS-FXC-PERCENTUAL(WS-FXC-IDX) > WS-COM-PERC-VEND
               MOVE WS-FXC-PERCENTUAL(WS-FXC-IDX) TO WS-COM-PERC-VEND
           END-IF.

       EXIBIR-COMISSAO-VENDEDOR.
           PERFORM APURAR-LIQUIDO-VENDEDOR
           PERFORM DEFINIR-PERCENTUAL-VENDEDOR
           COMPUTE WS-COM-VALOR ROUNDED =
               WS-COM-LIQUIDO * WS-COM-PERC-VEND / 100
           DISPLAY "Vendedor: " WS-COM-VENDEDOR(WS-COM-IDX)
               " Vendas liquidas: " WS-COM-LIQUIDO
               " Perc: " WS-COM-PERC-VEND
               " Comissao: " WS-COM-VALOR.

       GRAVAR-COMISSAO-VENDEDOR.
           PERFORM APURAR-LIQUIDO-VENDEDOR
           PERFORM DEFINIR-PERCENTUAL-VENDEDOR
           COMPUTE WS-COM-VALOR ROUNDED =
               WS-COM-LIQUIDO * WS-COM-PERC-VEND / 100
           MOVE SPACES TO COMISSAO-DADOS
           STRING WS-COM-VENDEDOR(WS-COM-IDX) DELIMITED BY SIZE ","
                  WS-COM-COMPETENCIA DELIMITED BY SIZE ","
           WRITE COMISSAO-RECORD FROM COMISSAO-DADOS
           CLOSE COMISSAO-FILE.

       MENU-META-VENDA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          METAS DE VENDA POR VENDEDOR            "
           DISPLAY "================================================="
           DISPLAY "1 - Cadastrar/Alterar Meta"
           DISPLAY "2 - Relatorio de Atingimento de Metas"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WS-MTA-OPCAO
           EVALUATE WS-MTA-OPCAO
               WHEN 1
                   PERFORM CADASTRAR-META-VENDA
               WHEN 2
                   PERFORM RELATORIO-ATINGIMENTO-META
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CADASTRAR-META-VENDA.
           MOVE "N" TO WS-VENDEDOR-VALIDO
           PERFORM OBTER-COD-VENDEDOR UNTIL WS-VENDEDOR-VALIDO = "Y"
           MOVE COD-VENDEDOR TO WS-MTA-VENDEDOR
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-MTA-COMPETENCIA
           DISPLAY "Grupo de produto (000 = meta total): "
               WITH NO ADVANCING
           ACCEPT WS-MTA-GRUPO
           PERFORM BUSCAR-META-VENDA
           MOVE WS-MTA-VALOR TO WS-MTA-VALOR-ANTERIOR
           IF WS-MTA-ACHADA = "Y"
               DISPLAY "Meta atual: " WS-MTA-VALOR
           END-IF
           DISPLAY "Valor da meta (999999999V99, 0 = excluir): "
               WITH NO ADVANCING
           ACCEPT WS-MTA-ENTRADA-VALOR
           IF WS-MTA-ENTRADA-VALOR IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-MTA-ENTRADA-NUM TO WS-MTA-VALOR
               PERFORM GRAVAR-META-VENDA
           END-IF.

       BUSCAR-META-VENDA.
           MOVE "N" TO WS-MTA-ACHADA
           MOVE 0 TO WS-MTA-VALOR
           OPEN INPUT META-VENDA-FILE
           IF WS-MTA-FILE-STATUS NOT = "35"
               PERFORM MONTAR-CHAVE-META-VENDA
               READ META-VENDA-FILE
                   KEY IS MTA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING META-VENDA-DADOS DELIMITED BY ","
                           INTO WS-MTA-VENDEDOR WS-MTA-COMPETENCIA
                                WS-MTA-GRUPO WS-MTA-VALOR-ALFA
                       MOVE "Y" TO WS-MTA-ACHADA
               END-READ
               CLOSE META-VENDA-FILE
           END-IF.

       MONTAR-CHAVE-META-VENDA.
           MOVE SPACES TO META-VENDA-DADOS
           MOVE WS-MTA-VENDEDOR TO MTA-VENDEDOR-CHAVE
           MOVE "," TO META-VENDA-DADOS(6:1)
           MOVE WS-MTA-COMPETENCIA TO MTA-COMPETENCIA-CHAVE
           MOVE "," TO META-VENDA-DADOS(13:1)
           MOVE WS-MTA-GRUPO TO MTA-GRUPO-CHAVE.

       GRAVAR-META-VENDA.
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           MOVE "dadosMetaVenda.txt" TO WS-ARQ-NOME
           OPEN I-O META-VENDA-FILE
           IF WS-MTA-FILE-STATUS = "35"
               OPEN OUTPUT META-VENDA-FILE
               CLOSE META-VENDA-FILE
               OPEN I-O META-VENDA-FILE
           END-IF
           PERFORM MONTAR-CHAVE-META-VENDA
           IF WS-MTA-ACHADA = "Y"
               READ META-VENDA-FILE
                   KEY IS MTA-CHAVE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MTA-VALOR = 0
                   DELETE META-VENDA-FILE
                   MOVE "DELETE" TO WS-ARQ-OPERACAO
                   DISPLAY "Meta excluida."
               ELSE
                   PERFORM MONTAR-REGISTRO-META-VENDA
                   REWRITE META-VENDA-RECORD
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   DISPLAY "Meta alterada."
               END-IF
           ELSE
               IF WS-MTA-VALOR = 0
                   MOVE "00" TO WS-MTA-FILE-STATUS
                   DISPLAY "Meta nao cadastrada, nada a excluir."
               ELSE
                   PERFORM MONTAR-REGISTRO-META-VENDA
                   WRITE META-VENDA-RECORD
                   MOVE "WRITE" TO WS-ARQ-OPERACAO
                   DISPLAY "Meta cadastrada."
               END-IF
           END-IF
           MOVE WS-MTA-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE META-VENDA-FILE
           MOVE "gestaoVendas" TO WS-AUD-PROGRAMA
           MOVE "META" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE MTA-CHAVE TO WS-AUD-CHAVE(1:16)
           MOVE SPACES TO WS-AUD-ANTES
           STRING "META " DELIMITED BY SIZE
                  WS-MTA-VALOR-ANTERIOR DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "META " DELIMITED BY SIZE
                  WS-MTA-VALOR DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       MONTAR-REGISTRO-META-VENDA.
           MOVE SPACES TO META-VENDA-DADOS
           STRING WS-MTA-VENDEDOR DELIMITED BY SIZE ","
                  WS-MTA-COMPETENCIA DELIMITED BY SIZE ","
                  WS-MTA-GRUPO DELIMITED BY SIZE ","
                  WS-MTA-VALOR DELIMITED BY SIZE
                  INTO META-VENDA-DADOS.

       RELATORIO-ATINGIMENTO-META.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      RELATORIO DE ATINGIMENTO DE METAS          "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-COM-COMPETENCIA
           MOVE 0 TO WS-COM-PERCENTUAL
           IF WS-PRM-COMISSAO > 0
               MOVE WS-PRM-COMISSAO TO WS-COM-PERCENTUAL
           END-IF
           PERFORM APURAR-VENDAS-COMPETENCIA
           PERFORM CALCULAR-DIAS-PROJECAO
           MOVE 0 TO WS-MTA-QTD-LINHAS
           MOVE 0 TO WS-MTA-TOTAL-META
           MOVE 0 TO WS-MTA-TOTAL-REAL
           DISPLAY "VEND. GRUPO         META    REALIZADO "
               "  ATING%     PROJECAO COM%"
           MOVE "N" TO WS-MTA-EOF
           OPEN INPUT META-VENDA-FILE
           IF WS-MTA-FILE-STATUS = "35"
               MOVE "Y" TO WS-MTA-EOF
           ELSE
               PERFORM LER-META-ATINGIMENTO UNTIL WS-MTA-EOF = "Y"
               CLOSE META-VENDA-FILE
           END-IF
           IF WS-MTA-QTD-LINHAS = 0
               DISPLAY "Nenhuma meta cadastrada para a competencia."
           ELSE
               DISPLAY "-------------------------------------------"
                   "-----------------------------"
               DISPLAY "Total metas gerais: " WS-MTA-TOTAL-META
                   "  Realizado: " WS-MTA-TOTAL-REAL
               IF WS-MTA-DIA-HOJE > 0
                   DISPLAY "Projecao linear pelo dia " WS-MTA-DIA-HOJE
                       " de " WS-MTA-DIAS-MES " dias do mes."
               END-IF
               DISPLAY "Realizado = faturado liquido de devolucoes "
                   "e cancelamentos."
           END-IF.

       CALCULAR-DIAS-PROJECAO.
           MOVE 0 TO WS-MTA-DIA-HOJE
           MOVE 0 TO WS-MTA-DIAS-MES
           ACCEPT WS-MTA-HOJE FROM DATE YYYYMMDD
           IF WS-MTA-HOJE(1:6) = WS-COM-COMPETENCIA
               COMPUTE WS-MTA-PRIMEIRO-DIA =
                   WS-COM-COMPETENCIA * 100 + 1
               IF WS-COM-COMPETENCIA(5:2) = "12"
                   COMPUTE WS-MTA-PROXIMO-MES =
                       (WS-MTA-PRIMEIRO-DIA / 10000 + 1) * 10000
                       + 101
               ELSE
                   COMPUTE WS-MTA-PROXIMO-MES =
                       WS-MTA-PRIMEIRO-DIA + 100
               END-IF
               COMPUTE WS-MTA-DIAS-MES =
                   FUNCTION INTEGER-OF-DATE(WS-MTA-PROXIMO-MES)
                   - FUNCTION INTEGER-OF-DATE(WS-MTA-PRIMEIRO-DIA)
               MOVE WS-MTA-HOJE(7:2) TO WS-MTA-DIA-HOJE
           END-IF.

       LER-META-ATINGIMENTO.
           READ META-VENDA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MTA-EOF
               NOT AT END
                   UNSTRING META-VENDA-DADOS DELIMITED BY ","
                       INTO WS-MTA-VENDEDOR WS-MTA-COMPETENCIA
                            WS-MTA-GRUPO WS-MTA-VALOR-ALFA
                   IF WS-MTA-COMPETENCIA = WS-COM-COMPETENCIA
                       PERFORM EXIBIR-ATINGIMENTO-META
                   END-IF
           END-READ.

       EXIBIR-ATINGIMENTO-META.
           ADD 1 TO WS-MTA-QTD-LINHAS
           MOVE 0 TO WS-MTA-REALIZADO
           MOVE 0 TO WS-MTL-COMISSAO
           IF WS-MTA-GRUPO = 0
               PERFORM PROCURAR-COM-IDX
                   VARYING WS-COM-IDX FROM 1 BY 1
                   UNTIL WS-COM-IDX > WS-COM-COUNT
                       OR WS-COM-VENDEDOR(WS-COM-IDX) = WS-MTA-VENDEDOR
               IF WS-COM-IDX <= WS-COM-COUNT
                   PERFORM APURAR-LIQUIDO-VENDEDOR
                   MOVE WS-COM-LIQUIDO TO WS-MTA-REALIZADO
               END-IF
               MOVE WS-COM-PERCENTUAL TO WS-COM-PERC-VEND
               IF WS-MTA-VALOR > 0
                   COMPUTE WS-MTA-ATINGIDO ROUNDED =
                       WS-MTA-REALIZADO * 100 / WS-MTA-VALOR
                   PERFORM APURAR-FAIXA-VENDEDOR
               END-IF
               MOVE WS-COM-PERC-VEND TO WS-MTL-COMISSAO
               MOVE "TOTAL" TO WS-MTL-GRUPO
               ADD WS-MTA-VALOR TO WS-MTA-TOTAL-META
               ADD WS-MTA-REALIZADO TO WS-MTA-TOTAL-REAL
           ELSE
               PERFORM PROCURAR-MTG-IDX
                   VARYING WS-MTG-IDX FROM 1 BY 1
                   UNTIL WS-MTG-IDX > WS-MTG-COUNT
                       OR (WS-MTG-VENDEDOR(WS-MTG-IDX) = WS-MTA-VENDEDOR
                       AND WS-MTG-GRUPO(WS-MTG-IDX) = WS-MTA-GRUPO)
               IF WS-MTG-IDX <= WS-MTG-COUNT
                   AND WS-MTG-TOTAL(WS-MTG-IDX)
                       > WS-MTG-DEVOLVIDO(WS-MTG-IDX)
                   COMPUTE WS-MTA-REALIZADO =
                       WS-MTG-TOTAL(WS-MTG-IDX)
                       - WS-MTG-DEVOLVIDO(WS-MTG-IDX)
               END-IF
               MOVE SPACES TO WS-MTL-GRUPO
               MOVE WS-MTA-GRUPO TO WS-MTL-GRUPO(1:3)
           END-IF
           MOVE 0 TO WS-MTA-ATINGIDO
           IF WS-MTA-VALOR > 0
               COMPUTE WS-MTA-ATINGIDO ROUNDED =
                   WS-MTA-REALIZADO * 100 / WS-MTA-VALOR
           END-IF
           MOVE WS-MTA-REALIZADO TO WS-MTA-PROJECAO
           IF WS-MTA-DIA-HOJE > 0
               COMPUTE WS-MTA-PROJECAO ROUNDED =
                   WS-MTA-REALIZADO * WS-MTA-DIAS-MES / WS-MTA-DIA-HOJE
           END-IF
           MOVE WS-MTA-VENDEDOR TO WS-MTL-VENDEDOR
           MOVE WS-MTA-VALOR TO WS-MTL-META
           MOVE WS-MTA-REALIZADO TO WS-MTL-REALIZADO
           MOVE WS-MTA-ATINGIDO TO WS-MTL-ATINGIDO
           MOVE WS-MTA-PROJECAO TO WS-MTL-PROJECAO
           DISPLAY WS-MTA-LINHA.

       MENU-FIDELIDADE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            PROGRAMA DE FIDELIDADE               "
           DISPLAY "================================================="
           DISPLAY "1 - Extrato de Pontos do Cliente"
           DISPLAY "2 - Relatorio de Passivo de Pontos"
           DISPLAY "3 - Expirar Pontos Vencidos"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WS-FID-OPCAO
           EVALUATE WS-FID-OPCAO
               WHEN 1
                   PERFORM EXTRATO-FIDELIDADE
               WHEN 2
                   PERFORM RELATORIO-PASSIVO-FIDELIDADE
               WHEN 3
                   CALL 'expirarPontosFidelidade'
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       IDENTIFICAR-CLIENTE-FIDELIDADE.
           DISPLAY "Cliente fidelidade (0 = consumidor final): "
               WITH NO ADVANCING
           ACCEPT WS-FID-CLIENTE
           IF WS-FID-CLIENTE NOT = 0
               AND WS-FID-CLIENTE NOT = WS-PDV-CLIENTE-PADRAO
               MOVE WS-FID-CLIENTE TO COD-CLIENTE
               PERFORM VALIDAR-CLIENTE
               IF WS-CLIENTE-VALIDO = "N"
                   DISPLAY "Cliente nao identificado, venda para "
                       "consumidor final."
                   MOVE WS-PDV-CLIENTE-PADRAO TO COD-CLIENTE
                   MOVE "CONSUMIDOR FINAL" TO WS-NOME-CLIENTE
               ELSE
                   PERFORM BUSCAR-SALDO-FIDELIDADE
                   DISPLAY "Cliente: " WS-NOME-CLIENTE
                       " Saldo de pontos: " WS-FID-SALDO
               END-IF
           END-IF.

       OFERECER-RESGATE-FIDELIDADE.
           MOVE 0 TO WS-FID-RESGATE-PONTOS
           MOVE 0 TO WS-FID-RESGATE-VALOR
           IF COD-CLIENTE NOT = WS-PDV-CLIENTE-PADRAO
               AND WS-FID-SALDO > 0
               COMPUTE WS-FID-VALOR-CLIENTE =
                   WS-FID-SALDO * WS-FID-VALOR-PONTO
               DISPLAY "Saldo de pontos: " WS-FID-SALDO
                   " equivalente a R$ " WS-FID-VALOR-CLIENTE
               DISPLAY "Pontos a resgatar (0 = nenhum): "
                   WITH NO ADVANCING
               ACCEPT WS-FID-RESGATE-PONTOS
               IF WS-FID-RESGATE-PONTOS > WS-FID-SALDO
                   DISPLAY "Saldo de pontos insuficiente, resgate "
                       "nao aplicado."
                   MOVE 0 TO WS-FID-RESGATE-PONTOS
               END-IF
               COMPUTE WS-FID-RESGATE-VALOR =
                   WS-FID-RESGATE-PONTOS * WS-FID-VALOR-PONTO
               IF WS-FID-RESGATE-VALOR > WS-TOTAL-NOTA
                   COMPUTE WS-FID-RESGATE-PONTOS =
                       WS-TOTAL-NOTA / WS-FID-VALOR-PONTO
                   COMPUTE WS-FID-RESGATE-VALOR =
                       WS-FID-RESGATE-PONTOS * WS-FID-VALOR-PONTO
               END-IF
               IF WS-FID-RESGATE-VALOR > 0
                   DISPLAY "Desconto por pontos: " WS-FID-RESGATE-VALOR
                       " (" WS-FID-RESGATE-PONTOS " pontos)"
               ELSE
                   MOVE 0 TO WS-FID-RESGATE-PONTOS
               END-IF
           END-IF.

       REGISTRAR-PONTOS-NOTA.
           MOVE 0 TO WS-FID-GANHOS-NOTA
           IF COD-CLIENTE NOT = WS-PDV-CLIENTE-PADRAO
               MOVE COD-CLIENTE TO WS-FID-CLIENTE
               MOVE NUMERO-NOTA TO WS-FID-MOV-NOTA
               MOVE DATA-VENDA TO WS-FID-MOV-REF
               IF WS-FID-RESGATE-PONTOS > 0
                   MOVE "R" TO WS-FID-MOV-TIPO
                   MOVE WS-FID-RESGATE-PONTOS TO WS-FID-MOV-PONTOS
                   PERFORM MOVIMENTAR-PONTOS-FIDELIDADE
               END-IF
               COMPUTE WS-FID-GANHOS-NOTA =
                   (WS-TOTAL-NOTA - WS-FID-RESGATE-VALOR)
                   * WS-FID-PONTOS-REAL
               IF WS-FID-GANHOS-NOTA > 0
                   MOVE "G" TO WS-FID-MOV-TIPO
                   MOVE WS-FID-GANHOS-NOTA TO WS-FID-MOV-PONTOS
                   PERFORM MOVIMENTAR-PONTOS-FIDELIDADE
                   DISPLAY "Pontos de fidelidade ganhos: "
                       WS-FID-GANHOS-NOTA " Saldo: " WS-FID-SALDO
               END-IF
           END-IF
           MOVE 0 TO WS-FID-RESGATE-PONTOS
           MOVE 0 TO WS-FID-RESGATE-VALOR.

       ESTORNAR-PONTOS-NOTA.
           MOVE WS-CAN-NOTA TO WS-FID-NOTA-BUSCA
           PERFORM APURAR-PONTOS-NOTA
           IF WS-FID-NOTA-CLIENTE NOT = 0
               MOVE WS-FID-NOTA-CLIENTE TO WS-FID-CLIENTE
               MOVE WS-FID-NOTA-BUSCA TO WS-FID-MOV-NOTA
               MOVE WS-FID-NOTA-REF TO WS-FID-MOV-REF
               IF WS-FID-NOTA-GANHO > WS-FID-NOTA-ESTORNO
                   MOVE "S" TO WS-FID-MOV-TIPO
                   COMPUTE WS-FID-MOV-PONTOS =
                       WS-FID-NOTA-GANHO - WS-FID-NOTA-ESTORNO
                   PERFORM MOVIMENTAR-PONTOS-FIDELIDADE
               END-IF
               IF WS-FID-NOTA-RESGATE > WS-FID-NOTA-CREDITO
                   MOVE "C" TO WS-FID-MOV-TIPO
                   COMPUTE WS-FID-MOV-PONTOS =
                       WS-FID-NOTA-RESGATE - WS-FID-NOTA-CREDITO
                   PERFORM MOVIMENTAR-PONTOS-FIDELIDADE
               END-IF
               DISPLAY "Pontos de fidelidade da nota estornados. "
                   "Saldo do cliente: " WS-FID-SALDO
           END-IF.

       ESTORNAR-PONTOS-DEVOLUCAO.
           MOVE WS-DEV-NOTA TO WS-FID-NOTA-BUSCA
           PERFORM APURAR-PONTOS-NOTA
           IF WS-FID-NOTA-CLIENTE NOT = 0
               AND WS-FID-NOTA-GANHO > WS-FID-NOTA-ESTORNO
               COMPUTE WS-FID-A-ESTORNAR =
                   WS-DEV-QTD-DEVOLVIDA * WS-DEV-PRECO-ITEM
                   * WS-FID-PONTOS-REAL
               IF WS-FID-A-ESTORNAR >
                   WS-FID-NOTA-GANHO - WS-FID-NOTA-ESTORNO
                   COMPUTE WS-FID-A-ESTORNAR =
                       WS-FID-NOTA-GANHO - WS-FID-NOTA-ESTORNO
               END-IF
               IF WS-FID-A-ESTORNAR > 0
                   MOVE WS-FID-NOTA-CLIENTE TO WS-FID-CLIENTE
                   MOVE WS-FID-NOTA-BUSCA TO WS-FID-MOV-NOTA
                   MOVE WS-FID-NOTA-REF TO WS-FID-MOV-REF
                   MOVE "S" TO WS-FID-MOV-TIPO
                   MOVE WS-FID-A-ESTORNAR TO WS-FID-MOV-PONTOS
                   PERFORM MOVIMENTAR-PONTOS-FIDELIDADE
                   DISPLAY "Pontos de fidelidade estornados: "
                       WS-FID-MOV-PONTOS
               END-IF
           END-IF.

       APURAR-PONTOS-NOTA.
           MOVE 0 TO WS-FID-NOTA-CLIENTE
           MOVE 0 TO WS-FID-NOTA-REF
           MOVE 0 TO WS-FID-NOTA-GANHO
           MOVE 0 TO WS-FID-NOTA-ESTORNO
           MOVE 0 TO WS-FID-NOTA-RESGATE
           MOVE 0 TO WS-FID-NOTA-CREDITO
           MOVE "N" TO WS-FID-EOF
           OPEN INPUT FIDELIDADE-MOV-FILE
           IF WS-FIM-FILE-STATUS NOT = "35"
               PERFORM LER-MOVIMENTO-PONTOS-NOTA
                   UNTIL WS-FID-EOF = "Y"
               CLOSE FIDELIDADE-MOV-FILE
           END-IF.

       LER-MOVIMENTO-PONTOS-NOTA.
           READ FIDELIDADE-MOV-FILE
               AT END
                   MOVE "Y" TO WS-FID-EOF
               NOT AT END
                   PERFORM PARSE-MOVIMENTO-FIDELIDADE
                   IF WS-FIR-NOTA = WS-FID-NOTA-BUSCA
                       AND WS-FIR-NOTA NOT = 0
                       MOVE WS-FIR-CLIENTE TO WS-FID-NOTA-CLIENTE
                       MOVE WS-FIR-REF TO WS-FID-NOTA-REF
                       EVALUATE WS-FIR-TIPO
                           WHEN "G"
                               ADD WS-FIR-PONTOS TO WS-FID-NOTA-GANHO
                           WHEN "S"
                               ADD WS-FIR-PONTOS TO WS-FID-NOTA-ESTORNO
                           WHEN "R"
                               ADD WS-FIR-PONTOS TO WS-FID-NOTA-RESGATE
                           WHEN "C"
                               ADD WS-FIR-PONTOS TO WS-FID-NOTA-CREDITO
                       END-EVALUATE
                   END-IF
           END-READ.

       PARSE-MOVIMENTO-FIDELIDADE.
           UNSTRING FIDELIDADE-MOV-DADOS DELIMITED BY ","
               INTO WS-FIR-DATA WS-FIR-CLIENTE WS-FIR-TIPO
                    WS-FIR-PONTOS WS-FIR-NOTA WS-FIR-REF.

       BUSCAR-SALDO-FIDELIDADE.
           MOVE "N" TO WS-FID-ACHADO
           MOVE 0 TO WS-FID-SALDO
           MOVE 0 TO WS-FID-GANHOS
           MOVE 0 TO WS-FID-RESGATADOS
           MOVE 0 TO WS-FID-EXPIRADOS
           MOVE 0 TO WS-FID-ESTORNADOS
           MOVE 0 TO WS-FID-DATA
           OPEN INPUT FIDELIDADE-FILE
           IF WS-FID-FILE-STATUS NOT = "35"
               MOVE WS-FID-CLIENTE TO FID-CLIENTE-CHAVE
               READ FIDELIDADE-FILE KEY IS FID-CLIENTE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PARSE-FIDELIDADE
               END-READ
               CLOSE FIDELIDADE-FILE
           END-IF.

       PARSE-FIDELIDADE.
           UNSTRING FIDELIDADE-DADOS DELIMITED BY ","
               INTO WS-FID-CLIENTE WS-FID-SALDO WS-FID-GANHOS
                    WS-FID-RESGATADOS WS-FID-EXPIRADOS
                    WS-FID-ESTORNADOS WS-FID-DATA
           MOVE "Y" TO WS-FID-ACHADO.

       MOVIMENTAR-PONTOS-FIDELIDADE.
           MOVE "N" TO WS-FID-ACHADO
           MOVE 0 TO WS-FID-SALDO
           MOVE 0 TO WS-FID-GANHOS
           MOVE 0 TO WS-FID-RESGATADOS
           MOVE 0 TO WS-FID-EXPIRADOS
           MOVE 0 TO WS-FID-ESTORNADOS
           OPEN I-O FIDELIDADE-FILE
           IF WS-FID-FILE-STATUS = "35"
               OPEN OUTPUT FIDELIDADE-FILE
               CLOSE FIDELIDADE-FILE
               OPEN I-O FIDELIDADE-FILE
           END-IF
           MOVE WS-FID-CLIENTE TO FID-CLIENTE-CHAVE
           READ FIDELIDADE-FILE KEY IS FID-CLIENTE-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-FIDELIDADE
           END-READ
           ACCEPT WS-FID-DATA FROM DATE YYYYMMDD
           IF WS-FID-MOV-TIPO NOT = "G" AND WS-FID-MOV-TIPO NOT = "C"
               AND WS-FID-MOV-PONTOS > WS-FID-SALDO
               MOVE WS-FID-SALDO TO WS-FID-MOV-PONTOS
           END-IF
           EVALUATE WS-FID-MOV-TIPO
               WHEN "G"
                   ADD WS-FID-MOV-PONTOS TO WS-FID-SALDO
                   ADD WS-FID-MOV-PONTOS TO WS-FID-GANHOS
               WHEN "C"
                   ADD WS-FID-MOV-PONTOS TO WS-FID-SALDO
                   IF WS-FID-MOV-PONTOS > WS-FID-RESGATADOS
                       MOVE 0 TO WS-FID-RESGATADOS
                   ELSE
                       SUBTRACT WS-FID-MOV-PONTOS FROM WS-FID-RESGATADOS
                   END-IF
               WHEN "R"
                   SUBTRACT WS-FID-MOV-PONTOS FROM WS-FID-SALDO
                   ADD WS-FID-MOV-PONTOS TO WS-FID-RESGATADOS
               WHEN "E"
                   SUBTRACT WS-FID-MOV-PONTOS FROM WS-FID-SALDO
                   ADD WS-FID-MOV-PONTOS TO WS-FID-EXPIRADOS
               WHEN "S"
                   SUBTRACT WS-FID-MOV-PONTOS FROM WS-FID-SALDO
                   ADD WS-FID-MOV-PONTOS TO WS-FID-ESTORNADOS
           END-EVALUATE
           MOVE SPACES TO FIDELIDADE-DADOS
           STRING WS-FID-CLIENTE DELIMITED BY SIZE ","
                  WS-FID-SALDO DELIMITED BY SIZE ","
                  WS-FID-GANHOS DELIMITED BY SIZE ","
                  WS-FID-RESGATADOS DELIMITED BY SIZE ","
                  WS-FID-EXPIRADOS DELIMITED BY SIZE ","
                  WS-FID-ESTORNADOS DELIMITED BY SIZE ","
                  WS-FID-DATA DELIMITED BY SIZE
                  INTO FIDELIDADE-DADOS
           IF WS-FID-ACHADO = "Y"
               REWRITE FIDELIDADE-RECORD
           ELSE
               WRITE FIDELIDADE-RECORD
           END-IF
           CLOSE FIDELIDADE-FILE
           IF WS-FID-MOV-PONTOS > 0
               PERFORM GRAVAR-MOVIMENTO-FIDELIDADE
           END-IF.

       GRAVAR-MOVIMENTO-FIDELIDADE.
           MOVE SPACES TO FIDELIDADE-MOV-DADOS
           STRING WS-FID-DATA DELIMITED BY SIZE ","
                  WS-FID-CLIENTE DELIMITED BY SIZE ","
                  WS-FID-MOV-TIPO DELIMITED BY SIZE ","
                  WS-FID-MOV-PONTOS DELIMITED BY SIZE ","
                  WS-FID-MOV-NOTA DELIMITED BY SIZE ","
                  WS-FID-MOV-REF DELIMITED BY SIZE
                  INTO FIDELIDADE-MOV-DADOS
           OPEN EXTEND FIDELIDADE-MOV-FILE
           IF WS-FIM-FILE-STATUS = "35"
               OPEN OUTPUT FIDELIDADE-MOV-FILE
           END-IF
           WRITE FIDELIDADE-MOV-RECORD
           CLOSE FIDELIDADE-MOV-FILE.

       EXTRATO-FIDELIDADE.
           DISPLAY "Codigo do cliente: " WITH NO ADVANCING
           ACCEPT COD-CLIENTE
           MOVE "Y" TO WS-CLIENTE-CONSULTA
           PERFORM VALIDAR-CLIENTE
           MOVE "N" TO WS-CLIENTE-CONSULTA
           IF WS-CLIENTE-VALIDO = "N"
               DISPLAY "Cliente nao encontrado."
           ELSE
               MOVE COD-CLIENTE TO WS-FID-CLIENTE
               PERFORM BUSCAR-SALDO-FIDELIDADE
               COMPUTE WS-FID-VALOR-CLIENTE =
                   WS-FID-SALDO * WS-FID-VALOR-PONTO
               DISPLAY "Cliente: " COD-CLIENTE " " WS-NOME-CLIENTE
               DISPLAY "Saldo: " WS-FID-SALDO " pontos (R$ "
                   WS-FID-VALOR-CLIENTE ")"
               DISPLAY "Ganhos: " WS-FID-GANHOS
                   " Resgatados: " WS-FID-RESGATADOS
               DISPLAY "Expirados: " WS-FID-EXPIRADOS
                   " Estornados: " WS-FID-ESTORNADOS
               DISPLAY "---------------------------------------------"
               DISPLAY "DATA     TIPO       PONTOS    NOTA   REFERENCIA"
               MOVE "N" TO WS-FID-EOF
               OPEN INPUT FIDELIDADE-MOV-FILE
               IF WS-FIM-FILE-STATUS NOT = "35"
                   PERFORM LER-EXTRATO-FIDELIDADE
                       UNTIL WS-FID-EOF = "Y"
                   CLOSE FIDELIDADE-MOV-FILE
               END-IF
           END-IF.

       LER-EXTRATO-FIDELIDADE.
           READ FIDELIDADE-MOV-FILE
               AT END
                   MOVE "Y" TO WS-FID-EOF
               NOT AT END
                   PERFORM PARSE-MOVIMENTO-FIDELIDADE
                   IF WS-FIR-CLIENTE = WS-FID-CLIENTE
                       EVALUATE WS-FIR-TIPO
                           WHEN "G"
                               MOVE "GANHO" TO WS-FID-TIPO-DESC
                           WHEN "R"
                               MOVE "RESGATE" TO WS-FID-TIPO-DESC
                           WHEN "E"
                               MOVE "EXPIRADO" TO WS-FID-TIPO-DESC
                           WHEN "S"
                               MOVE "ESTORNO" TO WS-FID-TIPO-DESC
                           WHEN "C"
                               MOVE "DEVOL.RESG" TO WS-FID-TIPO-DESC
                           WHEN OTHER
                               MOVE "OUTROS" TO WS-FID-TIPO-DESC
                       END-EVALUATE
                       DISPLAY WS-FIR-DATA " " WS-FID-TIPO-DESC " "
                           WS-FIR-PONTOS " " WS-FIR-NOTA " " WS-FIR-REF
                   END-IF
           END-READ.

       RELATORIO-PASSIVO-FIDELIDADE.
           MOVE 0 TO WS-FID-QTD-CLIENTES
           MOVE 0 TO WS-FID-TOTAL-PONTOS
           MOVE 0 TO WS-FID-TOTAL-VALOR
           DISPLAY "================================================="
           DISPLAY "     PASSIVO DE PONTOS DE FIDELIDADE EM ABERTO   "
           DISPLAY "================================================="
           DISPLAY "Valor por ponto: R$ " WS-FID-VALOR-PONTO
           DISPLAY "CLIENTE  SALDO PONTOS   VALOR (R$)"
           MOVE "N" TO WS-FID-EOF
           OPEN INPUT FIDELIDADE-FILE
           IF WS-FID-FILE-STATUS = "35"
               DISPLAY "Nenhum ponto de fidelidade registrado."
           ELSE
               PERFORM LER-PASSIVO-FIDELIDADE UNTIL WS-FID-EOF = "Y"
               CLOSE FIDELIDADE-FILE
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY "Clientes com saldo: " WS-FID-QTD-CLIENTES
           DISPLAY "Total de pontos em aberto: " WS-FID-TOTAL-PONTOS
           DISPLAY "Passivo total (R$): " WS-FID-TOTAL-VALOR.

       LER-PASSIVO-FIDELIDADE.
           READ FIDELIDADE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FID-EOF
               NOT AT END
                   PERFORM PARSE-FIDELIDADE
                   IF WS-FID-SALDO > 0
                       COMPUTE WS-FID-VALOR-CLIENTE =
                           WS-FID-SALDO * WS-FID-VALOR-PONTO
                       ADD 1 TO WS-FID-QTD-CLIENTES
                       ADD WS-FID-SALDO TO WS-FID-TOTAL-PONTOS
                       ADD WS-FID-VALOR-CLIENTE TO WS-FID-TOTAL-VALOR
                       DISPLAY WS-FID-CLIENTE "    " WS-FID-SALDO "  "
                           WS-FID-VALOR-CLIENTE
                   END-IF
           END-READ.

       REGISTRAR-PEDIDO-VENDA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REGISTRAR PEDIDO DE VENDA (ORCAMENTO)     "
           DISPLAY "================================================="
           PERFORM OBTER-PROXIMO-NUMERO-PV
           DISPLAY "Numero do pedido de venda: " WS-PV-NUMERO
           ACCEPT WS-PV-DATA FROM DATE YYYYMMDD
           MOVE "N" TO WS-CLIENTE-VALIDO
           PERFORM OBTER-COD-CLIENTE UNTIL WS-CLIENTE-VALIDO = "Y"
           MOVE "N" TO WS-VENDEDOR-VALIDO
           PERFORM OBTER-COD-VENDEDOR UNTIL WS-VENDEDOR-VALIDO = "Y"
           DISPLAY "Validade da reserva (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-PV-VALIDADE

           MOVE "A" TO WS-PV-STATUS
           PERFORM GRAVAR-PEDIDO-VENDA-CABECALHO

           MOVE "S" TO WS-PV-MAIS-ITENS
           PERFORM REGISTRAR-ITEM-PEDIDO-VENDA
               UNTIL WS-PV-MAIS-ITENS NOT = "S"
               AND WS-PV-MAIS-ITENS NOT = "s"

           DISPLAY "Pedido de venda registrado, estoque reservado "
               "ate " WS-PV-VALIDADE "."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       OBTER-PROXIMO-NUMERO-PV.
           MOVE 0 TO WS-PV-MAIOR
           MOVE "N" TO WS-PV-EOF
           OPEN INPUT PEDIDO-VENDA-FILE
           IF WS-PV-FILE-STATUS = "35"
               MOVE "Y" TO WS-PV-EOF
           ELSE
               PERFORM LER-NUMERACAO-PV UNTIL WS-PV-EOF = "Y"
               CLOSE PEDIDO-VENDA-FILE
           END-IF
           COMPUTE WS-PV-NUMERO = WS-PV-MAIOR + 1.

               IF WS-PV-DISPONIVEL < ITEM-QUANTIDADE
                   DISPLAY "Disponivel insuficiente para reservar "
                       "este item."
                   PERFORM OFERECER-BACKORDER-ITEM
               ELSE
                   MOVE "N" TO WS-PRECO-VALIDO
                   PERFORM LER-PRECO-ITEM-VENDA
               FROM PEDIDO-VENDA-ITEM-DADOS
           CLOSE PEDIDO-VENDA-ITEM-FILE.

       OFERECER-BACKORDER-ITEM.
           DISPLAY "Reservar o disponivel e deixar o saldo em "
               "backorder? (S/N): " WITH NO ADVANCING
           ACCEPT WS-BKO-CONFIRMA
           IF WS-BKO-CONFIRMA = "S" OR WS-BKO-CONFIRMA = "s"
               MOVE "N" TO WS-PRECO-VALIDO
               PERFORM LER-PRECO-ITEM-VENDA
                   UNTIL WS-PRECO-VALIDO = "Y"
               PERFORM SEPARAR-BACKORDER-ITEM
           END-IF.

       SEPARAR-BACKORDER-ITEM.
           MOVE ITEM-QUANTIDADE TO WS-BKO-QTD-SOLICITADA
           IF WS-PV-DISPONIVEL > 0
               MOVE WS-PV-DISPONIVEL TO ITEM-QUANTIDADE
               PERFORM GRAVAR-ITEM-PEDIDO-VENDA
               DISPLAY "Reservado agora: " ITEM-QUANTIDADE
           ELSE
               MOVE 0 TO ITEM-QUANTIDADE
           END-IF
           COMPUTE WS-BKO-QTD =
               WS-BKO-QTD-SOLICITADA - ITEM-QUANTIDADE
           PERFORM GRAVAR-BACKORDER
           DISPLAY "Em backorder: " WS-BKO-QTD
           MOVE WS-BKO-QTD-SOLICITADA TO ITEM-QUANTIDADE.

       GRAVAR-BACKORDER.
           MOVE SPACES TO BACKORDER-DADOS
           STRING WS-PV-NUMERO DELIMITED BY SIZE ","
                  ITEM-PRODUTO DELIMITED BY SIZE ","
                  COD-CLIENTE DELIMITED BY SIZE ","
                  WS-PV-DATA DELIMITED BY SIZE ","
                  WS-BKO-QTD DELIMITED BY SIZE ","
                  "00000" DELIMITED BY SIZE ","
                  ITEM-PRECO DELIMITED BY SIZE ","
                  "A" DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE
                  INTO BACKORDER-DADOS
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           OPEN I-O BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               OPEN OUTPUT BACKORDER-FILE
           END-IF
           WRITE BACKORDER-RECORD
           MOVE "dadosBackorder.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-BKO-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE BACKORDER-FILE.

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

       CONTAR-BACKORDERS-PEDIDO.
           MOVE 0 TO WS-BKO-ABERTOS
           MOVE "N" TO WS-BKO-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           ELSE
               PERFORM LER-BACKORDER-CONTAGEM UNTIL WS-BKO-EOF = "Y"
               CLOSE BACKORDER-FILE
           END-IF.

       LER-BACKORDER-CONTAGEM.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BKO-EOF
               NOT AT END
                   PERFORM PARSE-BACKORDER-RECORD
                   IF WS-BKO-REG-PEDIDO = WS-PV-NUMERO
                       AND BKO-ABERTO
                       ADD 1 TO WS-BKO-ABERTOS
                   END-IF
           END-READ.

       CANCELAR-BACKORDERS-PEDIDO.
           MOVE "N" TO WS-BKO-EOF
           OPEN I-O BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           ELSE
               PERFORM LER-BACKORDER-CANCELAMENTO
                   UNTIL WS-BKO-EOF = "Y"
               CLOSE BACKORDER-FILE
           END-IF.

       LER-BACKORDER-CANCELAMENTO.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BKO-EOF
               NOT AT END
                   PERFORM PARSE-BACKORDER-RECORD
                   IF WS-BKO-REG-PEDIDO = WS-PV-NUMERO
                       AND BKO-ABERTO
                       ACCEPT WS-BKO-REG-DATA-ATEND
                           FROM DATE YYYYMMDD
                       MOVE SPACES TO BACKORDER-DADOS
                       STRING WS-BKO-REG-PEDIDO DELIMITED BY SIZE ","
                              WS-BKO-REG-PRODUTO DELIMITED BY SIZE ","
                              WS-BKO-REG-CLIENTE DELIMITED BY SIZE ","
                              WS-BKO-REG-DATA DELIMITED BY SIZE ","
                              WS-BKO-REG-QTD DELIMITED BY SIZE ","
                              WS-BKO-REG-ALOCADA DELIMITED BY SIZE ","
                              WS-BKO-REG-PRECO DELIMITED BY SIZE ","
                              "C" DELIMITED BY SIZE ","
                              WS-BKO-REG-DATA-ATEND DELIMITED BY SIZE
                              INTO BACKORDER-DADOS
                       REWRITE BACKORDER-RECORD
                       MOVE "dadosBackorder.txt" TO WS-ARQ-NOME
                       MOVE "REWRITE" TO WS-ARQ-OPERACAO
                       MOVE WS-BKO-FILE-STATUS TO WS-ARQ-STATUS
                       PERFORM TESTAR-STATUS-ARQUIVO
                       DISPLAY "Backorder do produto "
                           WS-BKO-REG-PRODUTO " cancelado ("
                           WS-BKO-PENDENTE " pendente)."
                   END-IF
           END-READ.

       RELATORIO-AGING-BACKORDER.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   BACKORDERS EM ABERTO POR CLIENTE E PRODUTO    "
           DISPLAY "================================================="
           ACCEPT WS-BKO-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-BKG-LINHAS
           MOVE "S" TO WS-BKG-PRIMEIRO
           SORT BACKORDER-SORT-FILE
               ON ASCENDING KEY BKS-CLIENTE BKS-PRODUTO BKS-DATA
               INPUT PROCEDURE IS CARREGAR-SORT-BACKORDER
               OUTPUT PROCEDURE IS EXIBIR-SORT-BACKORDER
           IF WS-BKG-LINHAS = 0
               DISPLAY "Nenhum backorder em aberto."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CARREGAR-SORT-BACKORDER.
           MOVE "N" TO WS-BKO-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BKO-FILE-STATUS = "35"
               MOVE "Y" TO WS-BKO-EOF
           ELSE
               PERFORM LER-BACKORDER-AGING UNTIL WS-BKO-EOF = "Y"
               CLOSE BACKORDER-FILE
           END-IF.

       LER-BACKORDER-AGING.
           READ BACKORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BKO-EOF
               NOT AT END
                   PERFORM PARSE-BACKORDER-RECORD
                   IF BKO-ABERTO AND WS-BKO-PENDENTE > 0
                       MOVE WS-BKO-REG-CLIENTE TO BKS-CLIENTE
                       MOVE WS-BKO-REG-PRODUTO TO BKS-PRODUTO
                       MOVE WS-BKO-REG-DATA TO BKS-DATA
                       MOVE WS-BKO-REG-PEDIDO TO BKS-PEDIDO
                       MOVE WS-BKO-PENDENTE TO BKS-PENDENTE
                       COMPUTE BKS-DIAS =
                           FUNCTION INTEGER-OF-DATE(WS-BKO-HOJE) -
                           FUNCTION INTEGER-OF-DATE(WS-BKO-REG-DATA)
                       RELEASE BACKORDER-SORT-RECORD
                   END-IF
           END-READ.

       EXIBIR-SORT-BACKORDER.
           MOVE "N" TO WS-BKG-SORT-EOF
           PERFORM LER-SORT-BACKORDER UNTIL WS-BKG-SORT-EOF = "Y"
           IF WS-BKG-PRIMEIRO = "N"
               PERFORM EXIBIR-AGING-PRODUTO
               PERFORM EXIBIR-AGING-CLIENTE
           END-IF.

       LER-SORT-BACKORDER.
           RETURN BACKORDER-SORT-FILE
               AT END
                   MOVE "Y" TO WS-BKG-SORT-EOF
               NOT AT END
                   ADD 1 TO WS-BKG-LINHAS
                   IF WS-BKG-PRIMEIRO = "S"
                       MOVE "N" TO WS-BKG-PRIMEIRO
                       PERFORM INICIAR-AGING-CLIENTE
                       PERFORM INICIAR-AGING-PRODUTO
                   ELSE
                       IF BKS-CLIENTE NOT = WS-BKG-CLIENTE-ANT
                           PERFORM EXIBIR-AGING-PRODUTO
                           PERFORM EXIBIR-AGING-CLIENTE
                           PERFORM INICIAR-AGING-CLIENTE
                           PERFORM INICIAR-AGING-PRODUTO
                       ELSE
                           IF BKS-PRODUTO NOT = WS-BKG-PRODUTO-ANT
                               PERFORM EXIBIR-AGING-PRODUTO
                               PERFORM INICIAR-AGING-PRODUTO
                           END-IF
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN BKS-DIAS <= 15
                           ADD BKS-PENDENTE TO WS-BKG-ATE-15
                       WHEN BKS-DIAS <= 30
                           ADD BKS-PENDENTE TO WS-BKG-ATE-30
                       WHEN BKS-DIAS <= 60
                           ADD BKS-PENDENTE TO WS-BKG-ATE-60
                       WHEN OTHER
                           ADD BKS-PENDENTE TO WS-BKG-ACIMA-60
                   END-EVALUATE
                   IF BKS-DIAS > WS-BKG-MAIS-ANTIGO
                       MOVE BKS-DIAS TO WS-BKG-MAIS-ANTIGO
                   END-IF
           END-RETURN.

       INICIAR-AGING-CLIENTE.
           MOVE BKS-CLIENTE TO WS-BKG-CLIENTE-ANT
           INITIALIZE WS-BKG-TOTAIS-CLIENTE
           MOVE BKS-CLIENTE TO COD-CLIENTE
           PERFORM BUSCAR-NOME-CLIENTE
           DISPLAY "-------------------------------------------------"
           DISPLAY "Cliente " BKS-CLIENTE " " WS-NOME-CLIENTE
           DISPLAY "  PRODUTO  0-15 DIAS 16-30 DIAS 31-60 DIAS "
               "+60 DIAS  MAIS ANTIGO".

       INICIAR-AGING-PRODUTO.
           MOVE BKS-PRODUTO TO WS-BKG-PRODUTO-ANT
           INITIALIZE WS-BKG-FAIXAS.

       EXIBIR-AGING-PRODUTO.
           DISPLAY "  " WS-BKG-PRODUTO-ANT "    "
               WS-BKG-ATE-15 "   " WS-BKG-ATE-30 "   "
               WS-BKG-ATE-60 "   " WS-BKG-ACIMA-60 "  "
               WS-BKG-MAIS-ANTIGO " dias"
           ADD WS-BKG-ATE-15 TO WS-BKG-CLI-ATE-15
           ADD WS-BKG-ATE-30 TO WS-BKG-CLI-ATE-30
           ADD WS-BKG-ATE-60 TO WS-BKG-CLI-ATE-60
           ADD WS-BKG-ACIMA-60 TO WS-BKG-CLI-ACIMA-60.

       EXIBIR-AGING-CLIENTE.
           DISPLAY "  TOTAL    "
               WS-BKG-CLI-ATE-15 "   " WS-BKG-CLI-ATE-30 "   "
               WS-BKG-CLI-ATE-60 "   " WS-BKG-CLI-ACIMA-60.

       APURAR-DISPONIVEL-PRODUTO.
           MOVE ITEM-PRODUTO TO WS-PV-RES-PRODUTO
           PERFORM APURAR-RESERVA-PRODUTO
                   WHEN PV-EXPIRADO
                       DISPLAY "Pedido expirado, reserva ja liberada."
                   WHEN OTHER
                       MOVE WS-PV-CLIENTE TO COD-CLIENTE
                       PERFORM VALIDAR-CLIENTE
                       IF WS-CLIENTE-RESTRITO = "Y"
                           DISPLAY "Faturamento bloqueado pela "
                               "situacao do cliente."
                       ELSE
                           PERFORM CONVERTER-PEDIDO-ABERTO
                       END-IF
               END-EVALUATE
           END-IF
           DISPLAY "Pressione Enter para continuar..."

       CONVERTER-PEDIDO-ABERTO.
           ACCEPT WS-PV-HOJE FROM DATE YYYYMMDD
           PERFORM CONTAR-BACKORDERS-PEDIDO
           MOVE "S" TO WS-BKO-CONFIRMA
           IF WS-BKO-ABERTOS > 0 AND WS-PV-VALIDADE >= WS-PV-HOJE
               DISPLAY "Pedido com " WS-BKO-ABERTOS
                   " item(ns) em backorder aguardando estoque."
               DISPLAY "Faturar somente o reservado e cancelar o "
                   "backorder? (S/N): " WITH NO ADVANCING
               ACCEPT WS-BKO-CONFIRMA
           END-IF
           IF WS-PV-VALIDADE < WS-PV-HOJE
               MOVE "E" TO WS-PV-STATUS-NOVO
               PERFORM REGRAVAR-STATUS-PEDIDO-VENDA
               PERFORM CANCELAR-BACKORDERS-PEDIDO
               DISPLAY "Pedido vencido em " WS-PV-VALIDADE
                   ", reserva liberada."
           ELSE
           IF WS-BKO-CONFIRMA NOT = "S" AND WS-BKO-CONFIRMA NOT = "s"
               DISPLAY "Faturamento adiado, pedido aguarda o "
                   "atendimento do backorder."
           ELSE
               PERFORM CANCELAR-BACKORDERS-PEDIDO
               MOVE "Y" TO WS-NOTA-DUPLICADA
               PERFORM OBTER-NUMERO-NOTA
                   UNTIL WS-NOTA-DUPLICADA = "N"
               PERFORM GERAR-TITULOS-RECEBER
               DISPLAY "Pedido " WS-PV-NUMERO
                   " convertido na nota " NUMERO-NOTA "."
           END-IF
           END-IF.

       CARREGAR-ITENS-PEDIDO-VENDA.
           MOVE WS-PVI-PRODUTO(WS-PVI-IDX) TO ITEM-PRODUTO
           MOVE WS-PVI-QTD(WS-PVI-IDX) TO ITEM-QUANTIDADE
           MOVE WS-PVI-PRECO(WS-PVI-IDX) TO ITEM-PRECO
           MOVE ITEM-PRODUTO TO WS-NSR-PRODUTO
           MOVE ITEM-QUANTIDADE TO WS-NSR-QTD
           PERFORM BUSCAR-SERIALIZADO-PRODUTO
           SET NSR-MODO-VENDA TO TRUE
           PERFORM CAPTURAR-SERIES-ITEM
           IF WS-NSR-OK = "N"
               DISPLAY "Numeros de serie nao informados para o produto "
                   ITEM-PRODUTO ", item nao faturado."
           ELSE
               PERFORM BAIXAR-ESTOQUE-VENDA
               IF WS-ESTOQUE-SUFICIENTE = "N"
                   DISPLAY "Estoque insuficiente para o produto "
                       ITEM-PRODUTO ", item nao faturado."
               ELSE
                   PERFORM GRAVAR-ITEM-VENDA
                   PERFORM MARCAR-SERIES-VENDIDAS
               END-IF
           END-IF.

       REGRAVAR-STATUS-PEDIDO-VENDA.
           ACCEPT DATA-VENDA FROM DATE YYYYMMDD
           MOVE WS-PDV-CLIENTE-PADRAO TO COD-CLIENTE
           MOVE "CONSUMIDOR FINAL" TO WS-NOME-CLIENTE
           MOVE 0 TO WS-FID-RESGATE-PONTOS
           MOVE 0 TO WS-FID-RESGATE-VALOR
           PERFORM OBTER-VENDEDOR-OPERADOR
           PERFORM IDENTIFICAR-CLIENTE-FIDELIDADE
           MOVE 0 TO WS-FRETE-VALOR
           PERFORM GRAVAR-VENDA-CABECALHO
           MOVE 0 TO WS-TOTAL-NOTA
           PERFORM REGISTRAR-ITEM-PDV
               UNTIL WS-PDV-MAIS-ITENS NOT = "S"
           IF WS-TOTAL-NOTA > 0
               DISPLAY "Total a receber: " WS-TOTAL-NOTA
               PERFORM OFERECER-RESGATE-FIDELIDADE
               MOVE "N" TO WS-PAG-ACEITA-PRAZO
               PERFORM OBTER-FORMAS-PAGAMENTO
               PERFORM GRAVAR-PAGAMENTOS-VENDA
               IF WS-PAG-A-VISTA > 0
                   MOVE 1 TO WS-TIT-PARCELA
                   PERFORM GRAVAR-TITULO-PDV
               END-IF
               PERFORM REGISTRAR-PONTOS-NOTA
               PERFORM IMPRIMIR-RECIBO-PDV
               DISPLAY "Recibo gravado em reciboPdv.txt"
           ELSE
               DISPLAY "Nenhum item vendido."
                       MOVE "P" TO WS-ITEM-PROMO
                       DISPLAY "Preco promocional: " ITEM-PRECO
                   END-IF
                   MOVE ITEM-PRODUTO TO WS-NSR-PRODUTO
                   MOVE ITEM-QUANTIDADE TO WS-NSR-QTD
                   SET NSR-MODO-VENDA TO TRUE
                   PERFORM CAPTURAR-SERIES-ITEM
                   IF WS-NSR-OK = "N"
                       DISPLAY "Item nao registrado: numeros de serie "
                           "nao informados."
                   ELSE
                       PERFORM BAIXAR-ESTOQUE-VENDA
                       IF WS-ESTOQUE-SUFICIENTE = "N"
                           DISPLAY "Estoque insuficiente para este "
                               "item."
                       ELSE
                           PERFORM GRAVAR-ITEM-VENDA
                           PERFORM MARCAR-SERIES-VENDIDAS
                           DISPLAY NOME " x " ITEM-QUANTIDADE
                               " = " WS-VALOR-ITEM
                               "  Subtotal: " WS-TOTAL-NOTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVAR-TITULO-PDV.
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING NUMERO-NOTA DELIMITED BY SIZE ","
                  WS-TIT-PARCELA DELIMITED BY SIZE ","
                  COD-CLIENTE DELIMITED BY SIZE ","
                  DATA-VENDA DELIMITED BY SIZE ","
                  WS-PAG-A-VISTA DELIMITED BY SIZE ","
                  "B" DELIMITED BY SIZE ","
                  DATA-VENDA DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           CLOSE TITULO-RECEBER-FILE.

       IMPRIMIR-RECIBO-PDV.
           MOVE "reciboPdv.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND RECIBO-PDV-FILE
           MOVE ALL "=" TO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
                  DATA-VENDA DELIMITED BY SIZE
                  INTO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
           MOVE SPACES TO RECIBO-PDV-LINHA
           STRING "CLIENTE: " DELIMITED BY SIZE
                  WS-NOME-CLIENTE DELIMITED BY SIZE
                  INTO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
           MOVE "N" TO WS-END-OF-FILE
           MOVE NUMERO-NOTA TO WS-NFD-NOTA
           PERFORM LER-ITEM-RECIBO-PDV UNTIL WS-END-OF-FILE = "Y"
           CLOSE VENDA-ITEM-FILE
           MOVE SPACES TO RECIBO-PDV-LINHA
           STRING "TOTAL PAGO: " DELIMITED BY SIZE
                  WS-NFD-TOTAL DELIMITED BY SIZE
                  INTO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
           PERFORM GRAVAR-FORMA-RECIBO-PDV
               VARYING WS-PAG-IDX FROM 1 BY 1
               UNTIL WS-PAG-IDX > WS-PAG-COUNT
           IF WS-PAG-TROCO > 0
               MOVE SPACES TO RECIBO-PDV-LINHA
               STRING "  TROCO: " DELIMITED BY SIZE
                      WS-PAG-TROCO DELIMITED BY SIZE
                      INTO RECIBO-PDV-LINHA
               WRITE RECIBO-PDV-LINHA
           END-IF
           IF COD-CLIENTE NOT = WS-PDV-CLIENTE-PADRAO
               MOVE SPACES TO RECIBO-PDV-LINHA
               STRING "PONTOS GANHOS: " DELIMITED BY SIZE
                      WS-FID-GANHOS-NOTA DELIMITED BY SIZE
                      "  SALDO DE PONTOS: " DELIMITED BY SIZE
                      WS-FID-SALDO DELIMITED BY SIZE
                      INTO RECIBO-PDV-LINHA
               WRITE RECIBO-PDV-LINHA
           END-IF
           MOVE SPACES TO RECIBO-PDV-LINHA
           STRING "OPERADOR: " DELIMITED BY SIZE
                  WS-USUARIO-LOGIN DELIMITED BY SIZE
                  INTO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
           MOVE ALL "=" TO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA
           CLOSE RECIBO-PDV-FILE
           MOVE "reciboPdv.txt" TO WS-RLE-ARQUIVO
           MOVE "reciboPdv" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Cupom nota " DELIMITED BY SIZE
                  NUMERO-NOTA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       GRAVAR-FORMA-RECIBO-PDV.
           MOVE WS-PAG-FORMA(WS-PAG-IDX) TO WS-PAG-REG-FORMA
           PERFORM DESCREVER-FORMA-PAGAMENTO
           MOVE SPACES TO RECIBO-PDV-LINHA
           STRING "  " DELIMITED BY SIZE
                  WS-PAG-DESCRICAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAG-VALOR(WS-PAG-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAG-REFERENCIA(WS-PAG-IDX) DELIMITED BY SIZE
                  INTO RECIBO-PDV-LINHA
           WRITE RECIBO-PDV-LINHA.

       DESCREVER-FORMA-PAGAMENTO.
           EVALUATE WS-PAG-REG-FORMA
               WHEN "D"
                   MOVE "DINHEIRO" TO WS-PAG-DESCRICAO
               WHEN "B"
                   MOVE "CARTAO DEBITO" TO WS-PAG-DESCRICAO
               WHEN "C"
                   MOVE "CARTAO CREDITO" TO WS-PAG-DESCRICAO
               WHEN "X"
                   MOVE "PIX" TO WS-PAG-DESCRICAO
               WHEN "N"
                   MOVE "NOTA CREDITO" TO WS-PAG-DESCRICAO
               WHEN "P"
                   MOVE "A PRAZO" TO WS-PAG-DESCRICAO
               WHEN "F"
                   MOVE "PONTOS FIDELID." TO WS-PAG-DESCRICAO
               WHEN OTHER
                   MOVE "OUTROS" TO WS-PAG-DESCRICAO
           END-EVALUATE.

       LER-ITEM-RECIBO-PDV.
           READ VENDA-ITEM-FILE INTO VENDA-ITEM-RECORD
           END-READ.

       GRAVAR-DOCUMENTO-NOTA.
           MOVE "documentoNotaFiscal.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND DOC-NOTA-FISCAL-FILE
           MOVE ALL "=" TO DOC-NOTA-FISCAL-LINHA
           WRITE DOC-NOTA-FISCAL-LINHA
                  WS-NFD-TOTAL DELIMITED BY SIZE
                  INTO DOC-NOTA-FISCAL-LINHA
           WRITE DOC-NOTA-FISCAL-LINHA
           PERFORM GRAVAR-PAGAMENTOS-DOCUMENTO
           PERFORM GRAVAR-PARCELAS-DOCUMENTO
           MOVE SPACES TO DOC-NOTA-FISCAL-LINHA
           STRING "VENDEDOR " DELIMITED BY SIZE
           WRITE DOC-NOTA-FISCAL-LINHA
           MOVE ALL "=" TO DOC-NOTA-FISCAL-LINHA
           WRITE DOC-NOTA-FISCAL-LINHA
           CLOSE DOC-NOTA-FISCAL-FILE
           MOVE "documentoNotaFiscal.txt" TO WS-RLE-ARQUIVO
           MOVE "documentoNotaFiscal" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Nota fiscal " DELIMITED BY SIZE
                  NUMERO-NOTA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       LER-ITEM-DOCUMENTO.
           READ VENDA-ITEM-FILE INTO VENDA-ITEM-RECORD
                   END-IF
           END-READ.

       GRAVAR-PAGAMENTOS-DOCUMENTO.
           MOVE "N" TO WS-PAG-EOF
           OPEN INPUT PAGAMENTO-VENDA-FILE
           IF WS-PAG-FILE-STATUS = "35"
               MOVE "Y" TO WS-PAG-EOF
           ELSE
               PERFORM LER-PAGAMENTO-DOCUMENTO UNTIL WS-PAG-EOF = "Y"
               CLOSE PAGAMENTO-VENDA-FILE
           END-IF.

       LER-PAGAMENTO-DOCUMENTO.
           READ PAGAMENTO-VENDA-FILE INTO PAGAMENTO-VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-PAG-EOF
               NOT AT END
                   UNSTRING PAGAMENTO-VENDA-DADOS DELIMITED BY ","
                       INTO WS-PAG-REG-NOTA WS-PAG-REG-SEQ
                            WS-PAG-REG-FORMA WS-PAG-REG-VALOR-ALFA
                            WS-PAG-REG-REFERENCIA
                   IF WS-PAG-REG-NOTA = WS-NFD-NOTA
                       PERFORM DESCREVER-FORMA-PAGAMENTO
                       MOVE SPACES TO DOC-NOTA-FISCAL-LINHA
                       STRING "PAGAMENTO: " DELIMITED BY SIZE
                              WS-PAG-DESCRICAO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-PAG-REG-VALOR-ALFA
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              WS-PAG-REG-REFERENCIA DELIMITED BY SIZE
                              INTO DOC-NOTA-FISCAL-LINHA
                       WRITE DOC-NOTA-FISCAL-LINHA
                   END-IF
           END-READ.

       GRAVAR-PARCELAS-DOCUMENTO.
           MOVE "N" TO WS-TIT-EOF
           OPEN INPUT TITULO-RECEBER-FILE
                            WS-TIT-REG-VALOR-ALFA WS-TIT-REG-STATUS
                            WS-TIT-REG-DATA-BAIXA
                   IF WS-TIT-REG-NOTA = WS-NFD-NOTA
                       AND WS-TIT-REG-PARCELA > 0
                       MOVE SPACES TO DOC-NOTA-FISCAL-LINHA
                       STRING "PARCELA " DELIMITED BY SIZE
                              WS-TIT-REG-PARCELA DELIMITED BY SIZE
           END-IF.

       GRAVAR-LISTA-SEPARACAO.
           MOVE "listaSeparacao.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND LISTA-SEPARACAO-FILE
           MOVE ALL "=" TO LISTA-SEPARACAO-LINHA
           WRITE LISTA-SEPARACAO-LINHA
               UNTIL WS-PCK-I > WS-PCK-COUNT
           MOVE ALL "=" TO LISTA-SEPARACAO-LINHA
           WRITE LISTA-SEPARACAO-LINHA
           CLOSE LISTA-SEPARACAO-FILE
           MOVE "listaSeparacao.txt" TO WS-RLE-ARQUIVO
           MOVE "listaSeparacao" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Nota " DELIMITED BY SIZE
                  WS-PCK-NOTA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       GRAVAR-LINHA-SEPARACAO.
           MOVE SPACES TO LISTA-SEPARACAO-LINHA
                   END-IF
           END-READ.

       MENU-ORCAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              ORCAMENTO DE VENDA                 "
           DISPLAY "================================================="
           DISPLAY "1 - Registrar Orcamento"
           DISPLAY "2 - Converter Orcamento em Pedido de Venda"
           DISPLAY "3 - Reimprimir Orcamento"
           DISPLAY "4 - Relatorio de Conversao por Vendedor"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WS-ORC-OPCAO
           EVALUATE WS-ORC-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-ORCAMENTO
               WHEN 2
                   PERFORM CONVERTER-ORCAMENTO
               WHEN 3
                   PERFORM REIMPRIMIR-ORCAMENTO
               WHEN 4
                   PERFORM RELATORIO-CONVERSAO-ORCAMENTO
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       REGISTRAR-ORCAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            REGISTRAR ORCAMENTO DE VENDA         "
           DISPLAY "================================================="
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "ORCAMENTO" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-ORC-NUMERO
           DISPLAY "Numero do orcamento: " WS-ORC-NUMERO
           ACCEPT WS-ORC-DATA FROM DATE YYYYMMDD
           MOVE "N" TO WS-CLIENTE-VALIDO
           PERFORM OBTER-CLIENTE-ORCAMENTO
               UNTIL WS-CLIENTE-VALIDO = "Y"
           MOVE COD-CLIENTE TO WS-ORC-CLIENTE
           MOVE "N" TO WS-VENDEDOR-VALIDO
           PERFORM OBTER-COD-VENDEDOR UNTIL WS-VENDEDOR-VALIDO = "Y"
           MOVE COD-VENDEDOR TO WS-ORC-VENDEDOR
           COMPUTE WS-ORC-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORC-DATA)
               + WS-ORC-DIAS-VALIDADE
           MOVE FUNCTION DATE-OF-INTEGER(WS-ORC-DATA-INT)
               TO WS-ORC-VALIDADE
           DISPLAY "Validade do orcamento (AAAAMMDD, Enter = "
               WS-ORC-VALIDADE "): " WITH NO ADVANCING
           ACCEPT WS-ORC-ENTRADA-DATA
           IF WS-ORC-ENTRADA-DATA IS NUMERIC
               AND WS-ORC-ENTRADA-DATA >= WS-ORC-DATA
               MOVE WS-ORC-ENTRADA-DATA TO WS-ORC-VALIDADE
           END-IF
           PERFORM OBTER-FRETE-VENDA
           MOVE WS-FRETE-VALOR TO WS-ORC-FRETE

           MOVE 0 TO WS-TOTAL-NOTA
           MOVE 0 TO WS-TOTAL-IMPOSTO
           MOVE "S" TO WS-ORC-MAIS-ITENS
           PERFORM REGISTRAR-ITEM-ORCAMENTO
               UNTIL WS-ORC-MAIS-ITENS NOT = "S"
               AND WS-ORC-MAIS-ITENS NOT = "s"

           IF WS-TOTAL-NOTA = 0
               DISPLAY "Nenhum item orcado, orcamento descartado."
           ELSE
               ADD WS-FRETE-VALOR TO WS-TOTAL-NOTA
               MOVE WS-TOTAL-NOTA TO WS-ORC-TOTAL
               MOVE WS-TOTAL-IMPOSTO TO WS-ORC-IMPOSTO
               MOVE "A" TO WS-ORC-STATUS
               MOVE 0 TO WS-ORC-PEDIDO
               PERFORM GRAVAR-ORCAMENTO-CABECALHO
               MOVE WS-ORC-NUMERO TO WS-ORC-CONSULTA
               PERFORM IMPRIMIR-ORCAMENTO
               DISPLAY "Orcamento " WS-ORC-NUMERO " registrado, "
                   "valido ate " WS-ORC-VALIDADE "."
               DISPLAY "Total orcado: " WS-ORC-TOTAL
           END-IF.

       OBTER-CLIENTE-ORCAMENTO.
           DISPLAY "Digite o codigo do cliente: " WITH NO ADVANCING
           ACCEPT COD-CLIENTE
           PERFORM VALIDAR-CLIENTE
           IF WS-CLIENTE-VALIDO = "N"
               IF WS-CLIENTE-RESTRITO = "Y"
                   DISPLAY "Informe outro cliente."
               ELSE
                   DISPLAY "Cliente nao cadastrado, tente novamente."
               END-IF
           ELSE
               DISPLAY "Cliente: " WS-NOME-CLIENTE
           END-IF.

       REGISTRAR-ITEM-ORCAMENTO.
           DISPLAY "Codigo do produto ou EAN-13: " WITH NO ADVANCING
           ACCEPT WS-ENTRADA-ITEM
           MOVE "N" TO WS-PRODUTO-VALIDO
           COMPUTE WS-ENTRADA-ITEM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-ENTRADA-ITEM))
           IF WS-ENTRADA-ITEM IS NUMERIC
               AND WS-ENTRADA-ITEM-LEN > 5
               MOVE WS-ENTRADA-ITEM TO WS-EAN-BUSCA
               PERFORM VALIDAR-PRODUTO-VENDA-EAN
           ELSE
               MOVE WS-ENTRADA-ITEM(1:5) TO ITEM-PRODUTO
               PERFORM VALIDAR-PRODUTO-VENDA
           END-IF
           IF WS-PRODUTO-VALIDO = "N"
               DISPLAY "Produto nao cadastrado, tente novamente."
           ELSE
               MOVE "N" TO WS-ORC-ACHADO
               OPEN INPUT ORCAMENTO-ITEM-FILE
               IF WS-ORC-FILE-STATUS NOT = "35"
                   MOVE WS-ORC-NUMERO TO ORI-NUMERO-CHAVE
                   MOVE "," TO ORCAMENTO-ITEM-DADOS(7:1)
                   MOVE ITEM-PRODUTO TO ORI-PRODUTO-CHAVE
                   READ ORCAMENTO-ITEM-FILE
                       KEY IS ORI-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ORC-ACHADO
                   END-READ
                   CLOSE ORCAMENTO-ITEM-FILE
               END-IF
               IF WS-ORC-ACHADO = "Y"
                   DISPLAY "Produto ja incluido neste orcamento."
               ELSE
                   DISPLAY "Quantidade: " WITH NO ADVANCING
                   ACCEPT ITEM-QUANTIDADE
                   MOVE "N" TO WS-PRECO-VALIDO
                   PERFORM LER-PRECO-ITEM-VENDA
                       UNTIL WS-PRECO-VALIDO = "Y"
                   PERFORM GRAVAR-ITEM-ORCAMENTO
               END-IF
           END-IF
           DISPLAY "Mais itens neste orcamento? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-ORC-MAIS-ITENS.

       GRAVAR-ITEM-ORCAMENTO.
           COMPUTE WS-VALOR-ITEM = ITEM-QUANTIDADE * ITEM-PRECO
           PERFORM BUSCAR-ALIQUOTA-NCM
           COMPUTE WS-ITEM-IMPOSTO ROUNDED =
               WS-VALOR-ITEM * WS-ALIQ-PRODUTO / 100
           MOVE SPACES TO ORCAMENTO-ITEM-DADOS
           STRING WS-ORC-NUMERO DELIMITED BY SIZE ","
                  ITEM-PRODUTO DELIMITED BY SIZE ","
                  ITEM-QUANTIDADE DELIMITED BY SIZE ","
                  ITEM-PRECO DELIMITED BY SIZE ","
                  WS-ITEM-PROMO DELIMITED BY SIZE ","
                  WS-ITEM-IMPOSTO DELIMITED BY SIZE
                  INTO ORCAMENTO-ITEM-DADOS
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           OPEN I-O ORCAMENTO-ITEM-FILE
           IF WS-ORC-FILE-STATUS = "35"
               OPEN OUTPUT ORCAMENTO-ITEM-FILE
           END-IF
           WRITE ORCAMENTO-ITEM-RECORD
           MOVE "dadosOrcamentoItem.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-ORC-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE ORCAMENTO-ITEM-FILE
           ADD WS-VALOR-ITEM TO WS-TOTAL-NOTA
           ADD WS-ITEM-IMPOSTO TO WS-TOTAL-IMPOSTO
           DISPLAY "Item orcado: " WS-VALOR-ITEM
               "  Subtotal: " WS-TOTAL-NOTA.

       GRAVAR-ORCAMENTO-CABECALHO.
           PERFORM MONTAR-ORCAMENTO-CABECALHO
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           OPEN I-O ORCAMENTO-FILE
           IF WS-ORC-FILE-STATUS = "35"
               OPEN OUTPUT ORCAMENTO-FILE
           END-IF
           WRITE ORCAMENTO-RECORD
           MOVE "dadosOrcamento.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-ORC-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE ORCAMENTO-FILE.

       MONTAR-ORCAMENTO-CABECALHO.
           MOVE SPACES TO ORCAMENTO-DADOS
           STRING WS-ORC-NUMERO DELIMITED BY SIZE ","
                  WS-ORC-DATA DELIMITED BY SIZE ","
                  WS-ORC-CLIENTE DELIMITED BY SIZE ","
                  WS-ORC-VENDEDOR DELIMITED BY SIZE ","
                  WS-ORC-VALIDADE DELIMITED BY SIZE ","
                  WS-ORC-STATUS DELIMITED BY SIZE ","
                  WS-ORC-FRETE-ALFA DELIMITED BY SIZE ","
                  WS-ORC-TOTAL-ALFA DELIMITED BY SIZE ","
                  WS-ORC-IMPOSTO-ALFA DELIMITED BY SIZE ","
                  WS-ORC-PEDIDO DELIMITED BY SIZE
                  INTO ORCAMENTO-DADOS.

       PARSE-ORCAMENTO-CABECALHO.
           UNSTRING ORCAMENTO-DADOS DELIMITED BY ","
               INTO WS-ORC-NUMERO WS-ORC-DATA WS-ORC-CLIENTE
                    WS-ORC-VENDEDOR WS-ORC-VALIDADE WS-ORC-STATUS
                    WS-ORC-FRETE-ALFA WS-ORC-TOTAL-ALFA
                    WS-ORC-IMPOSTO-ALFA WS-ORC-PEDIDO
           IF WS-ORC-FRETE-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-ORC-FRETE
           END-IF
           IF WS-ORC-TOTAL-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-ORC-TOTAL
           END-IF
           IF WS-ORC-IMPOSTO-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-ORC-IMPOSTO
           END-IF.

       BUSCAR-ORCAMENTO.
           MOVE "N" TO WS-ORC-ACHADO
           OPEN INPUT ORCAMENTO-FILE
           IF WS-ORC-FILE-STATUS NOT = "35"
               MOVE WS-ORC-CONSULTA TO ORCAMENTO-NUMERO-CHAVE
               READ ORCAMENTO-FILE
                   KEY IS ORCAMENTO-NUMERO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PARSE-ORCAMENTO-CABECALHO
                       MOVE "Y" TO WS-ORC-ACHADO
               END-READ
               CLOSE ORCAMENTO-FILE
           END-IF.

       REIMPRIMIR-ORCAMENTO.
           DISPLAY "Numero do orcamento: " WITH NO ADVANCING
           ACCEPT WS-ORC-CONSULTA
           PERFORM IMPRIMIR-ORCAMENTO.

       IMPRIMIR-ORCAMENTO.
           PERFORM BUSCAR-ORCAMENTO
           IF WS-ORC-ACHADO = "N"
               DISPLAY "Orcamento nao encontrado."
           ELSE
               MOVE WS-ORC-CLIENTE TO COD-CLIENTE
               MOVE WS-ORC-VENDEDOR TO COD-VENDEDOR
               PERFORM BUSCAR-NOME-CLIENTE
               MOVE "E" TO WS-END-TIPO-ESCOLHA
               PERFORM BUSCAR-ENDERECO-ENTREGA
               PERFORM BUSCAR-NOME-VENDEDOR-NF
               PERFORM GRAVAR-DOCUMENTO-ORCAMENTO
               DISPLAY "Documento gravado em documentoOrcamento.txt"
           END-IF.

       GRAVAR-DOCUMENTO-ORCAMENTO.
           MOVE "documentoOrcamento.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND DOC-ORCAMENTO-FILE
           MOVE ALL "=" TO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "ORCAMENTO DE VENDA N. " DELIMITED BY SIZE
                  WS-ORC-NUMERO DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  WS-ORC-DATA DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "CLIENTE " DELIMITED BY SIZE
                  COD-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOME-CLIENTE DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           IF WS-NFD-END-ACHADO = "Y"
               MOVE SPACES TO DOC-ORCAMENTO-LINHA
               STRING "ENDERECO: " DELIMITED BY SIZE
                      WS-NFD-END-RUA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NFD-END-NUMERO DELIMITED BY SIZE
                      INTO DOC-ORCAMENTO-LINHA
               WRITE DOC-ORCAMENTO-LINHA
               MOVE SPACES TO DOC-ORCAMENTO-LINHA
               STRING "          " DELIMITED BY SIZE
                      WS-NFD-END-CIDADE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NFD-END-ESTADO DELIMITED BY SIZE
                      " CEP " DELIMITED BY SIZE
                      WS-NFD-END-CEP DELIMITED BY SIZE
                      INTO DOC-ORCAMENTO-LINHA
               WRITE DOC-ORCAMENTO-LINHA
           END-IF
           MOVE ALL "-" TO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE "N" TO WS-ORC-EOF
           OPEN INPUT ORCAMENTO-ITEM-FILE
           IF WS-ORC-FILE-STATUS = "35"
               MOVE "Y" TO WS-ORC-EOF
           ELSE
               PERFORM LER-ITEM-DOC-ORCAMENTO UNTIL WS-ORC-EOF = "Y"
               CLOSE ORCAMENTO-ITEM-FILE
           END-IF
           MOVE ALL "-" TO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           IF WS-ORC-FRETE > 0
               MOVE SPACES TO DOC-ORCAMENTO-LINHA
               STRING "FRETE: " DELIMITED BY SIZE
                      WS-ORC-FRETE DELIMITED BY SIZE
                      INTO DOC-ORCAMENTO-LINHA
               WRITE DOC-ORCAMENTO-LINHA
           END-IF
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "IMPOSTOS INCLUSOS: " DELIMITED BY SIZE
                  WS-ORC-IMPOSTO DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "TOTAL DO ORCAMENTO: " DELIMITED BY SIZE
                  WS-ORC-TOTAL DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "VALIDO ATE " DELIMITED BY SIZE
                  WS-ORC-VALIDADE DELIMITED BY SIZE
                  " - PRECOS SUJEITOS A REVISAO APOS A VALIDADE"
                  DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE SPACES TO DOC-ORCAMENTO-LINHA
           STRING "VENDEDOR " DELIMITED BY SIZE
                  COD-VENDEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NFD-VEND-NOME DELIMITED BY SIZE
                  INTO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           MOVE ALL "=" TO DOC-ORCAMENTO-LINHA
           WRITE DOC-ORCAMENTO-LINHA
           CLOSE DOC-ORCAMENTO-FILE
           MOVE "documentoOrcamento.txt" TO WS-RLE-ARQUIVO
           MOVE "documentoOrcamento" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Orcamento " DELIMITED BY SIZE
                  WS-ORC-NUMERO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       LER-ITEM-DOC-ORCAMENTO.
           READ ORCAMENTO-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORC-EOF
               NOT AT END
                   PERFORM PARSE-ITEM-ORCAMENTO
                   IF WS-ORC-ITEM-NUMERO = WS-ORC-NUMERO
                       MOVE WS-ORC-ITEM-PRODUTO TO ITEM-PRODUTO
                       MOVE WS-ORC-ITEM-QTD TO ITEM-QUANTIDADE
                       MOVE WS-ORC-ITEM-PRECO-NUM TO ITEM-PRECO
                       PERFORM BUSCAR-NOME-PRODUTO-NF
                       COMPUTE WS-ORC-VALOR-ITEM =
                           ITEM-QUANTIDADE * ITEM-PRECO
                       MOVE SPACES TO DOC-ORCAMENTO-LINHA
                       STRING WS-NFD-PROD-NOME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              ITEM-QUANTIDADE DELIMITED BY SIZE
                              " x " DELIMITED BY SIZE
                              ITEM-PRECO DELIMITED BY SIZE
                              " = " DELIMITED BY SIZE
                              WS-ORC-VALOR-ITEM DELIMITED BY SIZE
                              INTO DOC-ORCAMENTO-LINHA
                       WRITE DOC-ORCAMENTO-LINHA
                   END-IF
           END-READ.

       PARSE-ITEM-ORCAMENTO.
           UNSTRING ORCAMENTO-ITEM-DADOS DELIMITED BY ","
               INTO WS-ORC-ITEM-NUMERO WS-ORC-ITEM-PRODUTO
                    WS-ORC-ITEM-QTD WS-ORC-ITEM-PRECO-ALFA
                    WS-ORC-ITEM-PROMO WS-ORC-ITEM-IMPOSTO
           IF WS-ORC-ITEM-PRECO-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-ORC-ITEM-PRECO-NUM
           END-IF.

       CONVERTER-ORCAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     CONVERTER ORCAMENTO EM PEDIDO DE VENDA      "
           DISPLAY "================================================="
           DISPLAY "Numero do orcamento: " WITH NO ADVANCING
           ACCEPT WS-ORC-CONSULTA
           PERFORM BUSCAR-ORCAMENTO
           IF WS-ORC-ACHADO = "N"
               DISPLAY "Orcamento nao encontrado."
           ELSE
               IF ORC-CONVERTIDO
                   DISPLAY "Orcamento ja convertido no pedido "
                       WS-ORC-PEDIDO "."
               ELSE
                   MOVE WS-ORC-CLIENTE TO COD-CLIENTE
                   PERFORM VALIDAR-CLIENTE
                   DISPLAY "Cliente: " WS-NOME-CLIENTE
                   IF WS-CLIENTE-RESTRITO = "Y"
                       DISPLAY "Conversao bloqueada pela situacao do "
                           "cliente."
                   ELSE
                       PERFORM VERIFICAR-CREDITO-CLIENTE
                       IF WS-CRD-BLOQUEADO = "Y"
                           DISPLAY "Conversao bloqueada por credito."
                       ELSE
                           PERFORM CONVERTER-ORCAMENTO-ABERTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONVERTER-ORCAMENTO-ABERTO.
           ACCEPT WS-ORC-HOJE FROM DATE YYYYMMDD
           MOVE "N" TO WS-ORC-VENCIDO
           IF WS-ORC-VALIDADE < WS-ORC-HOJE
               MOVE "Y" TO WS-ORC-VENCIDO
               DISPLAY "Orcamento vencido em " WS-ORC-VALIDADE
                   ", precos serao revistos."
           END-IF
           PERFORM CARREGAR-ITENS-ORCAMENTO
           MOVE WS-ORC-VENDEDOR TO COD-VENDEDOR
           PERFORM OBTER-PROXIMO-NUMERO-PV
           MOVE WS-ORC-HOJE TO WS-PV-DATA
           COMPUTE WS-ORC-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-ORC-HOJE)
               + WS-ORC-DIAS-RESERVA
           MOVE FUNCTION DATE-OF-INTEGER(WS-ORC-DATA-INT)
               TO WS-PV-VALIDADE
           MOVE "A" TO WS-PV-STATUS
           PERFORM GRAVAR-PEDIDO-VENDA-CABECALHO
           MOVE 0 TO WS-ORC-CONVERTIDOS
           PERFORM CONVERTER-ITEM-ORCAMENTO
               VARYING WS-ORI-IDX FROM 1 BY 1
               UNTIL WS-ORI-IDX > WS-ORI-COUNT
           IF WS-ORC-CONVERTIDOS = 0
               MOVE "E" TO WS-PV-STATUS-NOVO
               PERFORM REGRAVAR-STATUS-PEDIDO-VENDA
               DISPLAY "Orcamento sem itens, nada a converter."
           ELSE
               MOVE "C" TO WS-ORC-STATUS
               MOVE WS-PV-NUMERO TO WS-ORC-PEDIDO
               PERFORM REGRAVAR-ORCAMENTO-CABECALHO
               DISPLAY "Orcamento " WS-ORC-NUMERO
                   " convertido no pedido de venda " WS-PV-NUMERO
                   ", reserva ate " WS-PV-VALIDADE "."
           END-IF.

       CARREGAR-ITENS-ORCAMENTO.
           MOVE 0 TO WS-ORI-COUNT
           MOVE "N" TO WS-ORC-EOF
           OPEN INPUT ORCAMENTO-ITEM-FILE
           IF WS-ORC-FILE-STATUS = "35"
               MOVE "Y" TO WS-ORC-EOF
           ELSE
               PERFORM LER-ITEM-ORCAMENTO-CONVERSAO
                   UNTIL WS-ORC-EOF = "Y"
               CLOSE ORCAMENTO-ITEM-FILE
           END-IF.

       LER-ITEM-ORCAMENTO-CONVERSAO.
           READ ORCAMENTO-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORC-EOF
               NOT AT END
                   PERFORM PARSE-ITEM-ORCAMENTO
                   IF WS-ORC-ITEM-NUMERO = WS-ORC-NUMERO
                       AND WS-ORI-COUNT < 50
                       ADD 1 TO WS-ORI-COUNT
                       MOVE WS-ORC-ITEM-PRODUTO
                           TO WS-ORI-PRODUTO(WS-ORI-COUNT)
                       MOVE WS-ORC-ITEM-QTD
                           TO WS-ORI-QTD(WS-ORI-COUNT)
                       MOVE WS-ORC-ITEM-PRECO-NUM
                           TO WS-ORI-PRECO(WS-ORI-COUNT)
                   END-IF
           END-READ.

       CONVERTER-ITEM-ORCAMENTO.
           MOVE WS-ORI-PRODUTO(WS-ORI-IDX) TO ITEM-PRODUTO
           MOVE WS-ORI-QTD(WS-ORI-IDX) TO ITEM-QUANTIDADE
           MOVE WS-ORI-PRECO(WS-ORI-IDX) TO ITEM-PRECO
           IF WS-ORC-VENCIDO = "Y"
               PERFORM REPRECIFICAR-ITEM-ORCAMENTO
           END-IF
           DISPLAY "Produto " ITEM-PRODUTO " qtd " ITEM-QUANTIDADE
           PERFORM APURAR-DISPONIVEL-PRODUTO
           IF WS-PV-DISPONIVEL < ITEM-QUANTIDADE
               DISPLAY "Disponivel insuficiente, saldo do item vai "
                   "para backorder."
               PERFORM SEPARAR-BACKORDER-ITEM
           ELSE
               PERFORM GRAVAR-ITEM-PEDIDO-VENDA
           END-IF
           ADD 1 TO WS-ORC-CONVERTIDOS.

       REPRECIFICAR-ITEM-ORCAMENTO.
           MOVE "N" TO WS-PRODUTO-VALIDO
           PERFORM VALIDAR-PRODUTO-VENDA
           IF WS-PRODUTO-VALIDO = "Y"
               MOVE SPACE TO WS-ITEM-PROMO
               PERFORM BUSCAR-PRECO-CLIENTE
               IF WS-TBP-ACHADO = "Y"
                   MOVE WS-TBP-PRECO TO WS-PRECO-BASE
               ELSE
                   MOVE PRECO-UNIDADE TO WS-PRECO-BASE
               END-IF
               PERFORM BUSCAR-PROMOCAO-PRODUTO
               IF WS-PRM-ACHADA = "Y"
                   AND WS-PRM-PRECO < WS-PRECO-BASE
                   MOVE WS-PRM-PRECO TO WS-PRECO-BASE
               END-IF
               IF WS-PRECO-BASE NOT = ITEM-PRECO
                   DISPLAY "Produto " ITEM-PRODUTO " preco orcado "
                       ITEM-PRECO " preco atual " WS-PRECO-BASE
                   MOVE WS-PRECO-BASE TO ITEM-PRECO
               END-IF
           END-IF.

       REGRAVAR-ORCAMENTO-CABECALHO.
           PERFORM MONTAR-ORCAMENTO-CABECALHO
           MOVE "gestaoVendas" TO WS-ARQ-PROGRAMA
           OPEN I-O ORCAMENTO-FILE
           REWRITE ORCAMENTO-RECORD
           MOVE "dadosOrcamento.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-ORC-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE ORCAMENTO-FILE.

       RELATORIO-CONVERSAO-ORCAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   RELATORIO DE CONVERSAO DE ORCAMENTOS          "
           DISPLAY "================================================="
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-ORR-DATA-INICIAL
           DISPLAY "Data final (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-ORR-DATA-FINAL
           MOVE 0 TO WS-ORR-COUNT
           MOVE "N" TO WS-ORC-EOF
           OPEN INPUT ORCAMENTO-FILE
           IF WS-ORC-FILE-STATUS = "35"
               MOVE "Y" TO WS-ORC-EOF
           ELSE
               PERFORM LER-ORCAMENTO-CONVERSAO
                   UNTIL WS-ORC-EOF = "Y"
               CLOSE ORCAMENTO-FILE
           END-IF
           IF WS-ORR-COUNT = 0
               DISPLAY "Nenhum orcamento no periodo informado."
           ELSE
               DISPLAY "VENDEDOR EMITIDOS CONVERTIDOS TAXA(%) "
                   "VALOR ORCADO   VALOR CONVERTIDO TAXA VALOR(%)"
               PERFORM EXIBIR-CONVERSAO-VENDEDOR
                   VARYING WS-ORR-IDX FROM 1 BY 1
                   UNTIL WS-ORR-IDX > WS-ORR-COUNT
           END-IF.

       LER-ORCAMENTO-CONVERSAO.
           READ ORCAMENTO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORC-EOF
               NOT AT END
                   PERFORM PARSE-ORCAMENTO-CABECALHO
                   IF WS-ORC-DATA >= WS-ORR-DATA-INICIAL
                       AND WS-ORC-DATA <= WS-ORR-DATA-FINAL
                       PERFORM ACUMULAR-CONVERSAO-VENDEDOR
                   END-IF
           END-READ.

       ACUMULAR-CONVERSAO-VENDEDOR.
           PERFORM PROCURAR-ORR-IDX
               VARYING WS-ORR-IDX FROM 1 BY 1
               UNTIL WS-ORR-IDX > WS-ORR-COUNT
                   OR WS-ORR-VENDEDOR(WS-ORR-IDX) = WS-ORC-VENDEDOR
           IF WS-ORR-IDX > WS-ORR-COUNT
               IF WS-ORR-COUNT < 50
                   ADD 1 TO WS-ORR-COUNT
                   MOVE WS-ORC-VENDEDOR
                       TO WS-ORR-VENDEDOR(WS-ORR-COUNT)
                   MOVE 0 TO WS-ORR-EMITIDOS(WS-ORR-COUNT)
                   MOVE 0 TO WS-ORR-CONVERTIDOS(WS-ORR-COUNT)
                   MOVE 0 TO WS-ORR-VLR-EMITIDO(WS-ORR-COUNT)
                   MOVE 0 TO WS-ORR-VLR-CONVERTIDO(WS-ORR-COUNT)
                   MOVE WS-ORR-COUNT TO WS-ORR-IDX
               ELSE
                   DISPLAY "AVISO: tabela de vendedores cheia, "
                       "vendedor " WS-ORC-VENDEDOR " ignorado."
               END-IF
           END-IF
           IF WS-ORR-IDX <= WS-ORR-COUNT
               ADD 1 TO WS-ORR-EMITIDOS(WS-ORR-IDX)
               ADD WS-ORC-TOTAL TO WS-ORR-VLR-EMITIDO(WS-ORR-IDX)
               IF ORC-CONVERTIDO
                   ADD 1 TO WS-ORR-CONVERTIDOS(WS-ORR-IDX)
                   ADD WS-ORC-TOTAL
                       TO WS-ORR-VLR-CONVERTIDO(WS-ORR-IDX)
               END-IF
           END-IF.

       PROCURAR-ORR-IDX.
           CONTINUE.

       EXIBIR-CONVERSAO-VENDEDOR.
           COMPUTE WS-ORR-TAXA ROUNDED =
               WS-ORR-CONVERTIDOS(WS-ORR-IDX) * 100
               / WS-ORR-EMITIDOS(WS-ORR-IDX)
           IF WS-ORR-VLR-EMITIDO(WS-ORR-IDX) > 0
               COMPUTE WS-ORR-TAXA-VALOR ROUNDED =
                   WS-ORR-VLR-CONVERTIDO(WS-ORR-IDX) * 100
                   / WS-ORR-VLR-EMITIDO(WS-ORR-IDX)
           ELSE
               MOVE 0 TO WS-ORR-TAXA-VALOR
           END-IF
           DISPLAY WS-ORR-VENDEDOR(WS-ORR-IDX) "    "
               WS-ORR-EMITIDOS(WS-ORR-IDX) "     "
               WS-ORR-CONVERTIDOS(WS-ORR-IDX) "       "
               WS-ORR-TAXA " "
               WS-ORR-VLR-EMITIDO(WS-ORR-IDX) " "
               WS-ORR-VLR-CONVERTIDO(WS-ORR-IDX) " "
               WS-ORR-TAXA-VALOR.

       DEVOLUCAO-RECUSA-ENTREGA.
           PERFORM VERIFICAR-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "Y"
               DISPLAY "Competencia atual fechada no kardex, "
                   "movimentacao bloqueada."
               DISPLAY "Pressione Enter para continuar..."
               ACCEPT WS-OPTION
           ELSE
               PERFORM DEVOLUCAO-RECUSA-EXECUTAR
           END-IF.

       DEVOLUCAO-RECUSA-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     DEVOLUCAO POR RECUSA/FALHA DE ENTREGA       "
           DISPLAY "================================================="
           DISPLAY "Entregas com devolucao registrada pela frota:"
           MOVE 0 TO WS-RCS-NOTA
           MOVE "N" TO WS-RCS-ACHADA
           MOVE "N" TO WS-FAL-EOF
           OPEN INPUT FALHA-ENTREGA-FILE
           IF WS-FAL-FILE-STATUS = "35"
               MOVE "Y" TO WS-FAL-EOF
           ELSE
               PERFORM LER-FALHA-DEVOLUCAO UNTIL WS-FAL-EOF = "Y"
               CLOSE FALHA-ENTREGA-FILE
           END-IF
           IF WS-RCS-ACHADA = "N"
               DISPLAY "Nenhuma entrega devolvida pela frota."
           ELSE
               DISPLAY "Digite o numero da nota fiscal: "
                   WITH NO ADVANCING
               ACCEPT WS-RCS-NOTA
               MOVE "N" TO WS-RCS-ACHADA
               MOVE "N" TO WS-FAL-EOF
               OPEN INPUT FALHA-ENTREGA-FILE
               PERFORM LER-FALHA-DEVOLUCAO UNTIL WS-FAL-EOF = "Y"
               CLOSE FALHA-ENTREGA-FILE
               IF WS-RCS-ACHADA = "N"
                   DISPLAY "Nota sem falha de entrega com devolucao."
               ELSE
                   PERFORM DEVOLVER-NOTA-RECUSADA
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-FALHA-DEVOLUCAO.
           READ FALHA-ENTREGA-FILE
               AT END
                   MOVE "Y" TO WS-FAL-EOF
               NOT AT END
                   UNSTRING FALHA-ENTREGA-DADOS DELIMITED BY ","
                       INTO WS-FAL-DATA WS-FAL-NOTA WS-FAL-ROTEIRO
                            WS-FAL-MOTORISTA WS-FAL-VEICULO
                            WS-FAL-MOTIVO WS-FAL-ACAO
                   IF WS-FAL-ACAO = "D"
                       IF WS-RCS-NOTA = 0
                           MOVE "Y" TO WS-RCS-ACHADA
                           DISPLAY "  Nota " WS-FAL-NOTA
                               " Data " WS-FAL-DATA
                               " Motivo " WS-FAL-MOTIVO
                               " Roteiro " WS-FAL-ROTEIRO
                       ELSE
                           IF WS-FAL-NOTA = WS-RCS-NOTA
                               MOVE "Y" TO WS-RCS-ACHADA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       DEVOLVER-NOTA-RECUSADA.
           MOVE WS-RCS-NOTA TO WS-DEV-NOTA
           MOVE WS-DEV-NOTA TO WS-CONSULTA-NOTA
           MOVE "N" TO WS-VENDA-ACHADA
           MOVE "N" TO WS-VENDA-EOF
           OPEN INPUT VENDA-FILE
           PERFORM LER-VENDA-DEVOLUCAO UNTIL
               WS-VENDA-EOF = "Y" OR WS-VENDA-ACHADA = "Y"
           CLOSE VENDA-FILE
           IF WS-VENDA-ACHADA = "N"
               DISPLAY "Nota fiscal nao encontrada ou cancelada."
           ELSE
               MOVE 0 TO WS-RCS-COUNT
               MOVE "N" TO WS-END-OF-FILE
               OPEN INPUT VENDA-ITEM-FILE
               PERFORM CARREGAR-ITEM-RECUSA
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE VENDA-ITEM-FILE
               MOVE 0 TO WS-RCS-DEVOLVIDOS
               PERFORM DEVOLVER-ITEM-RECUSA
                   VARYING WS-RCS-IDX FROM 1 BY 1
                   UNTIL WS-RCS-IDX > WS-RCS-COUNT
               IF WS-RCS-DEVOLVIDOS = 0
                   DISPLAY "Mercadoria desta nota ja retornou ao "
                       "estoque."
               ELSE
                   DISPLAY WS-RCS-DEVOLVIDOS " item(ns) devolvido(s)"
                       " ao estoque."
               END-IF
           END-IF.

       CARREGAR-ITEM-RECUSA.
           READ VENDA-ITEM-FILE INTO VENDA-ITEM-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO ITEM-NOTA ITEM-PRODUTO ITEM-QUANTIDADE
                            WS-ITEM-PRECO-ALFA
                   IF ITEM-NOTA = WS-DEV-NOTA
                       AND WS-RCS-COUNT < 100
                       ADD 1 TO WS-RCS-COUNT
                       MOVE ITEM-PRODUTO
                           TO WS-RCS-PRODUTO(WS-RCS-COUNT)
                       MOVE ITEM-QUANTIDADE
                           TO WS-RCS-QTD(WS-RCS-COUNT)
                       IF WS-ITEM-PRECO-ALFA IS NUMERIC
                           MOVE WS-ITEM-PRECO-NUM
                               TO WS-RCS-PRECO(WS-RCS-COUNT)
                       ELSE
                           MOVE 0 TO WS-RCS-PRECO(WS-RCS-COUNT)
                       END-IF
                   END-IF
           END-READ.

       DEVOLVER-ITEM-RECUSA.
           MOVE WS-RCS-PRODUTO(WS-RCS-IDX) TO WS-DEV-PRODUTO
           MOVE WS-RCS-QTD(WS-RCS-IDX) TO WS-DEV-QTD-VENDIDA
           MOVE WS-RCS-PRECO(WS-RCS-IDX) TO WS-DEV-PRECO-ITEM
           PERFORM APURAR-DEVOLUCOES-ANTERIORES
           COMPUTE WS-DEV-SALDO-DEVOLVER =
               WS-DEV-QTD-VENDIDA - WS-DEV-QTD-ANTERIOR
           IF WS-DEV-SALDO-DEVOLVER > 0
               MOVE WS-DEV-SALDO-DEVOLVER TO WS-DEV-QTD-DEVOLVIDA
               DISPLAY "Produto " WS-DEV-PRODUTO
                   " quantidade a devolver: " WS-DEV-QTD-DEVOLVIDA
               MOVE WS-DEV-PRODUTO TO WS-NSR-PRODUTO
               MOVE WS-DEV-QTD-DEVOLVIDA TO WS-NSR-QTD
               PERFORM BUSCAR-SERIALIZADO-PRODUTO
               SET NSR-MODO-DEVOLUCAO TO TRUE
               PERFORM CAPTURAR-SERIES-ITEM
               IF WS-NSR-OK = "N"
                   DISPLAY "Produto " WS-DEV-PRODUTO
                       " nao devolvido: series nao conferem com a "
                       "nota."
               ELSE
                   PERFORM ESTORNAR-ESTOQUE-DEVOLUCAO
                   PERFORM GRAVAR-DEVOLUCAO
                   PERFORM GERAR-NOTA-CREDITO
                   PERFORM MARCAR-SERIES-DEVOLVIDAS
                   PERFORM ESTORNAR-PONTOS-DEVOLUCAO
                   ADD 1 TO WS-RCS-DEVOLVIDOS
               END-IF
           END-IF.

       TESTAR-STATUS-ARQUIVO.
           IF WS-ARQ-STATUS = "00" OR WS-ARQ-STATUS = "02"
               OR WS-ARQ-STATUS = "05"
       RETORNAR.
           DISPLAY "Retornando ao menu principal..."
           MOVE 9 TO WS-OPTION.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoVendas" TO WS-RLE-PROGRAMA
           MOVE "1" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

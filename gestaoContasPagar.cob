           ASSIGN TO "dadosPagamentoTitulo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGH-FILE-STATUS.
           SELECT CONTA-BANCARIA-FILE
           ASSIGN TO "dadosContaBancaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTB-FILE-STATUS.
           SELECT BORDERO-FILE
           ASSIGN TO "dadosBordero.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BDR-FILE-STATUS.
           SELECT FORNECEDOR-FILE ASSIGN TO "dadosFornecedor.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS FORN-CNPJ-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-FOR-FILE-STATUS.
           SELECT REMESSA-PAGAMENTO-FILE
           ASSIGN TO "remessaPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETORNO-PAGAMENTO-FILE
           ASSIGN TO "retornoPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTP-FILE-STATUS.
           SELECT EXCECAO-PAGAMENTO-FILE
           ASSIGN TO "excecoesRetornoPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXP-FILE-STATUS.
           SELECT CATEGORIA-DESPESA-FILE
           ASSIGN TO "dadosCategoriaDespesa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT DESPESA-RECORRENTE-FILE
           ASSIGN TO "dadosDespesaRecorrente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-FILE-STATUS.
           SELECT REGRA-RETENCAO-FILE
           ASSIGN TO "dadosRegraRetencao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RGR-FILE-STATUS.
           SELECT RETENCAO-FILE
           ASSIGN TO "dadosRetencao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RET-FILE-STATUS.
           SELECT RELATORIO-RETENCAO-FILE
           ASSIGN TO "relatorioRetencoes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFORME-RETENCAO-FILE
           ASSIGN TO "informeRetencoes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEDIDO-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-NUMERO-CHAVE
           FILE STATUS IS WS-PDC-FILE-STATUS.
           SELECT ABATIMENTO-PAGAR-FILE
           ASSIGN TO "dadosAbatimentoPagar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABT-FILE-STATUS.
           SELECT EXTRATO-FORNECEDOR-FILE
           ASSIGN TO "extratoFornecedor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXF-FILE-STATUS.
           SELECT CARTA-SALDO-FILE
           ASSIGN TO "cartaConfirmacaoSaldo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXF-FILE-STATUS.
           SELECT TITULO-MOEDA-FILE
           ASSIGN TO "dadosTituloMoeda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TMO-FILE-STATUS.
           SELECT VARIACAO-CAMBIAL-FILE
           ASSIGN TO "dadosVariacaoCambial.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VCB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PAGAMENTO-TITULO-RECORD.
           05 PAGAMENTO-TITULO-DADOS PIC X(60).

       FD CONTA-BANCARIA-FILE.
       01 CONTA-BANCARIA-RECORD.
           05 CONTA-BANCARIA-DADOS PIC X(80).

       FD BORDERO-FILE.
       01 BORDERO-RECORD.
           05 BORDERO-DADOS PIC X(80).

       COPY FORNECEDOR.

       FD REMESSA-PAGAMENTO-FILE.
       01 REMESSA-PAGAMENTO-LINHA PIC X(100).

       FD RETORNO-PAGAMENTO-FILE.
       01 RETORNO-PAGAMENTO-RECORD.
           05 RETORNO-PAGAMENTO-DADOS PIC X(30).
       01 RETORNO-PAGAMENTO-CAMPOS
           REDEFINES RETORNO-PAGAMENTO-RECORD.
           05 RTP-TIPO          PIC X.
           05 RTP-PEDIDO        PIC 9(6).
           05 RTP-SEQ           PIC 9(2).
           05 RTP-VALOR         PIC 9(9)V99.
           05 RTP-DATA          PIC 9(8).
           05 RTP-OCORRENCIA    PIC X(2).

       FD EXCECAO-PAGAMENTO-FILE.
       01 EXCECAO-PAGAMENTO-RECORD.
           05 EXCECAO-PAGAMENTO-DADOS PIC X(80).

       FD CATEGORIA-DESPESA-FILE.
       01 CATEGORIA-DESPESA-RECORD.
           05 CATEGORIA-DESPESA-DADOS PIC X(50).

       FD DESPESA-RECORRENTE-FILE.
       01 DESPESA-RECORRENTE-RECORD.
           05 DESPESA-RECORRENTE-DADOS PIC X(80).

       FD REGRA-RETENCAO-FILE.
       01 REGRA-RETENCAO-RECORD.
           05 REGRA-RETENCAO-DADOS PIC X(60).

       FD RETENCAO-FILE.
       01 RETENCAO-RECORD.
           05 RETENCAO-DADOS PIC X(100).

       FD RELATORIO-RETENCAO-FILE.
       01 RELATORIO-RETENCAO-LINHA PIC X(100).

       FD INFORME-RETENCAO-FILE.
       01 INFORME-RETENCAO-LINHA PIC X(100).

       FD PEDIDO-FILE.
       01 PEDIDO-RECORD.
           05 PEDIDO-DADOS PIC X(100).
       01 PEDIDO-RECORD-CHAVE REDEFINES PEDIDO-RECORD.
           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD ABATIMENTO-PAGAR-FILE.
       01 ABATIMENTO-PAGAR-RECORD.
           05 ABATIMENTO-PAGAR-DADOS PIC X(60).

       FD EXTRATO-FORNECEDOR-FILE.
       01 EXTRATO-FORNECEDOR-LINHA PIC X(80).

       FD CARTA-SALDO-FILE.
       01 CARTA-SALDO-LINHA PIC X(80).

       FD TITULO-MOEDA-FILE.
       01 TITULO-MOEDA-RECORD.
           05 TITULO-MOEDA-DADOS PIC X(60).

       FD VARIACAO-CAMBIAL-FILE.
       01 VARIACAO-CAMBIAL-RECORD.
           05 VARIACAO-CAMBIAL-DADOS PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 TITULO.
           05 TIT-STATUS        PIC X.
               88 TITULO-ABERTO    VALUE "A".
               88 TITULO-BAIXADO   VALUE "B".
               88 TITULO-RETIDO    VALUE "R".
           05 TIT-DATA-BAIXA    PIC 9(8).
           05 TIT-CATEGORIA     PIC 9(3).
           05 TIT-DOCUMENTO     PIC X(15).
           05 TIT-EMISSAO       PIC 9(8).
       01 WS-TIT-VALOR-ALFA     PIC X(11).
       01 WS-TIT-VALOR-NUM REDEFINES WS-TIT-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-TOTAL-VENCIDO      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-7-DIAS       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-30-DIAS      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-RETIDO       PIC 9(9)V99 VALUE 0.
       01 WS-ARQ-STATUS         PIC XX VALUE "00".
       01 WS-ARQ-NOME           PIC X(30).
       01 WS-ARQ-OPERACAO       PIC X(10).
       01 WS-ARQ-PROGRAMA       PIC X(20).
       01 WS-PGH-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TRV-RECURSO        PIC X(20).
       01 WS-TRV-CONCEDIDO      PIC X.
       01 WS-ENTRADA-PAGO-NUM REDEFINES WS-ENTRADA-VLR-PAGO
           PIC 9(9)V99.
       01 WS-VLR-PAGO           PIC 9(9)V99.
       01 WS-PGT-JUROS          PIC 9(7)V99 VALUE 0.
       01 WS-PGT-MULTA          PIC 9(7)V99 VALUE 0.
       01 WS-PGT-CONTA          PIC 9(3) VALUE 0.
       01 WS-DATA-PAGAMENTO     PIC 9(8).
       01 WS-CTB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CTB-EOF            PIC X VALUE "N".
       01 WS-SLD-COUNT          PIC 9(3) VALUE 0.
       01 WS-SLD-IDX            PIC 9(3) VALUE 0.
       01 WS-SLD-TABLE.
           05 WS-SLD-ENTRY OCCURS 100 TIMES.
               10 WS-SLD-CONTA      PIC 9(3).
               10 WS-SLD-BANCO      PIC X(3).
               10 WS-SLD-AGENCIA    PIC X(5).
               10 WS-SLD-NUMERO     PIC X(12).
               10 WS-SLD-DATA       PIC 9(8).
               10 WS-SLD-SITUACAO   PIC X.
               10 WS-SLD-SALDO      PIC S9(11)V99.
       01 WS-SLD-LINHA.
           05 WS-SLD-L-CODIGO       PIC 9(3).
           05 WS-SLD-L-BANCO        PIC X(3).
           05 WS-SLD-L-AGENCIA      PIC X(5).
           05 WS-SLD-L-NUMERO       PIC X(12).
           05 WS-SLD-L-DESCRICAO    PIC X(20).
           05 WS-SLD-L-SALDO-ALFA   PIC X(11).
           05 WS-SLD-L-SALDO REDEFINES WS-SLD-L-SALDO-ALFA
               PIC 9(9)V99.
           05 WS-SLD-L-DATA         PIC 9(8).
           05 WS-SLD-L-SITUACAO     PIC X.
       01 WS-SLD-DISPONIVEL     PIC S9(11)V99 VALUE 0.
       01 WS-SLD-APOS           PIC S9(11)V99 VALUE 0.
       01 WS-SLD-EDITADO        PIC -Z(10)9.99.
       01 WS-PGH-EOF            PIC X VALUE "N".
       01 WS-PGH-TIPO           PIC X.
       01 WS-PGH-DOC            PIC X(6).
       01 WS-PGH-PARCELA        PIC X(2).
       01 WS-PGH-DATA           PIC 9(8).
       01 WS-PGH-VALOR-ALFA     PIC X(11).
       01 WS-PGH-VALOR REDEFINES WS-PGH-VALOR-ALFA PIC 9(9)V99.
       01 WS-PGH-JUROS-ALFA     PIC X(9).
       01 WS-PGH-MULTA-ALFA     PIC X(9).
       01 WS-PGH-CONTA-ALFA     PIC X(3).
       01 WS-PGH-CONTA REDEFINES WS-PGH-CONTA-ALFA PIC 9(3).
       01 WS-BDR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BDR-EOF            PIC X VALUE "N".
       01 WS-BDR-NUMERO         PIC 9(6).
       01 WS-BDR-CONTA          PIC 9(3).
       01 WS-BDR-PENDENTE       PIC X VALUE "N".
       01 WS-BDR-LIMITE-ALFA    PIC X(8).
       01 WS-BDR-LIMITE REDEFINES WS-BDR-LIMITE-ALFA PIC 9(8).
       01 WS-BDR-APROVA         PIC X.
       01 WS-BDR-EXCLUIR        PIC 9(3).
       01 WS-BDR-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-BDR-ITENS          PIC 9(4) VALUE 0.
       01 WS-BDR-VALOR-ED       PIC Z(8)9.99.
       01 WS-BDR-TOTAL-ED       PIC Z(10)9.99.
       01 WS-BDR-CAMPOS.
           05 WS-BDR-C-NUMERO       PIC 9(6).
           05 WS-BDR-C-PEDIDO       PIC 9(6).
           05 WS-BDR-C-SEQ          PIC 9(2).
           05 WS-BDR-C-FORNECEDOR   PIC 9(6).
           05 WS-BDR-C-VENCIMENTO   PIC 9(8).
           05 WS-BDR-C-VALOR-ALFA   PIC X(11).
           05 WS-BDR-C-CONTA        PIC 9(3).
           05 WS-BDR-C-DATA         PIC 9(8).
           05 WS-BDR-C-STATUS       PIC X.
               88 BDR-ENVIADO       VALUE "E".
               88 BDR-PAGO          VALUE "P".
               88 BDR-REJEITADO     VALUE "R".
           05 WS-BDR-C-OCORRENCIA   PIC X(2).
       01 WS-BDR-COUNT          PIC 9(4) VALUE 0.
       01 WS-BDR-IDX            PIC 9(4) VALUE 0.
       01 WS-BDR-TABLE.
           05 WS-BDR-LINHA OCCURS 3000 TIMES PIC X(80).
       01 WS-SEL-COUNT          PIC 9(3) VALUE 0.
       01 WS-SEL-IDX            PIC 9(3) VALUE 0.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 500 TIMES.
               10 WS-SEL-PEDIDO     PIC 9(6).
               10 WS-SEL-SEQ        PIC 9(2).
               10 WS-SEL-FORNECEDOR PIC 9(6).
               10 WS-SEL-VENCIMENTO PIC 9(8).
               10 WS-SEL-VALOR      PIC 9(9)V99.
               10 WS-SEL-INCLUIDO   PIC X.
       01 WS-FOR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REP-LINHA-DET.
           05 FILLER            PIC X VALUE "1".
           05 REP-PEDIDO        PIC 9(6).
           05 REP-SEQ           PIC 9(2).
           05 REP-CNPJ          PIC 9(14).
           05 REP-NOME          PIC X(30).
           05 REP-VALOR         PIC 9(9)V99.
           05 REP-DATA-PAGTO    PIC 9(8).
           05 REP-BORDERO       PIC 9(6).
       01 WS-RTP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RTP-EOF            PIC X VALUE "N".
       01 WS-RTP-PAGOS          PIC 9(5) VALUE 0.
       01 WS-RTP-REJEITADOS     PIC 9(5) VALUE 0.
       01 WS-RTP-MOTIVO         PIC X(40).
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).
       01 WS-CAT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CAT-EOF            PIC X VALUE "N".
       01 WS-CAT-ACAO           PIC X.
       01 WS-CAT-ACHADA         PIC X VALUE "N".
       01 WS-CAT-ENTRADA        PIC X(3).
       01 WS-CAT-CODIGO         PIC 9(3).
       01 WS-CAT-BUSCA          PIC 9(3).
       01 WS-CAT-DESCRICAO      PIC X(30).
       01 WS-CAT-COUNT          PIC 9(3) VALUE 0.
       01 WS-CAT-IDX            PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-LINHA OCCURS 200 TIMES PIC X(50).
       01 WS-MAN-VALIDO         PIC X VALUE "N".
       01 WS-MAN-FORN-ALFA      PIC X(5).
       01 WS-MAN-FORNECEDOR REDEFINES WS-MAN-FORN-ALFA PIC 9(5).
       01 WS-MAN-VENC-ALFA      PIC X(8).
       01 WS-MAN-VENCIMENTO REDEFINES WS-MAN-VENC-ALFA PIC 9(8).
       01 WS-MAN-DOCUMENTO      PIC X(15).
       01 WS-REC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REC-EOF            PIC X VALUE "N".
       01 WS-REC-ACAO           PIC X.
       01 WS-REC-ACHADO         PIC X VALUE "N".
       01 WS-REC-ENTRADA        PIC X(3).
       01 WS-REC-DIA-ALFA       PIC X(2).
       01 WS-REC-DIA REDEFINES WS-REC-DIA-ALFA PIC 9(2).
       01 WS-REC-FIM-ALFA       PIC X(8).
       01 WS-REC-FIM REDEFINES WS-REC-FIM-ALFA PIC 9(8).
       01 WS-REC-CAMPOS.
           05 WS-REC-C-CODIGO       PIC 9(3).
           05 WS-REC-C-FORNECEDOR   PIC 9(5).
           05 WS-REC-C-CATEGORIA    PIC 9(3).
           05 WS-REC-C-VALOR-ALFA   PIC X(11).
           05 WS-REC-C-VALOR REDEFINES WS-REC-C-VALOR-ALFA
               PIC 9(9)V99.
           05 WS-REC-C-DIA          PIC 9(2).
           05 WS-REC-C-FIM          PIC 9(8).
           05 WS-REC-C-DESCRICAO    PIC X(15).
           05 WS-REC-C-ULTIMA       PIC 9(6).
       01 WS-REC-AUX            PIC X(15).
       01 WS-REC-COUNT          PIC 9(3) VALUE 0.
       01 WS-REC-IDX            PIC 9(3) VALUE 0.
       01 WS-REC-TABLE.
           05 WS-REC-LINHA OCCURS 200 TIMES PIC X(80).
       01 WS-RGR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RGR-EOF            PIC X VALUE "N".
       01 WS-RGR-ACAO           PIC X.
       01 WS-RGR-ACHADA         PIC X VALUE "N".
       01 WS-RGR-ESPECIFICA     PIC X VALUE "N".
       01 WS-RGR-CHAVE          PIC X(9).
       01 WS-RGR-CAMPOS.
           05 WS-RGR-C-CATEGORIA    PIC 9(3).
           05 WS-RGR-C-FORNECEDOR   PIC 9(5).
           05 WS-RGR-C-IRRF-ALFA    PIC X(4).
           05 WS-RGR-C-IRRF REDEFINES WS-RGR-C-IRRF-ALFA
               PIC 9(2)V99.
           05 WS-RGR-C-ISS-ALFA     PIC X(4).
           05 WS-RGR-C-ISS REDEFINES WS-RGR-C-ISS-ALFA
               PIC 9(2)V99.
           05 WS-RGR-C-CSRF-ALFA    PIC X(4).
           05 WS-RGR-C-CSRF REDEFINES WS-RGR-C-CSRF-ALFA
               PIC 9(2)V99.
           05 WS-RGR-C-INSS-ALFA    PIC X(4).
           05 WS-RGR-C-INSS REDEFINES WS-RGR-C-INSS-ALFA
               PIC 9(2)V99.
       01 WS-RGR-ALIQ-ED        PIC Z9.99.
       01 WS-RGR-COUNT          PIC 9(3) VALUE 0.
       01 WS-RGR-IDX            PIC 9(3) VALUE 0.
       01 WS-RGR-TABLE.
           05 WS-RGR-LINHA OCCURS 300 TIMES PIC X(60).
       01 WS-RET-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RET-EOF            PIC X VALUE "N".
       01 WS-RET-ALIQ-IRRF      PIC 9(2)V99 VALUE 0.
       01 WS-RET-ALIQ-ISS       PIC 9(2)V99 VALUE 0.
       01 WS-RET-ALIQ-CSRF      PIC 9(2)V99 VALUE 0.
       01 WS-RET-ALIQ-INSS      PIC 9(2)V99 VALUE 0.
       01 WS-RET-BRUTO          PIC 9(9)V99 VALUE 0.
       01 WS-RET-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-RET-IMPOSTO        PIC X(4).
       01 WS-RET-VALOR          PIC 9(9)V99 VALUE 0.
       01 WS-RET-TIT-SEQ        PIC 9(2).
       01 WS-RET-DIA-FEDERAL    PIC 9(2) VALUE 20.
       01 WS-RET-DIA-ISS        PIC 9(2) VALUE 10.
       01 WS-RET-ANO            PIC 9(4).
       01 WS-RET-MES            PIC 9(2).
       01 WS-RET-VENC-FEDERAL   PIC 9(8).
       01 WS-RET-VENC-ISS       PIC 9(8).
       01 WS-RET-DATA-TESTE     PIC 9(8).
       01 WS-RET-DIA-OK         PIC X VALUE "N".
       01 WS-RET-CAMPOS.
           05 WS-RET-C-TITULO       PIC 9(6).
           05 WS-RET-C-DATA         PIC 9(8).
           05 WS-RET-C-COMPETENCIA  PIC 9(6).
           05 WS-RET-C-FORNECEDOR   PIC 9(5).
           05 WS-RET-C-CATEGORIA    PIC 9(3).
           05 WS-RET-C-BRUTO-ALFA   PIC X(11).
           05 WS-RET-C-BRUTO REDEFINES WS-RET-C-BRUTO-ALFA
               PIC 9(9)V99.
           05 WS-RET-C-IRRF-ALFA    PIC X(11).
           05 WS-RET-C-IRRF REDEFINES WS-RET-C-IRRF-ALFA
               PIC 9(9)V99.
           05 WS-RET-C-ISS-ALFA     PIC X(11).
           05 WS-RET-C-ISS REDEFINES WS-RET-C-ISS-ALFA
               PIC 9(9)V99.
           05 WS-RET-C-CSRF-ALFA    PIC X(11).
           05 WS-RET-C-CSRF REDEFINES WS-RET-C-CSRF-ALFA
               PIC 9(9)V99.
           05 WS-RET-C-INSS-ALFA    PIC X(11).
           05 WS-RET-C-INSS REDEFINES WS-RET-C-INSS-ALFA
               PIC 9(9)V99.
       01 WS-RRT-COMP-ALFA      PIC X(6).
       01 WS-RRT-COMPETENCIA REDEFINES WS-RRT-COMP-ALFA PIC 9(6).
       01 WS-RRT-ANO-ALFA       PIC X(4).
       01 WS-RRT-ANO REDEFINES WS-RRT-ANO-ALFA PIC 9(4).
       01 WS-RRT-NOME           PIC X(30).
       01 WS-RRT-CNPJ           PIC 9(14).
       01 WS-RRT-COUNT          PIC 9(3) VALUE 0.
       01 WS-RRT-IDX            PIC 9(3) VALUE 0.
       01 WS-RRT-TABLE.
           05 WS-RRT-ENTRY OCCURS 300 TIMES.
               10 WS-RRT-FORNECEDOR PIC 9(5).
               10 WS-RRT-BRUTO      PIC 9(11)V99.
               10 WS-RRT-IRRF       PIC 9(11)V99.
               10 WS-RRT-ISS        PIC 9(11)V99.
               10 WS-RRT-CSRF       PIC 9(11)V99.
               10 WS-RRT-INSS       PIC 9(11)V99.
       01 WS-RRT-MESES.
           05 WS-RRT-MES-ENTRY OCCURS 12 TIMES.
               10 WS-RRT-M-BRUTO    PIC 9(11)V99.
               10 WS-RRT-M-IRRF     PIC 9(11)V99.
               10 WS-RRT-M-ISS      PIC 9(11)V99.
               10 WS-RRT-M-CSRF     PIC 9(11)V99.
               10 WS-RRT-M-INSS     PIC 9(11)V99.
       01 WS-RRT-MES            PIC 9(2).
       01 WS-RRT-TOT-BRUTO      PIC 9(11)V99 VALUE 0.
       01 WS-RRT-TOT-IRRF       PIC 9(11)V99 VALUE 0.
       01 WS-RRT-TOT-ISS        PIC 9(11)V99 VALUE 0.
       01 WS-RRT-TOT-CSRF       PIC 9(11)V99 VALUE 0.
       01 WS-RRT-TOT-INSS       PIC 9(11)V99 VALUE 0.
       01 WS-RRT-ROTULO         PIC X(30).
       01 WS-RRT-VALOR          PIC 9(11)V99.
       01 WS-RRT-BRUTO-ED       PIC Z(8)9.99.
       01 WS-RRT-IRRF-ED        PIC Z(8)9.99.
       01 WS-RRT-ISS-ED         PIC Z(8)9.99.
       01 WS-RRT-CSRF-ED        PIC Z(8)9.99.
       01 WS-RRT-INSS-ED        PIC Z(8)9.99.
       01 WS-RRT-TOTAL-ED       PIC Z(10)9.99.
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-PDC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PDC-CAMPOS.
           05 WS-PDC-NUMERO         PIC 9(6).
           05 WS-PDC-FORNECEDOR     PIC 9(6).
           05 WS-PDC-STATUS         PIC X.
           05 WS-PDC-DATA-PEDIDO    PIC 9(8).
           05 WS-PDC-DATA-RECEB     PIC 9(8).
       01 WS-ABT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ABT-EOF            PIC X VALUE "N".
       01 WS-ABT-CAMPOS.
           05 WS-ABT-C-PEDIDO       PIC 9(6).
           05 WS-ABT-C-SEQ          PIC 9(2).
           05 WS-ABT-C-FORNECEDOR   PIC 9(6).
           05 WS-ABT-C-DATA         PIC 9(8).
           05 WS-ABT-C-VALOR-ALFA   PIC X(11).
           05 WS-ABT-C-VALOR REDEFINES WS-ABT-C-VALOR-ALFA
               PIC 9(9)V99.
           05 WS-ABT-C-TIPO         PIC X.
               88 ABATIMENTO-PARCIAL VALUE "P".
       01 WS-EXF-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXF-EOF            PIC X VALUE "N".
       01 WS-EXF-DESTINO        PIC X VALUE "E".
       01 WS-EXF-FORNECEDOR     PIC 9(5).
       01 WS-EXF-DATA-INI       PIC 9(8).
       01 WS-EXF-DATA-FIM       PIC 9(8).
       01 WS-EXF-DATA-BASE      PIC 9(8).
       01 WS-EXF-ENTRADA-DATA   PIC X(8).
       01 WS-EXF-LINHA          PIC X(80).
       01 WS-EXF-HISTORICO      PIC X(30).
       01 WS-EXF-DATA-MOV       PIC 9(8).
       01 WS-EXF-ORDEM          PIC 9.
       01 WS-EXF-DEBITO         PIC 9(9)V99.
       01 WS-EXF-CREDITO        PIC 9(9)V99.
       01 WS-EXF-SALDO          PIC S9(11)V99 VALUE 0.
       01 WS-EXF-SALDO-ANTERIOR PIC S9(11)V99 VALUE 0.
       01 WS-EXF-TOTAL-DEBITO   PIC 9(11)V99 VALUE 0.
       01 WS-EXF-TOTAL-CREDITO  PIC 9(11)V99 VALUE 0.
       01 WS-EXF-TOTAL-ABERTO   PIC 9(11)V99 VALUE 0.
       01 WS-EXF-VALOR-ED       PIC Z(8)9.99.
       01 WS-TMO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TMO-EOF            PIC X VALUE "N".
       01 WS-TMO-ACHADO         PIC X VALUE "N".
       01 WS-TMO-CONFIRMA       PIC X.
       01 WS-TMO-MOEDA          PIC X(3).
       01 WS-TMO-TAXA-ENTRADA   PIC 9(3)V9(6).
       01 WS-TMO-TAXA-PAGTO     PIC 9(3)V9(6).
       01 WS-TMO-VALOR-MOEDA    PIC 9(9)V99.
       01 WS-TMO-CAMPOS.
           05 WS-TMO-C-PEDIDO       PIC 9(6).
           05 WS-TMO-C-SEQ          PIC 9(2).
           05 WS-TMO-C-MOEDA        PIC X(3).
           05 WS-TMO-C-VALOR-ALFA   PIC X(11).
           05 WS-TMO-C-TAXA-ALFA    PIC X(9).
           05 WS-TMO-C-TAXA-NUM REDEFINES WS-TMO-C-TAXA-ALFA
               PIC 9(3)V9(6).
       01 WS-CMB-MOEDA          PIC X(3).
       01 WS-CMB-DATA           PIC 9(8).
       01 WS-CMB-TAXA           PIC 9(3)V9(6).
       01 WS-CMB-ACHADO         PIC X.
       01 WS-VCB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-VCB-EOF            PIC X VALUE "N".
       01 WS-VCB-VARIACAO       PIC S9(9)V99.
       01 WS-VCB-VALOR          PIC 9(9)V99.
       01 WS-VCB-TIPO           PIC X.
       01 WS-VCB-CAMPOS.
           05 WS-VCB-C-DATA         PIC 9(8).
           05 WS-VCB-C-PEDIDO       PIC 9(6).
           05 WS-VCB-C-SEQ          PIC 9(2).
           05 WS-VCB-C-MOEDA        PIC X(3).
           05 WS-VCB-C-VALOR-MOEDA  PIC X(11).
           05 WS-VCB-C-TAXA-ENTRADA PIC X(9).
           05 WS-VCB-C-TAXA-PAGTO   PIC X(9).
           05 WS-VCB-C-TIPO         PIC X.
               88 VARIACAO-GANHO    VALUE "G".
           05 WS-VCB-C-VALOR-ALFA   PIC X(11).
           05 WS-VCB-C-VALOR REDEFINES WS-VCB-C-VALOR-ALFA
               PIC 9(9)V99.
       01 WS-EXF-DEBITO-ED      PIC Z(8)9.99.
       01 WS-EXF-CREDITO-ED     PIC Z(8)9.99.
       01 WS-EXF-SALDO-ED       PIC -Z(9)9.99.
       01 WS-EXF-LINHAS         PIC 9(5) VALUE 0.
       01 WS-EXF-TT-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXF-TT-IDX         PIC 9(4) VALUE 0.
       01 WS-EXF-TT-TABLE.
           05 WS-EXF-TT-ENTRY OCCURS 1000 TIMES.
               10 WS-EXF-TT-PEDIDO      PIC 9(6).
               10 WS-EXF-TT-SEQ         PIC 9(2).
               10 WS-EXF-TT-DATA        PIC 9(8).
               10 WS-EXF-TT-VENCIMENTO  PIC 9(8).
               10 WS-EXF-TT-VALOR       PIC 9(9)V99.
               10 WS-EXF-TT-ORIGINAL    PIC 9(9)V99.
               10 WS-EXF-TT-STATUS      PIC X.
               10 WS-EXF-TT-BAIXA       PIC 9(8).
               10 WS-EXF-TT-PAGOS       PIC 9(9)V99.
               10 WS-EXF-TT-ULTIMO      PIC 9(9)V99.
       01 WS-EXF-MV-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXF-MV-IDX         PIC 9(4) VALUE 0.
       01 WS-EXF-MV-LIMITE      PIC 9(4) VALUE 0.
       01 WS-EXF-MV-TABLE.
           05 WS-EXF-MV-ENTRY OCCURS 3000 TIMES.
               10 WS-EXF-MV-CHAVE.
                   15 WS-EXF-MV-DATA   PIC 9(8).
                   15 WS-EXF-MV-ORDEM  PIC 9.
               10 WS-EXF-MV-HISTORICO PIC X(30).
               10 WS-EXF-MV-DEBITO    PIC 9(9)V99.
               10 WS-EXF-MV-CREDITO   PIC 9(9)V99.
       01 WS-EXF-MV-TEMP.
           05 WS-EXF-MV-TEMP-CHAVE     PIC X(9).
           05 WS-EXF-MV-TEMP-HISTORICO PIC X(30).
           05 WS-EXF-MV-TEMP-DEBITO    PIC 9(9)V99.
           05 WS-EXF-MV-TEMP-CREDITO   PIC 9(9)V99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM BAIXAR-TITULO
                   WHEN 2
                       PERFORM RELATORIO-NECESSIDADE-CAIXA
                   WHEN 3
                       PERFORM GERAR-BORDERO-PAGAMENTO
                   WHEN 4
                       PERFORM PROCESSAR-RETORNO-PAGAMENTO
                   WHEN 5
                       PERFORM MANUTENCAO-CATEGORIAS-DESPESA
                   WHEN 6
                       PERFORM LANCAR-TITULO-MANUAL
                   WHEN 7
                       PERFORM MANUTENCAO-DESPESAS-RECORRENTES
                   WHEN 8
                       PERFORM EXECUTAR-DESPESAS-RECORRENTES
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN 10
                       PERFORM MANUTENCAO-REGRAS-RETENCAO
                   WHEN 11
                       PERFORM RELATORIO-RETENCOES-MES
                   WHEN 12
                       PERFORM INFORME-ANUAL-RETENCOES
                   WHEN 13
                       PERFORM EXTRATO-FORNECEDOR
                   WHEN 14
                       PERFORM CARTA-CONFIRMACAO-SALDO
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
           DISPLAY "================================================="
           DISPLAY "1 - Baixar Titulo (registrar pagamento)"
           DISPLAY "2 - Relatorio de Necessidade de Caixa (7/30 dias)"
           DISPLAY "3 - Bordero de Pagamento (remessa ao banco)"
           DISPLAY "4 - Processar Retorno de Pagamento"
           DISPLAY "5 - Categorias de Despesa"
           DISPLAY "6 - Lancar Titulo Manual (despesa)"
           DISPLAY "7 - Despesas Recorrentes (modelos)"
           DISPLAY "8 - Gerar Titulos Recorrentes do Mes"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "10 - Regras de Retencao de Impostos (servicos)"
           DISPLAY "11 - Relatorio Mensal de Retencoes"
           DISPLAY "12 - Informe Anual de Retencoes por Fornecedor"
           DISPLAY "13 - Extrato do Fornecedor (conta corrente)"
           DISPLAY "14 - Carta de Confirmacao de Saldo (auditoria)"
           DISPLAY "=================================================".

       PARSE-TITULO-RECORD.
           MOVE 0 TO TIT-CATEGORIA
           MOVE SPACES TO TIT-DOCUMENTO
           MOVE 0 TO TIT-EMISSAO
           UNSTRING TITULO-PAGAR-DADOS DELIMITED BY ","
               INTO TIT-PEDIDO TIT-SEQ TIT-FORNECEDOR
                    TIT-VENCIMENTO WS-TIT-VALOR-ALFA
                    TIT-STATUS TIT-DATA-BAIXA TIT-CATEGORIA
                    TIT-DOCUMENTO TIT-EMISSAO
           MOVE WS-TIT-VALOR-NUM TO TIT-VALOR.

       GRAVAR-TITULO-RECORD.
                  TIT-VENCIMENTO DELIMITED BY SIZE ","
                  WS-TIT-VALOR-ALFA DELIMITED BY SIZE ","
                  TIT-STATUS DELIMITED BY SIZE ","
                  TIT-DATA-BAIXA DELIMITED BY SIZE ","
                  TIT-CATEGORIA DELIMITED BY SIZE ","
                  TIT-DOCUMENTO DELIMITED BY SIZE ","
                  TIT-EMISSAO DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS.

       BAIXAR-TITULO.
       BAIXAR-TITULO-LIDO.
           PERFORM PARSE-TITULO-RECORD
           IF TITULO-ABERTO
               PERFORM VERIFICAR-TITULO-BORDERO
           END-IF
           IF TITULO-ABERTO AND WS-BDR-PENDENTE = "Y"
               DISPLAY "Titulo no bordero " WS-BDR-C-NUMERO
                   " aguardando retorno do banco, baixa recusada."
               MOVE "Y" TO WS-BAIXA-ACHADA
           END-IF
           IF TITULO-ABERTO AND WS-BDR-PENDENTE = "N"
               ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
               PERFORM OBTER-MOEDA-TITULO
               IF WS-TMO-ACHADO = "Y"
                   PERFORM BAIXAR-TITULO-MOEDA
               ELSE
                   DISPLAY "Valor do titulo: " TIT-VALOR
                   DISPLAY "Valor pago (Enter = total): "
                       WITH NO ADVANCING
                   ACCEPT WS-ENTRADA-VLR-PAGO
                   IF WS-ENTRADA-VLR-PAGO IS NUMERIC
                       MOVE WS-ENTRADA-PAGO-NUM TO WS-VLR-PAGO
                   ELSE
                       MOVE TIT-VALOR TO WS-VLR-PAGO
                   END-IF
                   PERFORM EFETIVAR-BAIXA-PAGAR
               END-IF
               MOVE "Y" TO WS-BAIXA-ACHADA
           END-IF.

       BAIXAR-TITULO-MOEDA.
           COMPUTE WS-TMO-VALOR-MOEDA ROUNDED =
               TIT-VALOR / WS-TMO-TAXA-ENTRADA
           MOVE WS-TMO-MOEDA TO WS-CMB-MOEDA
           MOVE WS-DATA-PAGAMENTO TO WS-CMB-DATA
           CALL 'obterTaxaCambio' USING WS-CMB-MOEDA WS-CMB-DATA
               WS-CMB-TAXA WS-CMB-ACHADO
           IF WS-CMB-ACHADO = "N"
               DISPLAY "Sem taxa de cambio de " WS-TMO-MOEDA
                   " cadastrada, baixa recusada."
           ELSE
               MOVE WS-CMB-TAXA TO WS-TMO-TAXA-PAGTO
               COMPUTE WS-VLR-PAGO ROUNDED =
                   WS-TMO-VALOR-MOEDA * WS-TMO-TAXA-PAGTO
               DISPLAY "Titulo em " WS-TMO-MOEDA ": "
                   WS-TMO-VALOR-MOEDA
               DISPLAY "Taxa da entrada: " WS-TMO-TAXA-ENTRADA
                   "  taxa do pagamento: " WS-TMO-TAXA-PAGTO
               DISPLAY "Valor contabilizado: " TIT-VALOR
                   "  valor a pagar: " WS-VLR-PAGO
               DISPLAY "Confirma a liquidacao integral? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-TMO-CONFIRMA
               IF WS-TMO-CONFIRMA = "S" OR WS-TMO-CONFIRMA = "s"
                   COMPUTE WS-VCB-VARIACAO = WS-VLR-PAGO - TIT-VALOR
                   SET TITULO-BAIXADO TO TRUE
                   MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
                   PERFORM GRAVAR-TITULO-RECORD
                   MOVE "00" TO WS-ARQ-STATUS
                   REWRITE TITULO-PAGAR-RECORD
                       INVALID KEY
                           MOVE "23" TO WS-ARQ-STATUS
                   END-REWRITE
                   MOVE "gestaoContasPagar" TO WS-ARQ-PROGRAMA
                   MOVE "dadosTitulosPagar.txt" TO WS-ARQ-NOME
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   PERFORM TESTAR-STATUS-ARQUIVO
                   PERFORM REGISTRAR-CAIXA-PAGAMENTO
                   PERFORM GRAVAR-PAGAMENTO-PAGAR
                   PERFORM GRAVAR-VARIACAO-CAMBIAL
                   DISPLAY "Titulo de " WS-VLR-PAGO
                       " pago/baixado com sucesso!"
               ELSE
                   DISPLAY "Baixa abandonada."
               END-IF
           END-IF.

       OBTER-MOEDA-TITULO.
           MOVE "N" TO WS-TMO-ACHADO
           MOVE "N" TO WS-TMO-EOF
           OPEN INPUT TITULO-MOEDA-FILE
           IF WS-TMO-FILE-STATUS = "35"
               MOVE "Y" TO WS-TMO-EOF
           ELSE
               PERFORM LER-TITULO-MOEDA UNTIL WS-TMO-EOF = "Y"
               CLOSE TITULO-MOEDA-FILE
           END-IF.

       LER-TITULO-MOEDA.
           READ TITULO-MOEDA-FILE INTO TITULO-MOEDA-RECORD
               AT END
                   MOVE "Y" TO WS-TMO-EOF
               NOT AT END
                   MOVE SPACES TO WS-TMO-C-TAXA-ALFA
                   UNSTRING TITULO-MOEDA-DADOS DELIMITED BY ","
                       INTO WS-TMO-C-PEDIDO WS-TMO-C-SEQ
                            WS-TMO-C-MOEDA WS-TMO-C-VALOR-ALFA
                            WS-TMO-C-TAXA-ALFA
                   IF WS-TMO-C-PEDIDO = TIT-PEDIDO
                       AND WS-TMO-C-SEQ = TIT-SEQ
                       AND WS-TMO-C-TAXA-ALFA IS NUMERIC
                       AND WS-TMO-C-TAXA-NUM > 0
                       MOVE "Y" TO WS-TMO-ACHADO
                       MOVE "Y" TO WS-TMO-EOF
                       MOVE WS-TMO-C-MOEDA TO WS-TMO-MOEDA
                       MOVE WS-TMO-C-TAXA-NUM TO WS-TMO-TAXA-ENTRADA
                   END-IF
           END-READ.

       GRAVAR-VARIACAO-CAMBIAL.
           IF WS-VCB-VARIACAO < 0
               MOVE "G" TO WS-VCB-TIPO
               COMPUTE WS-VCB-VALOR = 0 - WS-VCB-VARIACAO
           ELSE
               MOVE "P" TO WS-VCB-TIPO
               MOVE WS-VCB-VARIACAO TO WS-VCB-VALOR
           END-IF
           IF WS-VCB-VALOR > 0
               MOVE SPACES TO VARIACAO-CAMBIAL-DADOS
               STRING WS-DATA-PAGAMENTO DELIMITED BY SIZE ","
                      TIT-PEDIDO DELIMITED BY SIZE ","
                      TIT-SEQ DELIMITED BY SIZE ","
                      WS-TMO-MOEDA DELIMITED BY SIZE ","
                      WS-TMO-VALOR-MOEDA DELIMITED BY SIZE ","
                      WS-TMO-TAXA-ENTRADA DELIMITED BY SIZE ","
                      WS-TMO-TAXA-PAGTO DELIMITED BY SIZE ","
                      WS-VCB-TIPO DELIMITED BY SIZE ","
                      WS-VCB-VALOR DELIMITED BY SIZE
                      INTO VARIACAO-CAMBIAL-DADOS
               OPEN EXTEND VARIACAO-CAMBIAL-FILE
               IF WS-VCB-FILE-STATUS = "35"
                   OPEN OUTPUT VARIACAO-CAMBIAL-FILE
               END-IF
               WRITE VARIACAO-CAMBIAL-RECORD
               CLOSE VARIACAO-CAMBIAL-FILE
               IF WS-VCB-TIPO = "G"
                   DISPLAY "Variacao cambial ativa (ganho): "
                       WS-VCB-VALOR
               ELSE
                   DISPLAY "Variacao cambial passiva (perda): "
                       WS-VCB-VALOR
               END-IF
           END-IF.

       EFETIVAR-BAIXA-PAGAR.
           IF WS-VLR-PAGO >= TIT-VALOR
               SET TITULO-BAIXADO TO TRUE
               MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
               PERFORM GRAVAR-TITULO-RECORD
               REWRITE TITULO-PAGAR-RECORD
               PERFORM REGISTRAR-CAIXA-PAGAMENTO
               PERFORM GRAVAR-PAGAMENTO-PAGAR
               DISPLAY "Titulo de " TIT-VALOR
                   " pago/baixado com sucesso!"
           ELSE
                   SUBTRACT WS-VLR-PAGO FROM TIT-VALOR
                   PERFORM GRAVAR-TITULO-RECORD
                   REWRITE TITULO-PAGAR-RECORD
                   PERFORM REGISTRAR-CAIXA-PAGAMENTO
                   PERFORM GRAVAR-PAGAMENTO-PAGAR
                   DISPLAY "Baixa parcial de " WS-VLR-PAGO
                       " registrada, saldo residual " TIT-VALOR "."
               END-IF
               MOVE TIT-PEDIDO TO WS-CAIXA-DOC(1:6)
               CALL 'registrarMovimentoCaixa' USING
                   WS-CAIXA-TIPO WS-CAIXA-VALOR WS-CAIXA-DOC
               MOVE 0 TO WS-PGT-CONTA
           ELSE
               CALL 'obterContaBancaria' USING WS-PGT-CONTA
           END-IF.

       GRAVAR-PAGAMENTO-PAGAR.
                  TIT-PEDIDO DELIMITED BY SIZE ","
                  TIT-SEQ DELIMITED BY SIZE ","
                  WS-DATA-PAGAMENTO DELIMITED BY SIZE ","
                  WS-VLR-PAGO DELIMITED BY SIZE ","
                  WS-PGT-JUROS DELIMITED BY SIZE ","
                  WS-PGT-MULTA DELIMITED BY SIZE ","
                  WS-PGT-CONTA DELIMITED BY SIZE
                  INTO PAGAMENTO-TITULO-DADOS
           OPEN EXTEND PAGAMENTO-TITULO-FILE
           WRITE PAGAMENTO-TITULO-RECORD
           MOVE 0 TO WS-TOTAL-VENCIDO
           MOVE 0 TO WS-TOTAL-7-DIAS
           MOVE 0 TO WS-TOTAL-30-DIAS
           MOVE 0 TO WS-TOTAL-RETIDO
           MOVE "N" TO WS-TEM-ABERTO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-PAGAR-FILE
           DISPLAY "Total ja vencido........: " WS-TOTAL-VENCIDO
           DISPLAY "Vence nos proximos 7d...: " WS-TOTAL-7-DIAS
           DISPLAY "Vence nos proximos 30d..: " WS-TOTAL-30-DIAS
           DISPLAY "Retidos (incl. acima)...: " WS-TOTAL-RETIDO
           PERFORM APURAR-SALDO-DISPONIVEL
           MOVE WS-SLD-DISPONIVEL TO WS-SLD-EDITADO
           DISPLAY "Saldo disponivel bancos.: " WS-SLD-EDITADO
           COMPUTE WS-SLD-APOS = WS-SLD-DISPONIVEL -
               WS-TOTAL-VENCIDO - WS-TOTAL-7-DIAS
           MOVE WS-SLD-APOS TO WS-SLD-EDITADO
           DISPLAY "Saldo apos vencidos/7d..: " WS-SLD-EDITADO
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-TITULO-RECORD
                   IF TITULO-ABERTO OR TITULO-RETIDO
                       MOVE "Y" TO WS-TEM-ABERTO
                       COMPUTE WS-DIAS-PARA-VENCER =
                           FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO) -
                           " Pedido: " TIT-PEDIDO
                           " Venc: " TIT-VENCIMENTO
                           " Valor: " TIT-VALOR
                       IF TITULO-RETIDO
                           DISPLAY "  Titulo RETIDO aguardando "
                               "liberacao da nota"
                           ADD TIT-VALOR TO WS-TOTAL-RETIDO
                       END-IF
                       PERFORM CLASSIFICAR-CAIXA
                   END-IF
           END-READ.
                   DISPLAY "  Situacao: VENCE APOS 30 DIAS"
           END-EVALUATE.

       APURAR-SALDO-DISPONIVEL.
           MOVE 0 TO WS-SLD-COUNT
           MOVE 0 TO WS-SLD-DISPONIVEL
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               MOVE "Y" TO WS-CTB-EOF
           ELSE
               PERFORM LER-CONTA-SALDO UNTIL WS-CTB-EOF = "Y"
               CLOSE CONTA-BANCARIA-FILE
           END-IF
           MOVE "N" TO WS-PGH-EOF
           OPEN INPUT PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               MOVE "Y" TO WS-PGH-EOF
           ELSE
               PERFORM LER-PAGAMENTO-SALDO UNTIL WS-PGH-EOF = "Y"
               CLOSE PAGAMENTO-TITULO-FILE
           END-IF
           PERFORM SOMAR-SALDO-CONTA
               VARYING WS-SLD-IDX FROM 1 BY 1
               UNTIL WS-SLD-IDX > WS-SLD-COUNT.

       LER-CONTA-SALDO.
           READ CONTA-BANCARIA-FILE INTO CONTA-BANCARIA-RECORD
               AT END
                   MOVE "Y" TO WS-CTB-EOF
               NOT AT END
                   UNSTRING CONTA-BANCARIA-DADOS DELIMITED BY ","
                       INTO WS-SLD-L-CODIGO WS-SLD-L-BANCO
                            WS-SLD-L-AGENCIA WS-SLD-L-NUMERO
                            WS-SLD-L-DESCRICAO WS-SLD-L-SALDO-ALFA
                            WS-SLD-L-DATA WS-SLD-L-SITUACAO
                   IF WS-SLD-COUNT < 100
                       ADD 1 TO WS-SLD-COUNT
                       MOVE WS-SLD-L-CODIGO
                           TO WS-SLD-CONTA(WS-SLD-COUNT)
                       MOVE WS-SLD-L-BANCO
                           TO WS-SLD-BANCO(WS-SLD-COUNT)
                       MOVE WS-SLD-L-AGENCIA
                           TO WS-SLD-AGENCIA(WS-SLD-COUNT)
                       MOVE WS-SLD-L-NUMERO
                           TO WS-SLD-NUMERO(WS-SLD-COUNT)
                       MOVE WS-SLD-L-DATA
                           TO WS-SLD-DATA(WS-SLD-COUNT)
                       MOVE WS-SLD-L-SITUACAO
                           TO WS-SLD-SITUACAO(WS-SLD-COUNT)
                       MOVE 0 TO WS-SLD-SALDO(WS-SLD-COUNT)
                       IF WS-SLD-L-SALDO-ALFA IS NUMERIC
                           MOVE WS-SLD-L-SALDO
                               TO WS-SLD-SALDO(WS-SLD-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LER-PAGAMENTO-SALDO.
           READ PAGAMENTO-TITULO-FILE INTO PAGAMENTO-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   MOVE SPACES TO WS-PGH-CONTA-ALFA
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-DOC WS-PGH-PARCELA
                            WS-PGH-DATA WS-PGH-VALOR-ALFA
                            WS-PGH-JUROS-ALFA WS-PGH-MULTA-ALFA
                            WS-PGH-CONTA-ALFA
                   IF WS-PGH-CONTA-ALFA IS NUMERIC
                       AND WS-PGH-VALOR-ALFA IS NUMERIC
                       PERFORM PROCURAR-CONTA-SALDO
                           VARYING WS-SLD-IDX FROM 1 BY 1
                           UNTIL WS-SLD-IDX > WS-SLD-COUNT
                               OR WS-SLD-CONTA(WS-SLD-IDX)
                                   = WS-PGH-CONTA
                       IF WS-SLD-IDX <= WS-SLD-COUNT
                           AND WS-PGH-DATA > WS-SLD-DATA(WS-SLD-IDX)
                           PERFORM MOVIMENTAR-SALDO-CONTA
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-CONTA-SALDO.
           CONTINUE.

       MOVIMENTAR-SALDO-CONTA.
           IF WS-PGH-TIPO = "R"
               ADD WS-PGH-VALOR TO WS-SLD-SALDO(WS-SLD-IDX)
           END-IF
           IF WS-PGH-TIPO = "P"
               SUBTRACT WS-PGH-VALOR FROM WS-SLD-SALDO(WS-SLD-IDX)
           END-IF.

       SOMAR-SALDO-CONTA.
           IF WS-SLD-SITUACAO(WS-SLD-IDX) NOT = "E"
               ADD WS-SLD-SALDO(WS-SLD-IDX) TO WS-SLD-DISPONIVEL
           END-IF.

       CARREGAR-BORDEROS.
           MOVE 0 TO WS-BDR-COUNT
           MOVE "N" TO WS-BDR-EOF
           OPEN INPUT BORDERO-FILE
           IF WS-BDR-FILE-STATUS = "35"
               MOVE "Y" TO WS-BDR-EOF
           ELSE
               PERFORM LER-BORDERO UNTIL WS-BDR-EOF = "Y"
               CLOSE BORDERO-FILE
           END-IF.

       LER-BORDERO.
           READ BORDERO-FILE INTO BORDERO-RECORD
               AT END
                   MOVE "Y" TO WS-BDR-EOF
               NOT AT END
                   IF WS-BDR-COUNT < 3000
                       ADD 1 TO WS-BDR-COUNT
                       MOVE BORDERO-DADOS TO WS-BDR-LINHA(WS-BDR-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-BORDEROS.
           OPEN OUTPUT BORDERO-FILE
           PERFORM REGRAVAR-LINHA-BORDERO
               VARYING WS-BDR-IDX FROM 1 BY 1
               UNTIL WS-BDR-IDX > WS-BDR-COUNT
           CLOSE BORDERO-FILE.

       REGRAVAR-LINHA-BORDERO.
           WRITE BORDERO-RECORD FROM WS-BDR-LINHA(WS-BDR-IDX).

       PARSE-LINHA-BORDERO.
           UNSTRING WS-BDR-LINHA(WS-BDR-IDX) DELIMITED BY ","
               INTO WS-BDR-C-NUMERO WS-BDR-C-PEDIDO WS-BDR-C-SEQ
                    WS-BDR-C-FORNECEDOR WS-BDR-C-VENCIMENTO
                    WS-BDR-C-VALOR-ALFA WS-BDR-C-CONTA
                    WS-BDR-C-DATA WS-BDR-C-STATUS
                    WS-BDR-C-OCORRENCIA.

       MONTAR-LINHA-BORDERO.
           MOVE SPACES TO BORDERO-DADOS
           STRING WS-BDR-C-NUMERO DELIMITED BY SIZE ","
                  WS-BDR-C-PEDIDO DELIMITED BY SIZE ","
                  WS-BDR-C-SEQ DELIMITED BY SIZE ","
                  WS-BDR-C-FORNECEDOR DELIMITED BY SIZE ","
                  WS-BDR-C-VENCIMENTO DELIMITED BY SIZE ","
                  WS-BDR-C-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-BDR-C-CONTA DELIMITED BY SIZE ","
                  WS-BDR-C-DATA DELIMITED BY SIZE ","
                  WS-BDR-C-STATUS DELIMITED BY SIZE ","
                  WS-BDR-C-OCORRENCIA DELIMITED BY SIZE
                  INTO BORDERO-DADOS.

       VERIFICAR-TITULO-BORDERO.
           PERFORM CARREGAR-BORDEROS
           PERFORM PROCURAR-TITULO-BORDERO.

       PROCURAR-TITULO-BORDERO.
           MOVE "N" TO WS-BDR-PENDENTE
           PERFORM CONFERIR-BORDERO-PENDENTE
               VARYING WS-BDR-IDX FROM 1 BY 1
               UNTIL WS-BDR-IDX > WS-BDR-COUNT
                   OR WS-BDR-PENDENTE = "Y".

       CONFERIR-BORDERO-PENDENTE.
           PERFORM PARSE-LINHA-BORDERO
           IF WS-BDR-C-PEDIDO = TIT-PEDIDO
               AND WS-BDR-C-SEQ = TIT-SEQ
               AND BDR-ENVIADO
               MOVE "Y" TO WS-BDR-PENDENTE
           END-IF.

       GERAR-BORDERO-PAGAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            BORDERO DE PAGAMENTO                 "
           DISPLAY "================================================="
           DISPLAY "Titulos com vencimento ate (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-BDR-LIMITE-ALFA
           IF WS-BDR-LIMITE-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM MONTAR-BORDERO-PAGAMENTO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       MONTAR-BORDERO-PAGAMENTO.
           PERFORM CARREGAR-BORDEROS
           MOVE 0 TO WS-SEL-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-PAGAR-FILE
           PERFORM LER-TITULO-BORDERO UNTIL WS-END-OF-FILE = "Y"
           CLOSE TITULO-PAGAR-FILE
           IF WS-SEL-COUNT = 0
               DISPLAY "Nenhum titulo em aberto ate a data informada."
           ELSE
               PERFORM APURAR-SALDO-DISPONIVEL
               MOVE 999 TO WS-BDR-EXCLUIR
               PERFORM REVISAR-BORDERO UNTIL WS-BDR-EXCLUIR = 0
               IF WS-BDR-ITENS = 0
                   DISPLAY "Bordero sem titulos, nada a enviar."
               ELSE
                   DISPLAY "Aprovar o bordero e gerar a remessa? "
                       "(S/N): " WITH NO ADVANCING
                   ACCEPT WS-BDR-APROVA
                   IF WS-BDR-APROVA = "S" OR WS-BDR-APROVA = "s"
                       PERFORM APROVAR-BORDERO-PAGAMENTO
                   ELSE
                       DISPLAY "Bordero descartado."
                   END-IF
               END-IF
           END-IF.

       LER-TITULO-BORDERO.
           READ TITULO-PAGAR-FILE INTO TITULO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-TITULO-RECORD
                   IF TITULO-ABERTO
                       AND TIT-VENCIMENTO <= WS-BDR-LIMITE
                       AND TIT-FORNECEDOR NOT = 0
                       PERFORM PROCURAR-TITULO-BORDERO
                       IF WS-BDR-PENDENTE = "N"
                           AND WS-SEL-COUNT < 500
                           ADD 1 TO WS-SEL-COUNT
                           MOVE TIT-PEDIDO
                               TO WS-SEL-PEDIDO(WS-SEL-COUNT)
                           MOVE TIT-SEQ TO WS-SEL-SEQ(WS-SEL-COUNT)
                           MOVE TIT-FORNECEDOR
                               TO WS-SEL-FORNECEDOR(WS-SEL-COUNT)
                           MOVE TIT-VENCIMENTO
                               TO WS-SEL-VENCIMENTO(WS-SEL-COUNT)
                           MOVE TIT-VALOR TO WS-SEL-VALOR(WS-SEL-COUNT)
                           MOVE "S" TO WS-SEL-INCLUIDO(WS-SEL-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REVISAR-BORDERO.
           MOVE 0 TO WS-BDR-TOTAL
           MOVE 0 TO WS-BDR-ITENS
           DISPLAY "ITEM PEDIDO SQ FORNEC VENCTO         VALOR"
           PERFORM EXIBIR-ITEM-BORDERO
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT
           DISPLAY "================================================="
           MOVE WS-BDR-TOTAL TO WS-BDR-TOTAL-ED
           DISPLAY "Total do bordero.........: " WS-BDR-TOTAL-ED
               " (" WS-BDR-ITENS " titulo(s))"
           MOVE WS-SLD-DISPONIVEL TO WS-SLD-EDITADO
           DISPLAY "Saldo disponivel bancos..: " WS-SLD-EDITADO
           COMPUTE WS-SLD-APOS = WS-SLD-DISPONIVEL - WS-BDR-TOTAL
           MOVE WS-SLD-APOS TO WS-SLD-EDITADO
           DISPLAY "Saldo apos o bordero.....: " WS-SLD-EDITADO
           IF WS-SLD-APOS < 0
               DISPLAY "ATENCAO: total do bordero excede o saldo "
                   "disponivel."
           END-IF
           DISPLAY "Excluir item do bordero (numero, 0 = nenhum): "
               WITH NO ADVANCING
           ACCEPT WS-BDR-EXCLUIR
           IF WS-BDR-EXCLUIR > WS-SEL-COUNT
               DISPLAY "Item inexistente."
           ELSE
               IF WS-BDR-EXCLUIR > 0
                   MOVE "N" TO WS-SEL-INCLUIDO(WS-BDR-EXCLUIR)
               END-IF
           END-IF.

       EXIBIR-ITEM-BORDERO.
           IF WS-SEL-INCLUIDO(WS-SEL-IDX) = "S"
               ADD 1 TO WS-BDR-ITENS
               ADD WS-SEL-VALOR(WS-SEL-IDX) TO WS-BDR-TOTAL
               MOVE WS-SEL-VALOR(WS-SEL-IDX) TO WS-BDR-VALOR-ED
               DISPLAY WS-SEL-IDX "  " WS-SEL-PEDIDO(WS-SEL-IDX) " "
                   WS-SEL-SEQ(WS-SEL-IDX) " "
                   WS-SEL-FORNECEDOR(WS-SEL-IDX) " "
                   WS-SEL-VENCIMENTO(WS-SEL-IDX) " " WS-BDR-VALOR-ED
           END-IF.

       APROVAR-BORDERO-PAGAMENTO.
           CALL 'obterContaBancaria' USING WS-BDR-CONTA
           IF WS-BDR-CONTA = 0
               DISPLAY "Remessa exige conta bancaria, bordero nao "
                   "aprovado."
           ELSE
               PERFORM EMITIR-REMESSA-PAGAMENTO
           END-IF.

       EMITIR-REMESSA-PAGAMENTO.
           PERFORM PROCURAR-CONTA-SALDO
               VARYING WS-SLD-IDX FROM 1 BY 1
               UNTIL WS-SLD-IDX > WS-SLD-COUNT
                   OR WS-SLD-CONTA(WS-SLD-IDX) = WS-BDR-CONTA
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "BORDERO" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-BDR-NUMERO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           OPEN OUTPUT REMESSA-PAGAMENTO-FILE
           MOVE SPACES TO REMESSA-PAGAMENTO-LINHA
           STRING "0REMESSA PAGAMENTO " DELIMITED BY SIZE
                  WS-BDR-NUMERO DELIMITED BY SIZE " "
                  WS-DATA-ATUAL DELIMITED BY SIZE " "
                  WS-SLD-BANCO(WS-SLD-IDX) DELIMITED BY SIZE " "
                  WS-SLD-AGENCIA(WS-SLD-IDX) DELIMITED BY SIZE " "
                  WS-SLD-NUMERO(WS-SLD-IDX) DELIMITED BY SIZE
                  INTO REMESSA-PAGAMENTO-LINHA
           WRITE REMESSA-PAGAMENTO-LINHA
           OPEN INPUT FORNECEDOR-FILE
           OPEN EXTEND BORDERO-FILE
           IF WS-BDR-FILE-STATUS = "35"
               OPEN OUTPUT BORDERO-FILE
           END-IF
           PERFORM GRAVAR-ITEM-BORDERO
               VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT
           CLOSE BORDERO-FILE
           IF WS-FOR-FILE-STATUS NOT = "35"
               CLOSE FORNECEDOR-FILE
           END-IF
           MOVE SPACES TO REMESSA-PAGAMENTO-LINHA
           STRING "9" DELIMITED BY SIZE
                  WS-BDR-ITENS DELIMITED BY SIZE
                  WS-BDR-TOTAL DELIMITED BY SIZE
                  INTO REMESSA-PAGAMENTO-LINHA
           WRITE REMESSA-PAGAMENTO-LINHA
           CLOSE REMESSA-PAGAMENTO-FILE
           MOVE "gestaoContasPagar" TO WS-AUD-PROGRAMA
           MOVE "BORDERO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE WS-BDR-NUMERO TO WS-AUD-CHAVE(1:6)
           MOVE SPACES TO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "ITENS " DELIMITED BY SIZE
                  WS-BDR-ITENS DELIMITED BY SIZE
                  " TOTAL " DELIMITED BY SIZE
                  WS-BDR-TOTAL DELIMITED BY SIZE
                  " CONTA " DELIMITED BY SIZE
                  WS-BDR-CONTA DELIMITED BY SIZE
                  " ATE " DELIMITED BY SIZE
                  WS-BDR-LIMITE DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
           MOVE WS-BDR-TOTAL TO WS-BDR-TOTAL-ED
           DISPLAY "Bordero " WS-BDR-NUMERO " aprovado: "
               WS-BDR-ITENS " titulo(s), total " WS-BDR-TOTAL-ED
           DISPLAY "Remessa gravada em remessaPagamento.txt".

       GRAVAR-ITEM-BORDERO.
           IF WS-SEL-INCLUIDO(WS-SEL-IDX) = "S"
               MOVE "(NAO CADASTRADO)" TO REP-NOME
               MOVE 0 TO REP-CNPJ
               IF WS-FOR-FILE-STATUS NOT = "35"
                   MOVE WS-SEL-FORNECEDOR(WS-SEL-IDX)
                       TO FORN-CODIGO-CHAVE
                   READ FORNECEDOR-FILE
                       KEY IS FORN-CODIGO-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FR-NOME-RAZAO TO REP-NOME
                           MOVE FR-CNPJ TO REP-CNPJ
                   END-READ
               END-IF
               MOVE WS-SEL-PEDIDO(WS-SEL-IDX) TO REP-PEDIDO
               MOVE WS-SEL-SEQ(WS-SEL-IDX) TO REP-SEQ
               MOVE WS-SEL-VALOR(WS-SEL-IDX) TO REP-VALOR
               IF WS-SEL-VENCIMENTO(WS-SEL-IDX) < WS-DATA-ATUAL
                   MOVE WS-DATA-ATUAL TO REP-DATA-PAGTO
               ELSE
                   MOVE WS-SEL-VENCIMENTO(WS-SEL-IDX)
                       TO REP-DATA-PAGTO
               END-IF
               MOVE WS-BDR-NUMERO TO REP-BORDERO
               WRITE REMESSA-PAGAMENTO-LINHA FROM WS-REP-LINHA-DET
               MOVE WS-BDR-NUMERO TO WS-BDR-C-NUMERO
               MOVE WS-SEL-PEDIDO(WS-SEL-IDX) TO WS-BDR-C-PEDIDO
               MOVE WS-SEL-SEQ(WS-SEL-IDX) TO WS-BDR-C-SEQ
               MOVE WS-SEL-FORNECEDOR(WS-SEL-IDX)
                   TO WS-BDR-C-FORNECEDOR
               MOVE WS-SEL-VENCIMENTO(WS-SEL-IDX)
                   TO WS-BDR-C-VENCIMENTO
               MOVE WS-SEL-VALOR(WS-SEL-IDX) TO WS-TIT-VALOR-NUM
               MOVE WS-TIT-VALOR-ALFA TO WS-BDR-C-VALOR-ALFA
               MOVE WS-BDR-CONTA TO WS-BDR-C-CONTA
               MOVE WS-DATA-ATUAL TO WS-BDR-C-DATA
               MOVE "E" TO WS-BDR-C-STATUS
               MOVE SPACES TO WS-BDR-C-OCORRENCIA
               PERFORM MONTAR-LINHA-BORDERO
               WRITE BORDERO-RECORD
           END-IF.

       PROCESSAR-RETORNO-PAGAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        PROCESSAR RETORNO DE PAGAMENTO           "
           DISPLAY "================================================="
           MOVE 0 TO WS-RTP-PAGOS
           MOVE 0 TO WS-RTP-REJEITADOS
           OPEN INPUT RETORNO-PAGAMENTO-FILE
           IF WS-RTP-FILE-STATUS = "35"
               DISPLAY "Arquivo retornoPagamento.txt nao encontrado."
           ELSE
               PERFORM CARREGAR-BORDEROS
               MOVE "N" TO WS-RTP-EOF
               PERFORM PROCESSAR-LINHA-RETORNO-PAG
                   UNTIL WS-RTP-EOF = "Y"
               CLOSE RETORNO-PAGAMENTO-FILE
               PERFORM REGRAVAR-BORDEROS
               DISPLAY "Titulos pagos e baixados: " WS-RTP-PAGOS
               DISPLAY "Linhas rejeitadas: " WS-RTP-REJEITADOS
                   " (ver excecoesRetornoPagamento.txt)"
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       PROCESSAR-LINHA-RETORNO-PAG.
           READ RETORNO-PAGAMENTO-FILE INTO RETORNO-PAGAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-RTP-EOF
               NOT AT END
                   IF RTP-TIPO = "1"
                       AND RETORNO-PAGAMENTO-DADOS(2:8) IS NUMERIC
                       PERFORM TRATAR-ITEM-RETORNO-PAG
                   ELSE
                       IF RTP-TIPO = "0" OR RTP-TIPO = "9"
                           CONTINUE
                       ELSE
                           MOVE "LINHA INVALIDA" TO WS-RTP-MOTIVO
                           PERFORM REJEITAR-RETORNO-PAGAMENTO
                       END-IF
                   END-IF
           END-READ.

       TRATAR-ITEM-RETORNO-PAG.
           MOVE RTP-PEDIDO TO TIT-PEDIDO
           MOVE RTP-SEQ TO TIT-SEQ
           PERFORM PROCURAR-TITULO-BORDERO
           IF WS-BDR-PENDENTE = "N"
               MOVE "TITULO NAO CONSTA EM BORDERO PENDENTE"
                   TO WS-RTP-MOTIVO
               PERFORM REJEITAR-RETORNO-PAGAMENTO
           ELSE
               SUBTRACT 1 FROM WS-BDR-IDX
               MOVE RTP-OCORRENCIA TO WS-BDR-C-OCORRENCIA
               MOVE "N" TO WS-EXE-ENCERRADO
               IF RTP-OCORRENCIA = "00"
                   MOVE RTP-DATA TO WS-EXE-DATA
                   PERFORM VERIFICAR-EXERCICIO-ENCERRADO
               END-IF
               IF WS-EXE-ENCERRADO = "Y"
                   MOVE "R" TO WS-BDR-C-STATUS
                   MOVE "PAGAMENTO EM EXERCICIO ENCERRADO"
                       TO WS-RTP-MOTIVO
                   PERFORM REJEITAR-RETORNO-PAGAMENTO
               ELSE
                   IF RTP-OCORRENCIA = "00"
                       MOVE "P" TO WS-BDR-C-STATUS
                       PERFORM BAIXAR-TITULO-RETORNO-PAG
                       IF WS-BAIXA-ACHADA = "Y"
                           ADD 1 TO WS-RTP-PAGOS
                       ELSE
                           MOVE "PAGO PELO BANCO, TITULO JA BAIXADO"
                               TO WS-RTP-MOTIVO
                           PERFORM REJEITAR-RETORNO-PAGAMENTO
                       END-IF
                   ELSE
                       MOVE "R" TO WS-BDR-C-STATUS
                       MOVE SPACES TO WS-RTP-MOTIVO
                       STRING "REJEITADO PELO BANCO, OCORRENCIA "
                              DELIMITED BY SIZE
                              RTP-OCORRENCIA DELIMITED BY SIZE
                              INTO WS-RTP-MOTIVO
                       PERFORM REJEITAR-RETORNO-PAGAMENTO
                   END-IF
               END-IF
               PERFORM MONTAR-LINHA-BORDERO
               MOVE BORDERO-DADOS TO WS-BDR-LINHA(WS-BDR-IDX)
           END-IF.

       BAIXAR-TITULO-RETORNO-PAG.
           MOVE "N" TO WS-BAIXA-ACHADA
           OPEN I-O TITULO-PAGAR-FILE
           MOVE SPACES TO TITULO-PAGAR-DADOS
           STRING RTP-PEDIDO DELIMITED BY SIZE ","
                  RTP-SEQ DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS
           READ TITULO-PAGAR-FILE
               KEY IS TITULO-PAG-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-TITULO-RECORD
                   IF TITULO-ABERTO
                       PERFORM EFETIVAR-BAIXA-RETORNO-PAG
                       MOVE "Y" TO WS-BAIXA-ACHADA
                   END-IF
           END-READ
           CLOSE TITULO-PAGAR-FILE.

       EFETIVAR-BAIXA-RETORNO-PAG.
           MOVE RTP-VALOR TO WS-VLR-PAGO
           MOVE RTP-DATA TO WS-DATA-PAGAMENTO
           MOVE WS-BDR-C-CONTA TO WS-PGT-CONTA
           PERFORM OBTER-MOEDA-TITULO
           IF WS-TMO-ACHADO = "Y"
               PERFORM APURAR-VARIACAO-RETORNO
               SET TITULO-BAIXADO TO TRUE
               MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
           ELSE
               IF WS-VLR-PAGO >= TIT-VALOR
                   SET TITULO-BAIXADO TO TRUE
                   MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
               ELSE
                   SUBTRACT WS-VLR-PAGO FROM TIT-VALOR
               END-IF
           END-IF
           PERFORM GRAVAR-TITULO-RECORD
           REWRITE TITULO-PAGAR-RECORD
           PERFORM GRAVAR-PAGAMENTO-PAGAR
           IF WS-TMO-ACHADO = "Y"
               PERFORM GRAVAR-VARIACAO-CAMBIAL
           END-IF.

       APURAR-VARIACAO-RETORNO.
           COMPUTE WS-TMO-VALOR-MOEDA ROUNDED =
               TIT-VALOR / WS-TMO-TAXA-ENTRADA
           IF WS-TMO-VALOR-MOEDA > 0
               COMPUTE WS-TMO-TAXA-PAGTO ROUNDED =
                   WS-VLR-PAGO / WS-TMO-VALOR-MOEDA
           ELSE
               MOVE WS-TMO-TAXA-ENTRADA TO WS-TMO-TAXA-PAGTO
           END-IF
           COMPUTE WS-VCB-VARIACAO = WS-VLR-PAGO - TIT-VALOR.

       VERIFICAR-EXERCICIO-ENCERRADO.
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               DISPLAY "Data " WS-EXE-DATA " pertence a exercicio "
                   "encerrado, lancamento bloqueado."
           END-IF.

       REJEITAR-RETORNO-PAGAMENTO.
           ADD 1 TO WS-RTP-REJEITADOS
           DISPLAY "Rejeitado: " RETORNO-PAGAMENTO-DADOS
           DISPLAY "  Motivo: " WS-RTP-MOTIVO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE SPACES TO EXCECAO-PAGAMENTO-DADOS
           STRING WS-DATA-ATUAL DELIMITED BY SIZE ","
                  RETORNO-PAGAMENTO-DADOS DELIMITED BY SIZE ","
                  WS-RTP-MOTIVO DELIMITED BY SIZE
                  INTO EXCECAO-PAGAMENTO-DADOS
           OPEN EXTEND EXCECAO-PAGAMENTO-FILE
           IF WS-EXP-FILE-STATUS = "35"
               OPEN OUTPUT EXCECAO-PAGAMENTO-FILE
           END-IF
           WRITE EXCECAO-PAGAMENTO-RECORD
           CLOSE EXCECAO-PAGAMENTO-FILE.

       MANUTENCAO-CATEGORIAS-DESPESA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            CATEGORIAS DE DESPESA                "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir/Alterar / L-Listar / "
               "E-Excluir): " WITH NO ADVANCING
           ACCEPT WS-CAT-ACAO
           EVALUATE WS-CAT-ACAO
               WHEN "I"
                   PERFORM INCLUIR-CATEGORIA-DESPESA
               WHEN "L"
                   PERFORM LISTAR-CATEGORIAS-DESPESA
               WHEN "E"
                   PERFORM EXCLUIR-CATEGORIA-DESPESA
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-CATEGORIA-DESPESA.
           DISPLAY "Codigo da categoria (3 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           DISPLAY "Descricao: " WITH NO ADVANCING
           ACCEPT WS-CAT-DESCRICAO
           IF WS-CAT-ENTRADA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-CAT-ENTRADA TO WS-CAT-CODIGO
               IF WS-CAT-CODIGO = 0
                   DISPLAY "Codigo 000 reservado (titulos de "
                       "pedido de compra)."
               ELSE
                   INSPECT WS-CAT-DESCRICAO REPLACING ALL "," BY " "
                   PERFORM EXCLUIR-CATEGORIA-EXISTENTE
                   MOVE SPACES TO CATEGORIA-DESPESA-DADOS
                   STRING WS-CAT-CODIGO DELIMITED BY SIZE ","
                          WS-CAT-DESCRICAO DELIMITED BY SIZE
                          INTO CATEGORIA-DESPESA-DADOS
                   OPEN EXTEND CATEGORIA-DESPESA-FILE
                   IF WS-CAT-FILE-STATUS = "35"
                       OPEN OUTPUT CATEGORIA-DESPESA-FILE
                   END-IF
                   WRITE CATEGORIA-DESPESA-RECORD
                   CLOSE CATEGORIA-DESPESA-FILE
                   DISPLAY "Categoria gravada com sucesso!"
               END-IF
           END-IF.

       LISTAR-CATEGORIAS-DESPESA.
           MOVE "N" TO WS-CAT-ACHADA
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT CATEGORIA-DESPESA-FILE
           IF WS-CAT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CAT-EOF
           ELSE
               PERFORM LER-CATEGORIA-LISTA UNTIL WS-CAT-EOF = "Y"
               CLOSE CATEGORIA-DESPESA-FILE
           END-IF
           IF WS-CAT-ACHADA = "N"
               DISPLAY "Nenhuma categoria cadastrada."
           END-IF.

       LER-CATEGORIA-LISTA.
           READ CATEGORIA-DESPESA-FILE INTO CATEGORIA-DESPESA-RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   MOVE "Y" TO WS-CAT-ACHADA
                   UNSTRING CATEGORIA-DESPESA-DADOS DELIMITED BY ","
                       INTO WS-CAT-CODIGO WS-CAT-DESCRICAO
                   DISPLAY WS-CAT-CODIGO " - " WS-CAT-DESCRICAO
           END-READ.

       EXCLUIR-CATEGORIA-DESPESA.
           DISPLAY "Codigo da categoria: " WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           IF WS-CAT-ENTRADA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-CAT-ENTRADA TO WS-CAT-CODIGO
               PERFORM EXCLUIR-CATEGORIA-EXISTENTE
               DISPLAY "Categoria excluida."
           END-IF.

       EXCLUIR-CATEGORIA-EXISTENTE.
           MOVE 0 TO WS-CAT-COUNT
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT CATEGORIA-DESPESA-FILE
           IF WS-CAT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CAT-EOF
           ELSE
               PERFORM CARREGAR-CATEGORIA-MANTIDA
                   UNTIL WS-CAT-EOF = "Y"
               CLOSE CATEGORIA-DESPESA-FILE
               OPEN OUTPUT CATEGORIA-DESPESA-FILE
               PERFORM REGRAVAR-CATEGORIA-MANTIDA
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               CLOSE CATEGORIA-DESPESA-FILE
           END-IF.

       CARREGAR-CATEGORIA-MANTIDA.
           READ CATEGORIA-DESPESA-FILE INTO CATEGORIA-DESPESA-RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF CATEGORIA-DESPESA-DADOS(1:3) = WS-CAT-CODIGO
                       CONTINUE
                   ELSE
                       IF WS-CAT-COUNT < 200
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATEGORIA-DESPESA-DADOS
                               TO WS-CAT-LINHA(WS-CAT-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-CATEGORIA-MANTIDA.
           WRITE CATEGORIA-DESPESA-RECORD
               FROM WS-CAT-LINHA(WS-CAT-IDX).

       LOCALIZAR-CATEGORIA-DESPESA.
           MOVE "N" TO WS-CAT-ACHADA
           MOVE "N" TO WS-CAT-EOF
           OPEN INPUT CATEGORIA-DESPESA-FILE
           IF WS-CAT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CAT-EOF
           ELSE
               PERFORM LER-CATEGORIA-LOCALIZAR UNTIL WS-CAT-EOF = "Y"
               CLOSE CATEGORIA-DESPESA-FILE
           END-IF.

       LER-CATEGORIA-LOCALIZAR.
           READ CATEGORIA-DESPESA-FILE INTO CATEGORIA-DESPESA-RECORD
               AT END
                   MOVE "Y" TO WS-CAT-EOF
               NOT AT END
                   IF CATEGORIA-DESPESA-DADOS(1:3) = WS-CAT-BUSCA
                       UNSTRING CATEGORIA-DESPESA-DADOS
                           DELIMITED BY ","
                           INTO WS-CAT-CODIGO WS-CAT-DESCRICAO
                       MOVE "Y" TO WS-CAT-ACHADA
                       MOVE "Y" TO WS-CAT-EOF
                   END-IF
           END-READ.

       VALIDAR-FORNECEDOR-DESPESA.
           MOVE "N" TO WS-MAN-VALIDO
           OPEN INPUT FORNECEDOR-FILE
           IF WS-FOR-FILE-STATUS = "35"
               DISPLAY "Arquivo de fornecedores nao encontrado."
           ELSE
               MOVE WS-MAN-FORNECEDOR TO FORN-CODIGO-CHAVE
               READ FORNECEDOR-FILE
                   KEY IS FORN-CODIGO-CHAVE
                   INVALID KEY
                       DISPLAY "Fornecedor nao cadastrado."
                   NOT INVALID KEY
                       IF FR-BLOQUEADO
                           DISPLAY "Fornecedor bloqueado."
                       ELSE
                           DISPLAY "Fornecedor: " FR-NOME-RAZAO
                           MOVE "Y" TO WS-MAN-VALIDO
                       END-IF
               END-READ
               CLOSE FORNECEDOR-FILE
           END-IF.

       LANCAR-TITULO-MANUAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        LANCAR TITULO A PAGAR (DESPESA)          "
           DISPLAY "================================================="
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           DISPLAY "Categoria de despesa (3 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           DISPLAY "Vencimento (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-MAN-VENC-ALFA
           DISPLAY "Valor (9(9)V99, ex.: 00000150000 = 1500,00): "
               WITH NO ADVANCING
           ACCEPT WS-ENTRADA-VLR-PAGO
           DISPLAY "Numero do documento: " WITH NO ADVANCING
           ACCEPT WS-MAN-DOCUMENTO
           IF WS-MAN-FORN-ALFA IS NOT NUMERIC
               OR WS-CAT-ENTRADA IS NOT NUMERIC
               OR WS-MAN-VENC-ALFA IS NOT NUMERIC
               OR WS-ENTRADA-VLR-PAGO IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM VALIDAR-TITULO-MANUAL
               IF WS-MAN-VALIDO = "Y"
                   PERFORM GRAVAR-TITULO-MANUAL
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       VALIDAR-TITULO-MANUAL.
           PERFORM VALIDAR-FORNECEDOR-DESPESA
           IF WS-MAN-VALIDO = "Y"
               MOVE WS-CAT-ENTRADA TO WS-CAT-BUSCA
               PERFORM LOCALIZAR-CATEGORIA-DESPESA
               IF WS-CAT-ACHADA = "N" OR WS-CAT-BUSCA = 0
                   DISPLAY "Categoria de despesa nao cadastrada."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF
           IF WS-MAN-VALIDO = "Y"
               IF WS-ENTRADA-PAGO-NUM = 0
                   DISPLAY "Valor do titulo deve ser maior que zero."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF
           IF WS-MAN-VALIDO = "Y"
               IF FUNCTION INTEGER-OF-DATE(WS-MAN-VENCIMENTO) = 0
                   DISPLAY "Data de vencimento invalida."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF.

       GRAVAR-TITULO-MANUAL.
           PERFORM CALCULAR-RETENCOES
           MOVE 800001 TO WS-SEQ-MINIMO
           MOVE "DESPESA" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO TIT-PEDIDO
           MOVE 1 TO TIT-SEQ
           MOVE WS-MAN-FORNECEDOR TO TIT-FORNECEDOR
           MOVE WS-MAN-VENCIMENTO TO TIT-VENCIMENTO
           COMPUTE TIT-VALOR = WS-RET-BRUTO - WS-RET-TOTAL
           SET TITULO-ABERTO TO TRUE
           MOVE 0 TO TIT-DATA-BAIXA
           MOVE WS-CAT-BUSCA TO TIT-CATEGORIA
           INSPECT WS-MAN-DOCUMENTO REPLACING ALL "," BY " "
           MOVE WS-MAN-DOCUMENTO TO TIT-DOCUMENTO
           ACCEPT TIT-EMISSAO FROM DATE YYYYMMDD
           PERFORM GRAVAR-TITULO-RECORD
           OPEN I-O TITULO-PAGAR-FILE
           WRITE TITULO-PAGAR-RECORD
               INVALID KEY
                   DISPLAY "Titulo " TIT-PEDIDO " ja existe, "
                       "lancamento nao gravado."
               NOT INVALID KEY
                   DISPLAY "Titulo " TIT-PEDIDO "/" TIT-SEQ
                       " gravado, vencimento " TIT-VENCIMENTO
                   PERFORM AUDITAR-TITULO-MANUAL
                   IF WS-RET-TOTAL > 0
                       PERFORM GRAVAR-TITULOS-RETENCAO
                   END-IF
           END-WRITE
           CLOSE TITULO-PAGAR-FILE.

       AUDITAR-TITULO-MANUAL.
           MOVE "gestaoContasPagar" TO WS-AUD-PROGRAMA
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING TIT-PEDIDO DELIMITED BY SIZE "/"
                  TIT-SEQ DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE TITULO-PAGAR-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       MANUTENCAO-DESPESAS-RECORRENTES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        DESPESAS RECORRENTES (MODELOS)           "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir/Alterar / L-Listar / "
               "E-Excluir): " WITH NO ADVANCING
           ACCEPT WS-REC-ACAO
           EVALUATE WS-REC-ACAO
               WHEN "I"
                   PERFORM INCLUIR-DESPESA-RECORRENTE
               WHEN "L"
                   PERFORM LISTAR-DESPESAS-RECORRENTES
               WHEN "E"
                   PERFORM EXCLUIR-DESPESA-RECORRENTE
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-DESPESA-RECORRENTE.
           DISPLAY "Codigo do modelo (3 digitos): " WITH NO ADVANCING
           ACCEPT WS-REC-ENTRADA
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           DISPLAY "Categoria de despesa (3 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           DISPLAY "Valor mensal (9(9)V99): " WITH NO ADVANCING
           ACCEPT WS-ENTRADA-VLR-PAGO
           DISPLAY "Dia do vencimento (01-31): " WITH NO ADVANCING
           ACCEPT WS-REC-DIA-ALFA
           DISPLAY "Data final (AAAAMMDD, 00000000 = sem fim): "
               WITH NO ADVANCING
           ACCEPT WS-REC-FIM-ALFA
           DISPLAY "Descricao/documento: " WITH NO ADVANCING
           ACCEPT WS-MAN-DOCUMENTO
           IF WS-REC-ENTRADA IS NOT NUMERIC
               OR WS-MAN-FORN-ALFA IS NOT NUMERIC
               OR WS-CAT-ENTRADA IS NOT NUMERIC
               OR WS-ENTRADA-VLR-PAGO IS NOT NUMERIC
               OR WS-REC-DIA-ALFA IS NOT NUMERIC
               OR WS-REC-FIM-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM VALIDAR-DESPESA-RECORRENTE
               IF WS-MAN-VALIDO = "Y"
                   PERFORM GRAVAR-DESPESA-RECORRENTE
               END-IF
           END-IF.

       VALIDAR-DESPESA-RECORRENTE.
           PERFORM VALIDAR-FORNECEDOR-DESPESA
           IF WS-MAN-VALIDO = "Y"
               MOVE WS-CAT-ENTRADA TO WS-CAT-BUSCA
               PERFORM LOCALIZAR-CATEGORIA-DESPESA
               IF WS-CAT-ACHADA = "N" OR WS-CAT-BUSCA = 0
                   DISPLAY "Categoria de despesa nao cadastrada."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF
           IF WS-MAN-VALIDO = "Y"
               IF WS-REC-DIA < 1 OR WS-REC-DIA > 31
                   OR WS-ENTRADA-PAGO-NUM = 0
                   OR WS-REC-ENTRADA = "000"
                   DISPLAY "Modelo, dia ou valor invalido."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF.

       GRAVAR-DESPESA-RECORRENTE.
           MOVE WS-REC-ENTRADA TO WS-REC-C-CODIGO
           PERFORM EXCLUIR-RECORRENTE-EXISTENTE
           MOVE WS-MAN-FORNECEDOR TO WS-REC-C-FORNECEDOR
           MOVE WS-CAT-BUSCA TO WS-REC-C-CATEGORIA
           MOVE WS-ENTRADA-PAGO-NUM TO WS-REC-C-VALOR
           MOVE WS-REC-DIA TO WS-REC-C-DIA
           MOVE WS-REC-FIM TO WS-REC-C-FIM
           INSPECT WS-MAN-DOCUMENTO REPLACING ALL "," BY " "
           MOVE WS-MAN-DOCUMENTO TO WS-REC-C-DESCRICAO
           IF WS-REC-ACHADO = "N"
               MOVE 0 TO WS-REC-C-ULTIMA
           END-IF
           MOVE SPACES TO DESPESA-RECORRENTE-DADOS
           STRING WS-REC-C-CODIGO DELIMITED BY SIZE ","
                  WS-REC-C-FORNECEDOR DELIMITED BY SIZE ","
                  WS-REC-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-REC-C-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-REC-C-DIA DELIMITED BY SIZE ","
                  WS-REC-C-FIM DELIMITED BY SIZE ","
                  WS-REC-C-DESCRICAO DELIMITED BY SIZE ","
                  WS-REC-C-ULTIMA DELIMITED BY SIZE
                  INTO DESPESA-RECORRENTE-DADOS
           OPEN EXTEND DESPESA-RECORRENTE-FILE
           IF WS-REC-FILE-STATUS = "35"
               OPEN OUTPUT DESPESA-RECORRENTE-FILE
           END-IF
           WRITE DESPESA-RECORRENTE-RECORD
           CLOSE DESPESA-RECORRENTE-FILE
           DISPLAY "Modelo de despesa recorrente gravado!".

       LISTAR-DESPESAS-RECORRENTES.
           MOVE "N" TO WS-REC-ACHADO
           MOVE "N" TO WS-REC-EOF
           OPEN INPUT DESPESA-RECORRENTE-FILE
           IF WS-REC-FILE-STATUS = "35"
               MOVE "Y" TO WS-REC-EOF
           ELSE
               DISPLAY "MOD FORN  CAT         VALOR DIA FIM      "
                   "DESCRICAO       ULT.COMP"
               PERFORM LER-RECORRENTE-LISTA UNTIL WS-REC-EOF = "Y"
               CLOSE DESPESA-RECORRENTE-FILE
           END-IF
           IF WS-REC-ACHADO = "N"
               DISPLAY "Nenhum modelo de despesa recorrente."
           END-IF.

       LER-RECORRENTE-LISTA.
           READ DESPESA-RECORRENTE-FILE INTO DESPESA-RECORRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-REC-EOF
               NOT AT END
                   MOVE "Y" TO WS-REC-ACHADO
                   UNSTRING DESPESA-RECORRENTE-DADOS DELIMITED BY ","
                       INTO WS-REC-C-CODIGO WS-REC-C-FORNECEDOR
                            WS-REC-C-CATEGORIA WS-REC-C-VALOR-ALFA
                            WS-REC-C-DIA WS-REC-C-FIM
                            WS-REC-C-DESCRICAO WS-REC-C-ULTIMA
                   MOVE WS-REC-C-VALOR TO WS-BDR-VALOR-ED
                   DISPLAY WS-REC-C-CODIGO " " WS-REC-C-FORNECEDOR
                       " " WS-REC-C-CATEGORIA " " WS-BDR-VALOR-ED
                       " " WS-REC-C-DIA "  " WS-REC-C-FIM " "
                       WS-REC-C-DESCRICAO " " WS-REC-C-ULTIMA
           END-READ.

       EXCLUIR-DESPESA-RECORRENTE.
           DISPLAY "Codigo do modelo: " WITH NO ADVANCING
           ACCEPT WS-REC-ENTRADA
           IF WS-REC-ENTRADA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-REC-ENTRADA TO WS-REC-C-CODIGO
               PERFORM EXCLUIR-RECORRENTE-EXISTENTE
               IF WS-REC-ACHADO = "Y"
                   DISPLAY "Modelo excluido, titulos ja gerados "
                       "permanecem em aberto."
               ELSE
                   DISPLAY "Modelo nao encontrado."
               END-IF
           END-IF.

       EXCLUIR-RECORRENTE-EXISTENTE.
           MOVE "N" TO WS-REC-ACHADO
           MOVE 0 TO WS-REC-COUNT
           MOVE "N" TO WS-REC-EOF
           OPEN INPUT DESPESA-RECORRENTE-FILE
           IF WS-REC-FILE-STATUS = "35"
               MOVE "Y" TO WS-REC-EOF
           ELSE
               PERFORM CARREGAR-RECORRENTE-MANTIDO
                   UNTIL WS-REC-EOF = "Y"
               CLOSE DESPESA-RECORRENTE-FILE
               OPEN OUTPUT DESPESA-RECORRENTE-FILE
               PERFORM REGRAVAR-RECORRENTE-MANTIDO
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               CLOSE DESPESA-RECORRENTE-FILE
           END-IF.

       CARREGAR-RECORRENTE-MANTIDO.
           READ DESPESA-RECORRENTE-FILE INTO DESPESA-RECORRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-REC-EOF
               NOT AT END
                   IF DESPESA-RECORRENTE-DADOS(1:3) = WS-REC-C-CODIGO
                       MOVE "Y" TO WS-REC-ACHADO
                       PERFORM OBTER-ULTIMA-RECORRENTE
                   ELSE
                       IF WS-REC-COUNT < 200
                           ADD 1 TO WS-REC-COUNT
                           MOVE DESPESA-RECORRENTE-DADOS
                               TO WS-REC-LINHA(WS-REC-COUNT)
                       END-IF
                   END-IF
           END-READ.

       OBTER-ULTIMA-RECORRENTE.
           UNSTRING DESPESA-RECORRENTE-DADOS DELIMITED BY ","
               INTO WS-REC-C-CODIGO WS-REC-AUX WS-REC-AUX
                    WS-REC-AUX WS-REC-AUX WS-REC-AUX WS-REC-AUX
                    WS-REC-C-ULTIMA.

       REGRAVAR-RECORRENTE-MANTIDO.
           WRITE DESPESA-RECORRENTE-RECORD
               FROM WS-REC-LINHA(WS-REC-IDX).

       EXECUTAR-DESPESAS-RECORRENTES.
           CALL 'gerarDespesasRecorrentes'
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CALCULAR-RETENCOES.
           MOVE WS-ENTRADA-PAGO-NUM TO WS-RET-BRUTO
           MOVE 0 TO WS-RET-C-IRRF
           MOVE 0 TO WS-RET-C-ISS
           MOVE 0 TO WS-RET-C-CSRF
           MOVE 0 TO WS-RET-C-INSS
           MOVE 0 TO WS-RET-TOTAL
           PERFORM OBTER-REGRA-RETENCAO
           IF WS-RGR-ACHADA = "Y"
               COMPUTE WS-RET-C-IRRF ROUNDED =
                   WS-RET-BRUTO * WS-RET-ALIQ-IRRF / 100
               COMPUTE WS-RET-C-ISS ROUNDED =
                   WS-RET-BRUTO * WS-RET-ALIQ-ISS / 100
               COMPUTE WS-RET-C-CSRF ROUNDED =
                   WS-RET-BRUTO * WS-RET-ALIQ-CSRF / 100
               COMPUTE WS-RET-C-INSS ROUNDED =
                   WS-RET-BRUTO * WS-RET-ALIQ-INSS / 100
               COMPUTE WS-RET-TOTAL = WS-RET-C-IRRF + WS-RET-C-ISS
                   + WS-RET-C-CSRF + WS-RET-C-INSS
           END-IF
           IF WS-RET-TOTAL > 0
               MOVE WS-RET-BRUTO TO WS-BDR-VALOR-ED
               DISPLAY "Valor bruto do servico.....: " WS-BDR-VALOR-ED
               MOVE WS-RET-C-IRRF TO WS-BDR-VALOR-ED
               DISPLAY "(-) IRRF...................: " WS-BDR-VALOR-ED
               MOVE WS-RET-C-ISS TO WS-BDR-VALOR-ED
               DISPLAY "(-) ISS....................: " WS-BDR-VALOR-ED
               MOVE WS-RET-C-CSRF TO WS-BDR-VALOR-ED
               DISPLAY "(-) PIS/COFINS/CSLL........: " WS-BDR-VALOR-ED
               MOVE WS-RET-C-INSS TO WS-BDR-VALOR-ED
               DISPLAY "(-) INSS...................: " WS-BDR-VALOR-ED
               COMPUTE WS-BDR-VALOR-ED = WS-RET-BRUTO - WS-RET-TOTAL
               DISPLAY "Liquido ao fornecedor......: " WS-BDR-VALOR-ED
           END-IF.

       OBTER-REGRA-RETENCAO.
           MOVE "N" TO WS-RGR-ACHADA
           MOVE "N" TO WS-RGR-ESPECIFICA
           MOVE "N" TO WS-RGR-EOF
           OPEN INPUT REGRA-RETENCAO-FILE
           IF WS-RGR-FILE-STATUS = "35"
               MOVE "Y" TO WS-RGR-EOF
           ELSE
               PERFORM LER-REGRA-APLICAVEL UNTIL WS-RGR-EOF = "Y"
               CLOSE REGRA-RETENCAO-FILE
           END-IF.

       LER-REGRA-APLICAVEL.
           READ REGRA-RETENCAO-FILE INTO REGRA-RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-RGR-EOF
               NOT AT END
                   PERFORM PARSE-LINHA-REGRA
                   IF WS-RGR-C-CATEGORIA = WS-CAT-BUSCA
                       IF WS-RGR-C-FORNECEDOR = WS-MAN-FORNECEDOR
                           PERFORM GUARDAR-REGRA-APLICAVEL
                           MOVE "Y" TO WS-RGR-ESPECIFICA
                           MOVE "Y" TO WS-RGR-EOF
                       ELSE
                           IF WS-RGR-C-FORNECEDOR = 0
                               PERFORM GUARDAR-REGRA-APLICAVEL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-REGRA-APLICAVEL.
           MOVE "Y" TO WS-RGR-ACHADA
           MOVE WS-RGR-C-IRRF TO WS-RET-ALIQ-IRRF
           MOVE WS-RGR-C-ISS TO WS-RET-ALIQ-ISS
           MOVE WS-RGR-C-CSRF TO WS-RET-ALIQ-CSRF
           MOVE WS-RGR-C-INSS TO WS-RET-ALIQ-INSS.

       PARSE-LINHA-REGRA.
           UNSTRING REGRA-RETENCAO-DADOS DELIMITED BY ","
               INTO WS-RGR-C-CATEGORIA WS-RGR-C-FORNECEDOR
                    WS-RGR-C-IRRF-ALFA WS-RGR-C-ISS-ALFA
                    WS-RGR-C-CSRF-ALFA WS-RGR-C-INSS-ALFA.

       GRAVAR-TITULOS-RETENCAO.
           PERFORM CALCULAR-VENCIMENTOS-RETENCAO
           MOVE WS-RET-VENC-FEDERAL TO TIT-VENCIMENTO
           MOVE "IRRF" TO WS-RET-IMPOSTO
           MOVE WS-RET-C-IRRF TO WS-RET-VALOR
           MOVE 2 TO WS-RET-TIT-SEQ
           PERFORM GRAVAR-TITULO-IMPOSTO
           MOVE WS-RET-VENC-ISS TO TIT-VENCIMENTO
           MOVE "ISS" TO WS-RET-IMPOSTO
           MOVE WS-RET-C-ISS TO WS-RET-VALOR
           MOVE 3 TO WS-RET-TIT-SEQ
           PERFORM GRAVAR-TITULO-IMPOSTO
           MOVE WS-RET-VENC-FEDERAL TO TIT-VENCIMENTO
           MOVE "CSRF" TO WS-RET-IMPOSTO
           MOVE WS-RET-C-CSRF TO WS-RET-VALOR
           MOVE 4 TO WS-RET-TIT-SEQ
           PERFORM GRAVAR-TITULO-IMPOSTO
           MOVE "INSS" TO WS-RET-IMPOSTO
           MOVE WS-RET-C-INSS TO WS-RET-VALOR
           MOVE 5 TO WS-RET-TIT-SEQ
           PERFORM GRAVAR-TITULO-IMPOSTO
           PERFORM GRAVAR-REGISTRO-RETENCAO.

       CALCULAR-VENCIMENTOS-RETENCAO.
           MOVE 20 TO WS-RET-DIA-FEDERAL
           MOVE "RETENCAO-DIA-FEDERAL" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               AND WS-PAR-VALOR < 29
               MOVE WS-PAR-VALOR TO WS-RET-DIA-FEDERAL
           END-IF
           MOVE 10 TO WS-RET-DIA-ISS
           MOVE "RETENCAO-DIA-ISS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               AND WS-PAR-VALOR < 29
               MOVE WS-PAR-VALOR TO WS-RET-DIA-ISS
           END-IF
           MOVE WS-MAN-VENCIMENTO(1:4) TO WS-RET-ANO
           MOVE WS-MAN-VENCIMENTO(5:2) TO WS-RET-MES
           IF WS-RET-MES = 12
               ADD 1 TO WS-RET-ANO
               MOVE 1 TO WS-RET-MES
           ELSE
               ADD 1 TO WS-RET-MES
           END-IF
           COMPUTE WS-RET-VENC-FEDERAL = WS-RET-ANO * 10000
               + WS-RET-MES * 100 + WS-RET-DIA-FEDERAL
           COMPUTE WS-RET-VENC-ISS = WS-RET-ANO * 10000
               + WS-RET-MES * 100 + WS-RET-DIA-ISS
           MOVE "N" TO WS-RET-DIA-OK
           PERFORM ANTECIPAR-VENCIMENTO-FEDERAL
               UNTIL WS-RET-DIA-OK = "Y"
           CALL 'ajustarDiaUtil' USING WS-RET-VENC-ISS.

       ANTECIPAR-VENCIMENTO-FEDERAL.
           MOVE WS-RET-VENC-FEDERAL TO WS-RET-DATA-TESTE
           CALL 'ajustarDiaUtil' USING WS-RET-DATA-TESTE
           IF WS-RET-DATA-TESTE = WS-RET-VENC-FEDERAL
               MOVE "Y" TO WS-RET-DIA-OK
           ELSE
               COMPUTE WS-RET-VENC-FEDERAL = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RET-VENC-FEDERAL) - 1)
           END-IF.

       GRAVAR-TITULO-IMPOSTO.
           IF WS-RET-VALOR > 0
               MOVE WS-RET-TIT-SEQ TO TIT-SEQ
               MOVE 0 TO TIT-FORNECEDOR
               MOVE WS-RET-VALOR TO TIT-VALOR
               MOVE SPACES TO TIT-DOCUMENTO
               STRING WS-RET-IMPOSTO DELIMITED BY SPACE " "
                      DELIMITED BY SIZE
                      WS-MAN-DOCUMENTO DELIMITED BY SIZE
                      INTO TIT-DOCUMENTO
               PERFORM GRAVAR-TITULO-RECORD
               WRITE TITULO-PAGAR-RECORD
                   INVALID KEY
                       DISPLAY "Guia " WS-RET-IMPOSTO " do titulo "
                           TIT-PEDIDO " ja existe, nao gravada."
                   NOT INVALID KEY
                       MOVE WS-RET-VALOR TO WS-BDR-VALOR-ED
                       DISPLAY "Guia " WS-RET-IMPOSTO " titulo "
                           TIT-PEDIDO "/" TIT-SEQ " valor "
                           WS-BDR-VALOR-ED " venc " TIT-VENCIMENTO
                       PERFORM AUDITAR-TITULO-MANUAL
               END-WRITE
           END-IF.

       GRAVAR-REGISTRO-RETENCAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE TIT-PEDIDO TO WS-RET-C-TITULO
           MOVE WS-DATA-ATUAL TO WS-RET-C-DATA
           MOVE WS-MAN-VENCIMENTO(1:6) TO WS-RET-C-COMPETENCIA
           MOVE WS-MAN-FORNECEDOR TO WS-RET-C-FORNECEDOR
           MOVE WS-CAT-BUSCA TO WS-RET-C-CATEGORIA
           MOVE WS-RET-BRUTO TO WS-RET-C-BRUTO
           MOVE SPACES TO RETENCAO-DADOS
           STRING WS-RET-C-TITULO DELIMITED BY SIZE ","
                  WS-RET-C-DATA DELIMITED BY SIZE ","
                  WS-RET-C-COMPETENCIA DELIMITED BY SIZE ","
                  WS-RET-C-FORNECEDOR DELIMITED BY SIZE ","
                  WS-RET-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-RET-C-BRUTO-ALFA DELIMITED BY SIZE ","
                  WS-RET-C-IRRF-ALFA DELIMITED BY SIZE ","
                  WS-RET-C-ISS-ALFA DELIMITED BY SIZE ","
                  WS-RET-C-CSRF-ALFA DELIMITED BY SIZE ","
                  WS-RET-C-INSS-ALFA DELIMITED BY SIZE
                  INTO RETENCAO-DADOS
           OPEN EXTEND RETENCAO-FILE
           IF WS-RET-FILE-STATUS = "35"
               OPEN OUTPUT RETENCAO-FILE
           END-IF
           WRITE RETENCAO-RECORD
           CLOSE RETENCAO-FILE.

       PARSE-LINHA-RETENCAO.
           UNSTRING RETENCAO-DADOS DELIMITED BY ","
               INTO WS-RET-C-TITULO WS-RET-C-DATA
                    WS-RET-C-COMPETENCIA WS-RET-C-FORNECEDOR
                    WS-RET-C-CATEGORIA WS-RET-C-BRUTO-ALFA
                    WS-RET-C-IRRF-ALFA WS-RET-C-ISS-ALFA
                    WS-RET-C-CSRF-ALFA WS-RET-C-INSS-ALFA.

       MANUTENCAO-REGRAS-RETENCAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REGRAS DE RETENCAO DE IMPOSTOS            "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir/Alterar / L-Listar / "
               "E-Excluir): " WITH NO ADVANCING
           ACCEPT WS-RGR-ACAO
           EVALUATE WS-RGR-ACAO
               WHEN "I"
                   PERFORM INCLUIR-REGRA-RETENCAO
               WHEN "L"
                   PERFORM LISTAR-REGRAS-RETENCAO
               WHEN "E"
                   PERFORM EXCLUIR-REGRA-RETENCAO
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-REGRA-RETENCAO.
           DISPLAY "Tipo de servico (categoria, 3 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           DISPLAY "Fornecedor (00000 = todos da categoria): "
               WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           DISPLAY "Aliquotas em 99V99 (ex.: 0150 = 1,50%)"
           DISPLAY "IRRF..............: " WITH NO ADVANCING
           ACCEPT WS-RGR-C-IRRF-ALFA
           DISPLAY "ISS...............: " WITH NO ADVANCING
           ACCEPT WS-RGR-C-ISS-ALFA
           DISPLAY "PIS/COFINS/CSLL...: " WITH NO ADVANCING
           ACCEPT WS-RGR-C-CSRF-ALFA
           DISPLAY "INSS..............: " WITH NO ADVANCING
           ACCEPT WS-RGR-C-INSS-ALFA
           IF WS-CAT-ENTRADA IS NOT NUMERIC
               OR WS-MAN-FORN-ALFA IS NOT NUMERIC
               OR WS-RGR-C-IRRF-ALFA IS NOT NUMERIC
               OR WS-RGR-C-ISS-ALFA IS NOT NUMERIC
               OR WS-RGR-C-CSRF-ALFA IS NOT NUMERIC
               OR WS-RGR-C-INSS-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM VALIDAR-REGRA-RETENCAO
               IF WS-MAN-VALIDO = "Y"
                   PERFORM GRAVAR-REGRA-RETENCAO
               END-IF
           END-IF.

       VALIDAR-REGRA-RETENCAO.
           MOVE "Y" TO WS-MAN-VALIDO
           MOVE WS-CAT-ENTRADA TO WS-CAT-BUSCA
           PERFORM LOCALIZAR-CATEGORIA-DESPESA
           IF WS-CAT-ACHADA = "N" OR WS-CAT-BUSCA = 0
               DISPLAY "Categoria de despesa nao cadastrada."
               MOVE "N" TO WS-MAN-VALIDO
           END-IF
           IF WS-MAN-VALIDO = "Y" AND WS-MAN-FORNECEDOR NOT = 0
               PERFORM VALIDAR-FORNECEDOR-DESPESA
           END-IF
           IF WS-MAN-VALIDO = "Y"
               IF WS-RGR-C-IRRF + WS-RGR-C-ISS + WS-RGR-C-CSRF
                   + WS-RGR-C-INSS NOT < 100
                   DISPLAY "Soma das aliquotas deve ser menor que "
                       "100%."
                   MOVE "N" TO WS-MAN-VALIDO
               END-IF
           END-IF.

       GRAVAR-REGRA-RETENCAO.
           MOVE WS-CAT-BUSCA TO WS-RGR-C-CATEGORIA
           MOVE WS-MAN-FORNECEDOR TO WS-RGR-C-FORNECEDOR
           PERFORM MONTAR-CHAVE-REGRA
           PERFORM EXCLUIR-REGRA-EXISTENTE
           MOVE SPACES TO REGRA-RETENCAO-DADOS
           STRING WS-RGR-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-RGR-C-FORNECEDOR DELIMITED BY SIZE ","
                  WS-RGR-C-IRRF-ALFA DELIMITED BY SIZE ","
                  WS-RGR-C-ISS-ALFA DELIMITED BY SIZE ","
                  WS-RGR-C-CSRF-ALFA DELIMITED BY SIZE ","
                  WS-RGR-C-INSS-ALFA DELIMITED BY SIZE
                  INTO REGRA-RETENCAO-DADOS
           OPEN EXTEND REGRA-RETENCAO-FILE
           IF WS-RGR-FILE-STATUS = "35"
               OPEN OUTPUT REGRA-RETENCAO-FILE
           END-IF
           WRITE REGRA-RETENCAO-RECORD
           CLOSE REGRA-RETENCAO-FILE
           DISPLAY "Regra de retencao gravada com sucesso!".

       MONTAR-CHAVE-REGRA.
           MOVE SPACES TO WS-RGR-CHAVE
           STRING WS-RGR-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-RGR-C-FORNECEDOR DELIMITED BY SIZE
                  INTO WS-RGR-CHAVE.

       LISTAR-REGRAS-RETENCAO.
           MOVE "N" TO WS-RGR-ACHADA
           MOVE "N" TO WS-RGR-EOF
           OPEN INPUT REGRA-RETENCAO-FILE
           IF WS-RGR-FILE-STATUS = "35"
               MOVE "Y" TO WS-RGR-EOF
           ELSE
               DISPLAY "CAT FORN    IRRF   ISS  CSRF  INSS"
               PERFORM LER-REGRA-LISTA UNTIL WS-RGR-EOF = "Y"
               CLOSE REGRA-RETENCAO-FILE
           END-IF
           IF WS-RGR-ACHADA = "N"
               DISPLAY "Nenhuma regra de retencao cadastrada."
           END-IF.

       LER-REGRA-LISTA.
           READ REGRA-RETENCAO-FILE INTO REGRA-RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-RGR-EOF
               NOT AT END
                   MOVE "Y" TO WS-RGR-ACHADA
                   PERFORM PARSE-LINHA-REGRA
                   DISPLAY WS-RGR-C-CATEGORIA " " WS-RGR-C-FORNECEDOR
                       WITH NO ADVANCING
                   MOVE WS-RGR-C-IRRF TO WS-RGR-ALIQ-ED
                   DISPLAY " " WS-RGR-ALIQ-ED WITH NO ADVANCING
                   MOVE WS-RGR-C-ISS TO WS-RGR-ALIQ-ED
                   DISPLAY " " WS-RGR-ALIQ-ED WITH NO ADVANCING
                   MOVE WS-RGR-C-CSRF TO WS-RGR-ALIQ-ED
                   DISPLAY " " WS-RGR-ALIQ-ED WITH NO ADVANCING
                   MOVE WS-RGR-C-INSS TO WS-RGR-ALIQ-ED
                   DISPLAY " " WS-RGR-ALIQ-ED
           END-READ.

       EXCLUIR-REGRA-RETENCAO.
           DISPLAY "Tipo de servico (categoria): " WITH NO ADVANCING
           ACCEPT WS-CAT-ENTRADA
           DISPLAY "Fornecedor (00000 = todos): " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           IF WS-CAT-ENTRADA IS NOT NUMERIC
               OR WS-MAN-FORN-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-CAT-ENTRADA TO WS-RGR-C-CATEGORIA
               MOVE WS-MAN-FORNECEDOR TO WS-RGR-C-FORNECEDOR
               PERFORM MONTAR-CHAVE-REGRA
               PERFORM EXCLUIR-REGRA-EXISTENTE
               IF WS-RGR-ACHADA = "Y"
                   DISPLAY "Regra excluida."
               ELSE
                   DISPLAY "Regra nao encontrada."
               END-IF
           END-IF.

       EXCLUIR-REGRA-EXISTENTE.
           MOVE "N" TO WS-RGR-ACHADA
           MOVE 0 TO WS-RGR-COUNT
           MOVE "N" TO WS-RGR-EOF
           OPEN INPUT REGRA-RETENCAO-FILE
           IF WS-RGR-FILE-STATUS = "35"
               MOVE "Y" TO WS-RGR-EOF
           ELSE
               PERFORM CARREGAR-REGRA-MANTIDA UNTIL WS-RGR-EOF = "Y"
               CLOSE REGRA-RETENCAO-FILE
               OPEN OUTPUT REGRA-RETENCAO-FILE
               PERFORM REGRAVAR-REGRA-MANTIDA
                   VARYING WS-RGR-IDX FROM 1 BY 1
                   UNTIL WS-RGR-IDX > WS-RGR-COUNT
               CLOSE REGRA-RETENCAO-FILE
           END-IF.

       CARREGAR-REGRA-MANTIDA.
           READ REGRA-RETENCAO-FILE INTO REGRA-RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-RGR-EOF
               NOT AT END
                   IF REGRA-RETENCAO-DADOS(1:9) = WS-RGR-CHAVE
                       MOVE "Y" TO WS-RGR-ACHADA
                   ELSE
                       IF WS-RGR-COUNT < 300
                           ADD 1 TO WS-RGR-COUNT
                           MOVE REGRA-RETENCAO-DADOS
                               TO WS-RGR-LINHA(WS-RGR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-REGRA-MANTIDA.
           WRITE REGRA-RETENCAO-RECORD
               FROM WS-RGR-LINHA(WS-RGR-IDX).

       RELATORIO-RETENCOES-MES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        RELATORIO MENSAL DE RETENCOES            "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-RRT-COMP-ALFA
           IF WS-RRT-COMP-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM EMITIR-RELATORIO-RETENCOES
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EMITIR-RELATORIO-RETENCOES.
           MOVE 0 TO WS-RRT-COUNT
           MOVE 0 TO WS-RRT-TOT-BRUTO
           MOVE 0 TO WS-RRT-TOT-IRRF
           MOVE 0 TO WS-RRT-TOT-ISS
           MOVE 0 TO WS-RRT-TOT-CSRF
           MOVE 0 TO WS-RRT-TOT-INSS
           MOVE "N" TO WS-RET-EOF
           OPEN INPUT RETENCAO-FILE
           IF WS-RET-FILE-STATUS = "35"
               MOVE "Y" TO WS-RET-EOF
           ELSE
               PERFORM LER-RETENCAO-MES UNTIL WS-RET-EOF = "Y"
               CLOSE RETENCAO-FILE
           END-IF
           OPEN OUTPUT RELATORIO-RETENCAO-FILE
           MOVE SPACES TO RELATORIO-RETENCAO-LINHA
           STRING "RETENCOES NA FONTE - COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-RRT-COMPETENCIA DELIMITED BY SIZE
                  INTO RELATORIO-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-RETENCAO
           MOVE SPACES TO RELATORIO-RETENCAO-LINHA
           STRING "FORN  NOME                   BRUTO"
                  DELIMITED BY SIZE
                  "         IRRF          ISS  PIS/COF/CSL"
                  DELIMITED BY SIZE
                  "         INSS" DELIMITED BY SIZE
                  INTO RELATORIO-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-RETENCAO
           IF WS-RRT-COUNT = 0
               MOVE "  (nenhuma retencao na competencia)"
                   TO RELATORIO-RETENCAO-LINHA
               PERFORM EMITIR-LINHA-RETENCAO
           ELSE
               OPEN INPUT FORNECEDOR-FILE
               PERFORM EMITIR-FORNECEDOR-RETENCAO
                   VARYING WS-RRT-IDX FROM 1 BY 1
                   UNTIL WS-RRT-IDX > WS-RRT-COUNT
               IF WS-FOR-FILE-STATUS NOT = "35"
                   CLOSE FORNECEDOR-FILE
               END-IF
           END-IF
           MOVE SPACES TO RELATORIO-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-RETENCAO
           MOVE "Total de servicos (bruto)....:" TO WS-RRT-ROTULO
           MOVE WS-RRT-TOT-BRUTO TO WS-RRT-VALOR
           PERFORM EMITIR-TOTAL-RETENCAO
           MOVE "Total IRRF retido............:" TO WS-RRT-ROTULO
           MOVE WS-RRT-TOT-IRRF TO WS-RRT-VALOR
           PERFORM EMITIR-TOTAL-RETENCAO
           MOVE "Total ISS retido.............:" TO WS-RRT-ROTULO
           MOVE WS-RRT-TOT-ISS TO WS-RRT-VALOR
           PERFORM EMITIR-TOTAL-RETENCAO
           MOVE "Total PIS/COFINS/CSLL retido.:" TO WS-RRT-ROTULO
           MOVE WS-RRT-TOT-CSRF TO WS-RRT-VALOR
           PERFORM EMITIR-TOTAL-RETENCAO
           MOVE "Total INSS retido............:" TO WS-RRT-ROTULO
           MOVE WS-RRT-TOT-INSS TO WS-RRT-VALOR
           PERFORM EMITIR-TOTAL-RETENCAO
           CLOSE RELATORIO-RETENCAO-FILE
           MOVE "relatorioRetencoes.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioRetencoes" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-RRT-COMPETENCIA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioRetencoes.txt".

       LER-RETENCAO-MES.
           READ RETENCAO-FILE INTO RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-RET-EOF
               NOT AT END
                   PERFORM PARSE-LINHA-RETENCAO
                   IF WS-RET-C-COMPETENCIA = WS-RRT-COMPETENCIA
                       PERFORM ACUMULAR-RETENCAO-FORNECEDOR
                   END-IF
           END-READ.

       ACUMULAR-RETENCAO-FORNECEDOR.
           PERFORM PROCURAR-FORNECEDOR-RETENCAO
               VARYING WS-RRT-IDX FROM 1 BY 1
               UNTIL WS-RRT-IDX > WS-RRT-COUNT
               OR WS-RRT-FORNECEDOR(WS-RRT-IDX) = WS-RET-C-FORNECEDOR
           IF WS-RRT-IDX > WS-RRT-COUNT AND WS-RRT-COUNT < 300
               ADD 1 TO WS-RRT-COUNT
               MOVE WS-RRT-COUNT TO WS-RRT-IDX
               MOVE WS-RET-C-FORNECEDOR TO WS-RRT-FORNECEDOR(WS-RRT-IDX)
               MOVE 0 TO WS-RRT-BRUTO(WS-RRT-IDX)
               MOVE 0 TO WS-RRT-IRRF(WS-RRT-IDX)
               MOVE 0 TO WS-RRT-ISS(WS-RRT-IDX)
               MOVE 0 TO WS-RRT-CSRF(WS-RRT-IDX)
               MOVE 0 TO WS-RRT-INSS(WS-RRT-IDX)
           END-IF
           IF WS-RRT-IDX NOT > WS-RRT-COUNT
               ADD WS-RET-C-BRUTO TO WS-RRT-BRUTO(WS-RRT-IDX)
               ADD WS-RET-C-IRRF TO WS-RRT-IRRF(WS-RRT-IDX)
               ADD WS-RET-C-ISS TO WS-RRT-ISS(WS-RRT-IDX)
               ADD WS-RET-C-CSRF TO WS-RRT-CSRF(WS-RRT-IDX)
               ADD WS-RET-C-INSS TO WS-RRT-INSS(WS-RRT-IDX)
           END-IF
           ADD WS-RET-C-BRUTO TO WS-RRT-TOT-BRUTO
           ADD WS-RET-C-IRRF TO WS-RRT-TOT-IRRF
           ADD WS-RET-C-ISS TO WS-RRT-TOT-ISS
           ADD WS-RET-C-CSRF TO WS-RRT-TOT-CSRF
           ADD WS-RET-C-INSS TO WS-RRT-TOT-INSS.

       PROCURAR-FORNECEDOR-RETENCAO.
           CONTINUE.

       EMITIR-FORNECEDOR-RETENCAO.
           MOVE WS-RRT-FORNECEDOR(WS-RRT-IDX) TO FORN-CODIGO-CHAVE
           PERFORM OBTER-NOME-FORNECEDOR-RET
           MOVE WS-RRT-BRUTO(WS-RRT-IDX) TO WS-RRT-BRUTO-ED
           MOVE WS-RRT-IRRF(WS-RRT-IDX) TO WS-RRT-IRRF-ED
           MOVE WS-RRT-ISS(WS-RRT-IDX) TO WS-RRT-ISS-ED
           MOVE WS-RRT-CSRF(WS-RRT-IDX) TO WS-RRT-CSRF-ED
           MOVE WS-RRT-INSS(WS-RRT-IDX) TO WS-RRT-INSS-ED
           MOVE SPACES TO RELATORIO-RETENCAO-LINHA
           STRING WS-RRT-FORNECEDOR(WS-RRT-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RRT-NOME(1:15) DELIMITED BY SIZE
                  " " WS-RRT-BRUTO-ED DELIMITED BY SIZE
                  " " WS-RRT-IRRF-ED DELIMITED BY SIZE
                  " " WS-RRT-ISS-ED DELIMITED BY SIZE
                  " " WS-RRT-CSRF-ED DELIMITED BY SIZE
                  " " WS-RRT-INSS-ED DELIMITED BY SIZE
                  INTO RELATORIO-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-RETENCAO.

       OBTER-NOME-FORNECEDOR-RET.
           MOVE "(nao cadastrado)" TO WS-RRT-NOME
           MOVE 0 TO WS-RRT-CNPJ
           IF WS-FOR-FILE-STATUS NOT = "35"
               READ FORNECEDOR-FILE
                   KEY IS FORN-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FR-NOME-RAZAO TO WS-RRT-NOME
                       MOVE FR-CNPJ TO WS-RRT-CNPJ
               END-READ
           END-IF.

       EMITIR-TOTAL-RETENCAO.
           MOVE WS-RRT-VALOR TO WS-RRT-TOTAL-ED
           MOVE SPACES TO RELATORIO-RETENCAO-LINHA
           STRING WS-RRT-ROTULO DELIMITED BY SIZE " "
                  WS-RRT-TOTAL-ED DELIMITED BY SIZE
                  INTO RELATORIO-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-RETENCAO.

       EMITIR-LINHA-RETENCAO.
           DISPLAY RELATORIO-RETENCAO-LINHA
           WRITE RELATORIO-RETENCAO-LINHA.

       INFORME-ANUAL-RETENCOES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     INFORME ANUAL DE RETENCOES (FORNECEDOR)     "
           DISPLAY "================================================="
           DISPLAY "Ano-calendario (AAAA): " WITH NO ADVANCING
           ACCEPT WS-RRT-ANO-ALFA
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           IF WS-RRT-ANO-ALFA IS NOT NUMERIC
               OR WS-MAN-FORN-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               PERFORM EMITIR-INFORME-RETENCOES
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EMITIR-INFORME-RETENCOES.
           INITIALIZE WS-RRT-MESES
           MOVE 0 TO WS-RRT-TOT-BRUTO
           MOVE 0 TO WS-RRT-TOT-IRRF
           MOVE 0 TO WS-RRT-TOT-ISS
           MOVE 0 TO WS-RRT-TOT-CSRF
           MOVE 0 TO WS-RRT-TOT-INSS
           MOVE "N" TO WS-RET-EOF
           OPEN INPUT RETENCAO-FILE
           IF WS-RET-FILE-STATUS = "35"
               MOVE "Y" TO WS-RET-EOF
           ELSE
               PERFORM LER-RETENCAO-ANO UNTIL WS-RET-EOF = "Y"
               CLOSE RETENCAO-FILE
           END-IF
           OPEN INPUT FORNECEDOR-FILE
           MOVE WS-MAN-FORNECEDOR TO FORN-CODIGO-CHAVE
           PERFORM OBTER-NOME-FORNECEDOR-RET
           IF WS-FOR-FILE-STATUS NOT = "35"
               CLOSE FORNECEDOR-FILE
           END-IF
           OPEN OUTPUT INFORME-RETENCAO-FILE
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           STRING "INFORME DE RENDIMENTOS PAGOS E RETENCOES - "
                  DELIMITED BY SIZE
                  "ANO-CALENDARIO " DELIMITED BY SIZE
                  WS-RRT-ANO DELIMITED BY SIZE
                  INTO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           STRING "Fornecedor: " DELIMITED BY SIZE
                  WS-MAN-FORNECEDOR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-RRT-NOME DELIMITED BY SIZE
                  " CNPJ: " DELIMITED BY SIZE
                  WS-RRT-CNPJ DELIMITED BY SIZE
                  INTO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           STRING "MES        BRUTO         IRRF          ISS"
                  DELIMITED BY SIZE
                  "  PIS/COF/CSL         INSS" DELIMITED BY SIZE
                  INTO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME
           PERFORM EMITIR-MES-INFORME
               VARYING WS-RRT-MES FROM 1 BY 1
               UNTIL WS-RRT-MES > 12
           MOVE WS-RRT-TOT-BRUTO TO WS-RRT-BRUTO-ED
           MOVE WS-RRT-TOT-IRRF TO WS-RRT-IRRF-ED
           MOVE WS-RRT-TOT-ISS TO WS-RRT-ISS-ED
           MOVE WS-RRT-TOT-CSRF TO WS-RRT-CSRF-ED
           MOVE WS-RRT-TOT-INSS TO WS-RRT-INSS-ED
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           STRING "TOT" DELIMITED BY SIZE
                  " " WS-RRT-BRUTO-ED DELIMITED BY SIZE
                  " " WS-RRT-IRRF-ED DELIMITED BY SIZE
                  " " WS-RRT-ISS-ED DELIMITED BY SIZE
                  " " WS-RRT-CSRF-ED DELIMITED BY SIZE
                  " " WS-RRT-INSS-ED DELIMITED BY SIZE
                  INTO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME
           CLOSE INFORME-RETENCAO-FILE
           MOVE "informeRetencoes.txt" TO WS-RLE-ARQUIVO
           MOVE "informeRetencoes" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Ano " DELIMITED BY SIZE
                  WS-RRT-ANO DELIMITED BY SIZE
                  " fornecedor " DELIMITED BY SIZE
                  WS-MAN-FORNECEDOR DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Informe gravado em informeRetencoes.txt".

       LER-RETENCAO-ANO.
           READ RETENCAO-FILE INTO RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-RET-EOF
               NOT AT END
                   PERFORM PARSE-LINHA-RETENCAO
                   IF WS-RET-C-COMPETENCIA(1:4) = WS-RRT-ANO-ALFA
                       AND WS-RET-C-FORNECEDOR = WS-MAN-FORNECEDOR
                       PERFORM ACUMULAR-RETENCAO-MES
                   END-IF
           END-READ.

       ACUMULAR-RETENCAO-MES.
           MOVE WS-RET-C-COMPETENCIA(5:2) TO WS-RRT-MES
           IF WS-RRT-MES > 0 AND WS-RRT-MES < 13
               ADD WS-RET-C-BRUTO TO WS-RRT-M-BRUTO(WS-RRT-MES)
               ADD WS-RET-C-IRRF TO WS-RRT-M-IRRF(WS-RRT-MES)
               ADD WS-RET-C-ISS TO WS-RRT-M-ISS(WS-RRT-MES)
               ADD WS-RET-C-CSRF TO WS-RRT-M-CSRF(WS-RRT-MES)
               ADD WS-RET-C-INSS TO WS-RRT-M-INSS(WS-RRT-MES)
               ADD WS-RET-C-BRUTO TO WS-RRT-TOT-BRUTO
               ADD WS-RET-C-IRRF TO WS-RRT-TOT-IRRF
               ADD WS-RET-C-ISS TO WS-RRT-TOT-ISS
               ADD WS-RET-C-CSRF TO WS-RRT-TOT-CSRF
               ADD WS-RET-C-INSS TO WS-RRT-TOT-INSS
           END-IF.

       EMITIR-MES-INFORME.
           MOVE WS-RRT-M-BRUTO(WS-RRT-MES) TO WS-RRT-BRUTO-ED
           MOVE WS-RRT-M-IRRF(WS-RRT-MES) TO WS-RRT-IRRF-ED
           MOVE WS-RRT-M-ISS(WS-RRT-MES) TO WS-RRT-ISS-ED
           MOVE WS-RRT-M-CSRF(WS-RRT-MES) TO WS-RRT-CSRF-ED
           MOVE WS-RRT-M-INSS(WS-RRT-MES) TO WS-RRT-INSS-ED
           MOVE SPACES TO INFORME-RETENCAO-LINHA
           STRING " " WS-RRT-MES DELIMITED BY SIZE
                  " " WS-RRT-BRUTO-ED DELIMITED BY SIZE
                  " " WS-RRT-IRRF-ED DELIMITED BY SIZE
                  " " WS-RRT-ISS-ED DELIMITED BY SIZE
                  " " WS-RRT-CSRF-ED DELIMITED BY SIZE
                  " " WS-RRT-INSS-ED DELIMITED BY SIZE
                  INTO INFORME-RETENCAO-LINHA
           PERFORM EMITIR-LINHA-INFORME.

       EMITIR-LINHA-INFORME.
           DISPLAY INFORME-RETENCAO-LINHA
           WRITE INFORME-RETENCAO-LINHA.

       EXTRATO-FORNECEDOR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      EXTRATO DO FORNECEDOR (CONTA CORRENTE)     "
           DISPLAY "================================================="
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           DISPLAY "Data inicial (AAAAMMDD, Enter = inicio do mes): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EXF-ENTRADA-DATA
           ACCEPT WS-EXF-ENTRADA-DATA
           IF WS-EXF-ENTRADA-DATA IS NUMERIC
               MOVE WS-EXF-ENTRADA-DATA TO WS-EXF-DATA-INI
           ELSE
               MOVE WS-DATA-ATUAL TO WS-EXF-DATA-INI
               MOVE 01 TO WS-EXF-DATA-INI(7:2)
           END-IF
           DISPLAY "Data final (AAAAMMDD, Enter = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EXF-ENTRADA-DATA
           ACCEPT WS-EXF-ENTRADA-DATA
           IF WS-EXF-ENTRADA-DATA IS NUMERIC
               MOVE WS-EXF-ENTRADA-DATA TO WS-EXF-DATA-FIM
           ELSE
               MOVE WS-DATA-ATUAL TO WS-EXF-DATA-FIM
           END-IF
           IF WS-MAN-FORN-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               IF WS-EXF-DATA-FIM < WS-EXF-DATA-INI
                   DISPLAY "Periodo invalido."
               ELSE
                   MOVE WS-MAN-FORNECEDOR TO WS-EXF-FORNECEDOR
                   PERFORM MONTAR-MOVIMENTO-FORNECEDOR
                   PERFORM EMITIR-EXTRATO-FORNECEDOR
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       MONTAR-MOVIMENTO-FORNECEDOR.
           MOVE 0 TO WS-EXF-TT-COUNT
           MOVE 0 TO WS-EXF-MV-COUNT
           MOVE WS-EXF-FORNECEDOR TO FORN-CODIGO-CHAVE
           OPEN INPUT FORNECEDOR-FILE
           PERFORM OBTER-NOME-FORNECEDOR-RET
           IF WS-FOR-FILE-STATUS NOT = "35"
               CLOSE FORNECEDOR-FILE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-PAGAR-FILE
           PERFORM LER-TITULO-EXTRATO-FORN
               UNTIL WS-END-OF-FILE = "Y"
           CLOSE TITULO-PAGAR-FILE
           MOVE "N" TO WS-ABT-EOF
           OPEN INPUT ABATIMENTO-PAGAR-FILE
           IF WS-ABT-FILE-STATUS = "35"
               MOVE "Y" TO WS-ABT-EOF
           ELSE
               PERFORM LER-ABATIMENTO-EXTRATO-FORN
                   UNTIL WS-ABT-EOF = "Y"
               CLOSE ABATIMENTO-PAGAR-FILE
           END-IF
           MOVE "N" TO WS-PGH-EOF
           OPEN INPUT PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               MOVE "Y" TO WS-PGH-EOF
           ELSE
               PERFORM SOMAR-PAGAMENTO-EXTRATO-FORN
                   UNTIL WS-PGH-EOF = "Y"
               CLOSE PAGAMENTO-TITULO-FILE
           END-IF
           OPEN INPUT PEDIDO-FILE
           PERFORM LANCAR-TITULO-EXTRATO-FORN
               VARYING WS-EXF-TT-IDX FROM 1 BY 1
               UNTIL WS-EXF-TT-IDX > WS-EXF-TT-COUNT
           IF WS-PDC-FILE-STATUS NOT = "35"
               CLOSE PEDIDO-FILE
           END-IF
           MOVE "N" TO WS-PGH-EOF
           OPEN INPUT PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               MOVE "Y" TO WS-PGH-EOF
           ELSE
               PERFORM LER-PAGAMENTO-EXTRATO-FORN
                   UNTIL WS-PGH-EOF = "Y"
               CLOSE PAGAMENTO-TITULO-FILE
           END-IF
           MOVE "N" TO WS-VCB-EOF
           OPEN INPUT VARIACAO-CAMBIAL-FILE
           IF WS-VCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-VCB-EOF
           ELSE
               PERFORM LER-VARIACAO-EXTRATO-FORN
                   UNTIL WS-VCB-EOF = "Y"
               CLOSE VARIACAO-CAMBIAL-FILE
           END-IF
           PERFORM ORDENAR-EXTRATO-FORN-PASSO
               VARYING WS-EXF-MV-LIMITE FROM WS-EXF-MV-COUNT BY -1
               UNTIL WS-EXF-MV-LIMITE < 2.

       LER-TITULO-EXTRATO-FORN.
           READ TITULO-PAGAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-TITULO-RECORD
                   IF TIT-FORNECEDOR = WS-EXF-FORNECEDOR
                       AND WS-EXF-TT-COUNT < 1000
                       ADD 1 TO WS-EXF-TT-COUNT
                       MOVE WS-EXF-TT-COUNT TO WS-EXF-TT-IDX
                       MOVE TIT-PEDIDO
                           TO WS-EXF-TT-PEDIDO(WS-EXF-TT-IDX)
                       MOVE TIT-SEQ TO WS-EXF-TT-SEQ(WS-EXF-TT-IDX)
                       MOVE TIT-EMISSAO
                           TO WS-EXF-TT-DATA(WS-EXF-TT-IDX)
                       MOVE TIT-VENCIMENTO
                           TO WS-EXF-TT-VENCIMENTO(WS-EXF-TT-IDX)
                       MOVE TIT-VALOR TO WS-EXF-TT-VALOR(WS-EXF-TT-IDX)
                       MOVE TIT-VALOR
                           TO WS-EXF-TT-ORIGINAL(WS-EXF-TT-IDX)
                       MOVE TIT-STATUS
                           TO WS-EXF-TT-STATUS(WS-EXF-TT-IDX)
                       MOVE TIT-DATA-BAIXA
                           TO WS-EXF-TT-BAIXA(WS-EXF-TT-IDX)
                       MOVE 0 TO WS-EXF-TT-PAGOS(WS-EXF-TT-IDX)
                       MOVE 0 TO WS-EXF-TT-ULTIMO(WS-EXF-TT-IDX)
                   END-IF
           END-READ.

       LOCALIZAR-TITULO-EXTRATO-FORN.
           PERFORM PROCURAR-TITULO-EXTRATO-FORN
               VARYING WS-EXF-TT-IDX FROM 1 BY 1
               UNTIL WS-EXF-TT-IDX > WS-EXF-TT-COUNT
               OR (WS-EXF-TT-PEDIDO(WS-EXF-TT-IDX) = WS-BAIXA-PEDIDO
               AND WS-EXF-TT-SEQ(WS-EXF-TT-IDX) = WS-BAIXA-SEQ).

       PROCURAR-TITULO-EXTRATO-FORN.
           CONTINUE.

       LER-ABATIMENTO-EXTRATO-FORN.
           READ ABATIMENTO-PAGAR-FILE INTO ABATIMENTO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-ABT-EOF
               NOT AT END
                   UNSTRING ABATIMENTO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-ABT-C-PEDIDO WS-ABT-C-SEQ
                            WS-ABT-C-FORNECEDOR WS-ABT-C-DATA
                            WS-ABT-C-VALOR-ALFA WS-ABT-C-TIPO
                   IF WS-ABT-C-FORNECEDOR = WS-EXF-FORNECEDOR
                       AND WS-ABT-C-VALOR-ALFA IS NUMERIC
                       MOVE WS-ABT-C-PEDIDO TO WS-BAIXA-PEDIDO
                       MOVE WS-ABT-C-SEQ TO WS-BAIXA-SEQ
                       PERFORM LOCALIZAR-TITULO-EXTRATO-FORN
                       IF WS-EXF-TT-IDX <= WS-EXF-TT-COUNT
                           PERFORM LANCAR-ABATIMENTO-EXTRATO-FORN
                       END-IF
                   END-IF
           END-READ.

       LANCAR-ABATIMENTO-EXTRATO-FORN.
           IF ABATIMENTO-PARCIAL
               ADD WS-ABT-C-VALOR TO WS-EXF-TT-ORIGINAL(WS-EXF-TT-IDX)
           END-IF
           MOVE SPACES TO WS-EXF-HISTORICO
           STRING "DEVOLUCAO COMPRA " DELIMITED BY SIZE
                  WS-ABT-C-PEDIDO DELIMITED BY SIZE "/"
                  DELIMITED BY SIZE
                  WS-ABT-C-SEQ DELIMITED BY SIZE
                  INTO WS-EXF-HISTORICO
           MOVE WS-ABT-C-DATA TO WS-EXF-DATA-MOV
           MOVE 2 TO WS-EXF-ORDEM
           MOVE WS-ABT-C-VALOR TO WS-EXF-DEBITO
           MOVE 0 TO WS-EXF-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO-FORN.

       SOMAR-PAGAMENTO-EXTRATO-FORN.
           READ PAGAMENTO-TITULO-FILE INTO PAGAMENTO-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-DOC WS-PGH-PARCELA
                            WS-PGH-DATA WS-PGH-VALOR-ALFA
                   IF WS-PGH-TIPO = "P"
                       AND WS-PGH-DOC IS NUMERIC
                       AND WS-PGH-PARCELA IS NUMERIC
                       AND WS-PGH-VALOR-ALFA IS NUMERIC
                       MOVE WS-PGH-DOC TO WS-BAIXA-PEDIDO
                       MOVE WS-PGH-PARCELA TO WS-BAIXA-SEQ
                       PERFORM LOCALIZAR-TITULO-EXTRATO-FORN
                       IF WS-EXF-TT-IDX <= WS-EXF-TT-COUNT
                           ADD WS-PGH-VALOR
                               TO WS-EXF-TT-PAGOS(WS-EXF-TT-IDX)
                           MOVE WS-PGH-VALOR
                               TO WS-EXF-TT-ULTIMO(WS-EXF-TT-IDX)
                       END-IF
                   END-IF
           END-READ.

       LANCAR-TITULO-EXTRATO-FORN.
           IF WS-EXF-TT-DATA(WS-EXF-TT-IDX) = 0
               PERFORM OBTER-DATA-RECEBIMENTO-PEDIDO
           END-IF
           IF WS-EXF-TT-STATUS(WS-EXF-TT-IDX) = "B"
               SUBTRACT WS-EXF-TT-ULTIMO(WS-EXF-TT-IDX)
                   FROM WS-EXF-TT-PAGOS(WS-EXF-TT-IDX)
           END-IF
           ADD WS-EXF-TT-PAGOS(WS-EXF-TT-IDX)
               TO WS-EXF-TT-ORIGINAL(WS-EXF-TT-IDX)
           MOVE SPACES TO WS-EXF-HISTORICO
           STRING "TITULO " DELIMITED BY SIZE
                  WS-EXF-TT-PEDIDO(WS-EXF-TT-IDX) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-EXF-TT-SEQ(WS-EXF-TT-IDX) DELIMITED BY SIZE
                  " VENC " DELIMITED BY SIZE
                  WS-EXF-TT-VENCIMENTO(WS-EXF-TT-IDX)
                  DELIMITED BY SIZE
                  INTO WS-EXF-HISTORICO
           MOVE WS-EXF-TT-DATA(WS-EXF-TT-IDX) TO WS-EXF-DATA-MOV
           MOVE 1 TO WS-EXF-ORDEM
           MOVE 0 TO WS-EXF-DEBITO
           MOVE WS-EXF-TT-ORIGINAL(WS-EXF-TT-IDX) TO WS-EXF-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO-FORN.

       OBTER-DATA-RECEBIMENTO-PEDIDO.
           MOVE WS-EXF-TT-VENCIMENTO(WS-EXF-TT-IDX)
               TO WS-EXF-TT-DATA(WS-EXF-TT-IDX)
           IF WS-PDC-FILE-STATUS NOT = "35"
               MOVE WS-EXF-TT-PEDIDO(WS-EXF-TT-IDX)
                   TO PEDIDO-NUMERO-CHAVE
               READ PEDIDO-FILE
                   KEY IS PEDIDO-NUMERO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-PDC-DATA-RECEB
                       UNSTRING PEDIDO-DADOS DELIMITED BY ","
                           INTO WS-PDC-NUMERO WS-PDC-FORNECEDOR
                                WS-PDC-STATUS WS-PDC-DATA-PEDIDO
                                WS-PDC-DATA-RECEB
                       IF WS-PDC-DATA-RECEB > 0
                           MOVE WS-PDC-DATA-RECEB
                               TO WS-EXF-TT-DATA(WS-EXF-TT-IDX)
                       END-IF
               END-READ
           END-IF.

       LER-PAGAMENTO-EXTRATO-FORN.
           READ PAGAMENTO-TITULO-FILE INTO PAGAMENTO-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-DOC WS-PGH-PARCELA
                            WS-PGH-DATA WS-PGH-VALOR-ALFA
                   IF WS-PGH-TIPO = "P"
                       AND WS-PGH-DOC IS NUMERIC
                       AND WS-PGH-PARCELA IS NUMERIC
                       AND WS-PGH-VALOR-ALFA IS NUMERIC
                       MOVE WS-PGH-DOC TO WS-BAIXA-PEDIDO
                       MOVE WS-PGH-PARCELA TO WS-BAIXA-SEQ
                       PERFORM LOCALIZAR-TITULO-EXTRATO-FORN
                       IF WS-EXF-TT-IDX <= WS-EXF-TT-COUNT
                           PERFORM LANCAR-PAGAMENTO-EXTRATO-FORN
                       END-IF
                   END-IF
           END-READ.

       LANCAR-PAGAMENTO-EXTRATO-FORN.
           MOVE SPACES TO WS-EXF-HISTORICO
           STRING "PAGAMENTO " DELIMITED BY SIZE
                  WS-PGH-DOC DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PGH-PARCELA DELIMITED BY SIZE
                  INTO WS-EXF-HISTORICO
           MOVE WS-PGH-DATA TO WS-EXF-DATA-MOV
           MOVE 3 TO WS-EXF-ORDEM
           MOVE WS-PGH-VALOR TO WS-EXF-DEBITO
           MOVE 0 TO WS-EXF-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO-FORN.

       LER-VARIACAO-EXTRATO-FORN.
           READ VARIACAO-CAMBIAL-FILE INTO VARIACAO-CAMBIAL-RECORD
               AT END
                   MOVE "Y" TO WS-VCB-EOF
               NOT AT END
                   UNSTRING VARIACAO-CAMBIAL-DADOS DELIMITED BY ","
                       INTO WS-VCB-C-DATA WS-VCB-C-PEDIDO
                            WS-VCB-C-SEQ WS-VCB-C-MOEDA
                            WS-VCB-C-VALOR-MOEDA WS-VCB-C-TAXA-ENTRADA
                            WS-VCB-C-TAXA-PAGTO WS-VCB-C-TIPO
                            WS-VCB-C-VALOR-ALFA
                   IF WS-VCB-C-VALOR-ALFA IS NUMERIC
                       MOVE WS-VCB-C-PEDIDO TO WS-BAIXA-PEDIDO
                       MOVE WS-VCB-C-SEQ TO WS-BAIXA-SEQ
                       PERFORM LOCALIZAR-TITULO-EXTRATO-FORN
                       IF WS-EXF-TT-IDX <= WS-EXF-TT-COUNT
                           PERFORM LANCAR-VARIACAO-EXTRATO-FORN
                       END-IF
                   END-IF
           END-READ.

       LANCAR-VARIACAO-EXTRATO-FORN.
           MOVE SPACES TO WS-EXF-HISTORICO
           STRING "VARIACAO CAMBIAL " DELIMITED BY SIZE
                  WS-VCB-C-PEDIDO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-VCB-C-SEQ DELIMITED BY SIZE
                  INTO WS-EXF-HISTORICO
           MOVE WS-VCB-C-DATA TO WS-EXF-DATA-MOV
           MOVE 2 TO WS-EXF-ORDEM
           IF VARIACAO-GANHO
               MOVE WS-VCB-C-VALOR TO WS-EXF-DEBITO
               MOVE 0 TO WS-EXF-CREDITO
           ELSE
               MOVE 0 TO WS-EXF-DEBITO
               MOVE WS-VCB-C-VALOR TO WS-EXF-CREDITO
           END-IF
           PERFORM INCLUIR-MOVIMENTO-EXTRATO-FORN.

       INCLUIR-MOVIMENTO-EXTRATO-FORN.
           IF WS-EXF-MV-COUNT < 3000
               ADD 1 TO WS-EXF-MV-COUNT
               MOVE WS-EXF-DATA-MOV TO WS-EXF-MV-DATA(WS-EXF-MV-COUNT)
               MOVE WS-EXF-ORDEM TO WS-EXF-MV-ORDEM(WS-EXF-MV-COUNT)
               MOVE WS-EXF-HISTORICO
                   TO WS-EXF-MV-HISTORICO(WS-EXF-MV-COUNT)
               MOVE WS-EXF-DEBITO TO WS-EXF-MV-DEBITO(WS-EXF-MV-COUNT)
               MOVE WS-EXF-CREDITO
                   TO WS-EXF-MV-CREDITO(WS-EXF-MV-COUNT)
           END-IF.

       ORDENAR-EXTRATO-FORN-PASSO.
           PERFORM COMPARAR-MOVIMENTO-FORN
               VARYING WS-EXF-MV-IDX FROM 1 BY 1
               UNTIL WS-EXF-MV-IDX >= WS-EXF-MV-LIMITE.

       COMPARAR-MOVIMENTO-FORN.
           IF WS-EXF-MV-CHAVE(WS-EXF-MV-IDX)
               > WS-EXF-MV-CHAVE(WS-EXF-MV-IDX + 1)
               MOVE WS-EXF-MV-ENTRY(WS-EXF-MV-IDX) TO WS-EXF-MV-TEMP
               MOVE WS-EXF-MV-ENTRY(WS-EXF-MV-IDX + 1)
                   TO WS-EXF-MV-ENTRY(WS-EXF-MV-IDX)
               MOVE WS-EXF-MV-TEMP
                   TO WS-EXF-MV-ENTRY(WS-EXF-MV-IDX + 1)
           END-IF.

       EMITIR-EXTRATO-FORNECEDOR.
           MOVE 0 TO WS-EXF-SALDO-ANTERIOR
           MOVE 0 TO WS-EXF-TOTAL-DEBITO
           MOVE 0 TO WS-EXF-TOTAL-CREDITO
           MOVE 0 TO WS-EXF-LINHAS
           PERFORM SOMAR-SALDO-ANTERIOR-FORN
               VARYING WS-EXF-MV-IDX FROM 1 BY 1
               UNTIL WS-EXF-MV-IDX > WS-EXF-MV-COUNT
           MOVE WS-EXF-SALDO-ANTERIOR TO WS-EXF-SALDO
           MOVE "extratoFornecedor.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND EXTRATO-FORNECEDOR-FILE
           IF WS-EXF-FILE-STATUS = "35"
               OPEN OUTPUT EXTRATO-FORNECEDOR-FILE
           END-IF
           MOVE ALL "=" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE SPACES TO WS-EXF-LINHA
           STRING "EXTRATO DE CONTA - FORNECEDOR " DELIMITED BY SIZE
                  WS-EXF-FORNECEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RRT-NOME DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE SPACES TO WS-EXF-LINHA
           STRING "CNPJ " DELIMITED BY SIZE
                  WS-RRT-CNPJ DELIMITED BY SIZE
                  "   PERIODO DE " DELIMITED BY SIZE
                  WS-EXF-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-EXF-DATA-FIM DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE ALL "-" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE SPACES TO WS-EXF-LINHA
           STRING "DATA     HISTORICO                     "
                  DELIMITED BY SIZE
                  "      DEBITO      CREDITO          SALDO"
                  DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE ALL "-" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE WS-EXF-SALDO TO WS-EXF-SALDO-ED
           MOVE SPACES TO WS-EXF-LINHA
           STRING WS-EXF-DATA-INI DELIMITED BY SIZE
                  " SALDO ANTERIOR" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           MOVE WS-EXF-SALDO-ED TO WS-EXF-LINHA(67:14)
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           PERFORM EMITIR-MOVIMENTO-EXTRATO-FORN
               VARYING WS-EXF-MV-IDX FROM 1 BY 1
               UNTIL WS-EXF-MV-IDX > WS-EXF-MV-COUNT
           IF WS-EXF-LINHAS = 0
               MOVE "         SEM MOVIMENTO NO PERIODO" TO WS-EXF-LINHA
               PERFORM EMITIR-LINHA-EXTRATO-FORN
           END-IF
           MOVE ALL "-" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE WS-EXF-TOTAL-DEBITO TO WS-EXF-DEBITO-ED
           MOVE WS-EXF-TOTAL-CREDITO TO WS-EXF-CREDITO-ED
           MOVE WS-EXF-SALDO TO WS-EXF-SALDO-ED
           MOVE SPACES TO WS-EXF-LINHA
           STRING WS-EXF-DATA-FIM DELIMITED BY SIZE
                  " SALDO FINAL A PAGAR" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           MOVE WS-EXF-DEBITO-ED TO WS-EXF-LINHA(41:12)
           MOVE WS-EXF-CREDITO-ED TO WS-EXF-LINHA(54:12)
           MOVE WS-EXF-SALDO-ED TO WS-EXF-LINHA(67:14)
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           IF WS-EXF-SALDO < 0
               MOVE "SALDO NEGATIVO = CREDITO A NOSSO FAVOR."
                   TO WS-EXF-LINHA
               PERFORM EMITIR-LINHA-EXTRATO-FORN
           END-IF
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE "TITULOS EM ABERTO NESTA DATA" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE "PEDIDO/SQ  EMISSAO  VENCTO            VALOR"
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE 0 TO WS-EXF-TOTAL-ABERTO
           MOVE WS-DATA-ATUAL TO WS-EXF-DATA-BASE
           MOVE "E" TO WS-EXF-DESTINO
           PERFORM EMITIR-ABERTO-EXTRATO-FORN
               VARYING WS-EXF-TT-IDX FROM 1 BY 1
               UNTIL WS-EXF-TT-IDX > WS-EXF-TT-COUNT
           MOVE WS-EXF-TOTAL-ABERTO TO WS-EXF-VALOR-ED
           MOVE SPACES TO WS-EXF-LINHA
           STRING "TOTAL EM ABERTO..............: " DELIMITED BY SIZE
                  WS-EXF-VALOR-ED DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           MOVE ALL "=" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-EXTRATO-FORN
           CLOSE EXTRATO-FORNECEDOR-FILE
           MOVE "extratoFornecedor.txt" TO WS-RLE-ARQUIVO
           MOVE "extratoFornecedor" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Fornecedor " DELIMITED BY SIZE
                  WS-EXF-FORNECEDOR DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  WS-EXF-DATA-INI DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-EXF-DATA-FIM DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Extrato gravado em extratoFornecedor.txt".

       SOMAR-SALDO-ANTERIOR-FORN.
           IF WS-EXF-MV-DATA(WS-EXF-MV-IDX) < WS-EXF-DATA-INI
               ADD WS-EXF-MV-CREDITO(WS-EXF-MV-IDX)
                   TO WS-EXF-SALDO-ANTERIOR
               SUBTRACT WS-EXF-MV-DEBITO(WS-EXF-MV-IDX)
                   FROM WS-EXF-SALDO-ANTERIOR
           END-IF.

       EMITIR-MOVIMENTO-EXTRATO-FORN.
           IF WS-EXF-MV-DATA(WS-EXF-MV-IDX) >= WS-EXF-DATA-INI
               AND WS-EXF-MV-DATA(WS-EXF-MV-IDX) <= WS-EXF-DATA-FIM
               ADD WS-EXF-MV-CREDITO(WS-EXF-MV-IDX) TO WS-EXF-SALDO
               SUBTRACT WS-EXF-MV-DEBITO(WS-EXF-MV-IDX)
                   FROM WS-EXF-SALDO
               ADD WS-EXF-MV-DEBITO(WS-EXF-MV-IDX)
                   TO WS-EXF-TOTAL-DEBITO
               ADD WS-EXF-MV-CREDITO(WS-EXF-MV-IDX)
                   TO WS-EXF-TOTAL-CREDITO
               ADD 1 TO WS-EXF-LINHAS
               MOVE SPACES TO WS-EXF-LINHA
               MOVE WS-EXF-MV-DATA(WS-EXF-MV-IDX)
                   TO WS-EXF-LINHA(1:8)
               MOVE WS-EXF-MV-HISTORICO(WS-EXF-MV-IDX)
                   TO WS-EXF-LINHA(10:30)
               IF WS-EXF-MV-DEBITO(WS-EXF-MV-IDX) > 0
                   MOVE WS-EXF-MV-DEBITO(WS-EXF-MV-IDX)
                       TO WS-EXF-VALOR-ED
                   MOVE WS-EXF-VALOR-ED TO WS-EXF-LINHA(41:12)
               END-IF
               IF WS-EXF-MV-CREDITO(WS-EXF-MV-IDX) > 0
                   MOVE WS-EXF-MV-CREDITO(WS-EXF-MV-IDX)
                       TO WS-EXF-VALOR-ED
                   MOVE WS-EXF-VALOR-ED TO WS-EXF-LINHA(54:12)
               END-IF
               MOVE WS-EXF-SALDO TO WS-EXF-SALDO-ED
               MOVE WS-EXF-SALDO-ED TO WS-EXF-LINHA(67:14)
               PERFORM EMITIR-LINHA-EXTRATO-FORN
           END-IF.

       EMITIR-ABERTO-EXTRATO-FORN.
           IF WS-EXF-TT-DATA(WS-EXF-TT-IDX) <= WS-EXF-DATA-BASE
               AND (WS-EXF-TT-STATUS(WS-EXF-TT-IDX) = "A"
               OR WS-EXF-TT-STATUS(WS-EXF-TT-IDX) = "R"
               OR WS-EXF-TT-BAIXA(WS-EXF-TT-IDX) > WS-EXF-DATA-BASE)
               ADD WS-EXF-TT-VALOR(WS-EXF-TT-IDX)
                   TO WS-EXF-TOTAL-ABERTO
               MOVE WS-EXF-TT-VALOR(WS-EXF-TT-IDX) TO WS-EXF-VALOR-ED
               MOVE SPACES TO WS-EXF-LINHA
               STRING WS-EXF-TT-PEDIDO(WS-EXF-TT-IDX)
                      DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-EXF-TT-SEQ(WS-EXF-TT-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EXF-TT-DATA(WS-EXF-TT-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EXF-TT-VENCIMENTO(WS-EXF-TT-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-EXF-VALOR-ED DELIMITED BY SIZE
                      INTO WS-EXF-LINHA
               IF WS-EXF-DESTINO = "C"
                   PERFORM EMITIR-LINHA-CARTA-SALDO
               ELSE
                   PERFORM EMITIR-LINHA-EXTRATO-FORN
               END-IF
           END-IF.

       EMITIR-LINHA-EXTRATO-FORN.
           DISPLAY WS-EXF-LINHA
           MOVE WS-EXF-LINHA TO EXTRATO-FORNECEDOR-LINHA
           WRITE EXTRATO-FORNECEDOR-LINHA.

       CARTA-CONFIRMACAO-SALDO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      CARTA DE CONFIRMACAO DE SALDO (AUDITORIA)  "
           DISPLAY "================================================="
           DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
           ACCEPT WS-MAN-FORN-ALFA
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(1:4) TO WS-RET-ANO
           SUBTRACT 1 FROM WS-RET-ANO
           COMPUTE WS-EXF-DATA-BASE = WS-RET-ANO * 10000 + 1231
           DISPLAY "Data-base (AAAAMMDD, Enter = " WS-EXF-DATA-BASE
               "): " WITH NO ADVANCING
           MOVE SPACES TO WS-EXF-ENTRADA-DATA
           ACCEPT WS-EXF-ENTRADA-DATA
           IF WS-EXF-ENTRADA-DATA IS NUMERIC
               MOVE WS-EXF-ENTRADA-DATA TO WS-EXF-DATA-BASE
           END-IF
           IF WS-MAN-FORN-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-MAN-FORNECEDOR TO WS-EXF-FORNECEDOR
               PERFORM MONTAR-MOVIMENTO-FORNECEDOR
               IF WS-RRT-CNPJ = 0
                   DISPLAY "Fornecedor nao cadastrado."
               ELSE
                   PERFORM EMITIR-CARTA-SALDO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EMITIR-CARTA-SALDO.
           MOVE 0 TO WS-EXF-SALDO
           PERFORM SOMAR-SALDO-DATA-BASE
               VARYING WS-EXF-MV-IDX FROM 1 BY 1
               UNTIL WS-EXF-MV-IDX > WS-EXF-MV-COUNT
           MOVE "cartaConfirmacaoSaldo.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND CARTA-SALDO-FILE
           IF WS-EXF-FILE-STATUS = "35"
               OPEN OUTPUT CARTA-SALDO-FILE
           END-IF
           MOVE ALL "=" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "CARTA DE CONFIRMACAO DE SALDO" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "Emitida em " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "A" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING WS-RRT-NOME DELIMITED BY SIZE
                  " (codigo " DELIMITED BY SIZE
                  WS-EXF-FORNECEDOR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "CNPJ " DELIMITED BY SIZE
                  WS-RRT-CNPJ DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "Prezados Senhores," TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "Para fins de auditoria de nossas demonstracoes "
                  DELIMITED BY SIZE
                  "financeiras, solicitamos" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "confirmar diretamente aos nossos auditores o "
                  DELIMITED BY SIZE
                  "saldo de nossa conta" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "em seus registros na data-base de " DELIMITED BY SIZE
                  WS-EXF-DATA-BASE DELIMITED BY SIZE
                  ", a saber:" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE WS-EXF-SALDO TO WS-EXF-SALDO-ED
           MOVE SPACES TO WS-EXF-LINHA
           STRING "SALDO A PAGAR EM " DELIMITED BY SIZE
                  WS-EXF-DATA-BASE DELIMITED BY SIZE
                  "......: " DELIMITED BY SIZE
                  WS-EXF-SALDO-ED DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "Composicao (titulos em aberto na data-base):"
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "PEDIDO/SQ  EMISSAO  VENCTO            VALOR"
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE 0 TO WS-EXF-TOTAL-ABERTO
           MOVE "C" TO WS-EXF-DESTINO
           PERFORM EMITIR-ABERTO-EXTRATO-FORN
               VARYING WS-EXF-TT-IDX FROM 1 BY 1
               UNTIL WS-EXF-TT-IDX > WS-EXF-TT-COUNT
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           STRING "Caso o saldo nao confira, favor informar as "
                  DELIMITED BY SIZE
                  "diferencas com a respectiva" DELIMITED BY SIZE
                  INTO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "composicao diretamente aos auditores."
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "( ) Confirmamos o saldo acima."
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "( ) O saldo nao confere, conforme composicao anexa."
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE SPACES TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "______________________________   Data: ___/___/_____"
               TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE "Assinatura e carimbo do fornecedor" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           MOVE ALL "=" TO WS-EXF-LINHA
           PERFORM EMITIR-LINHA-CARTA-SALDO
           CLOSE CARTA-SALDO-FILE
           MOVE "cartaConfirmacaoSaldo.txt" TO WS-RLE-ARQUIVO
           MOVE "cartaConfirmSaldo" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Fornecedor " DELIMITED BY SIZE
                  WS-EXF-FORNECEDOR DELIMITED BY SIZE
                  " data-base " DELIMITED BY SIZE
                  WS-EXF-DATA-BASE DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Carta gravada em cartaConfirmacaoSaldo.txt".

       SOMAR-SALDO-DATA-BASE.
           IF WS-EXF-MV-DATA(WS-EXF-MV-IDX) <= WS-EXF-DATA-BASE
               ADD WS-EXF-MV-CREDITO(WS-EXF-MV-IDX) TO WS-EXF-SALDO
               SUBTRACT WS-EXF-MV-DEBITO(WS-EXF-MV-IDX)
                   FROM WS-EXF-SALDO
           END-IF.

       EMITIR-LINHA-CARTA-SALDO.
           DISPLAY WS-EXF-LINHA
           MOVE WS-EXF-LINHA TO CARTA-SALDO-LINHA
           WRITE CARTA-SALDO-LINHA.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoContasPagar" TO WS-RLE-PROGRAMA
           MOVE "6" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. livrosFiscais.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDA-FILE ASSIGN TO "dadosVenda.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDA-NOTA-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT VENDA-ITEM-FILE ASSIGN TO "dadosVendaItem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CHAVE
           FILE STATUS IS WS-ITM-FILE-STATUS.
           SELECT CANCELAMENTO-FILE ASSIGN TO
               "dadosCancelamentoVenda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT DEVOLUCAO-VENDA-FILE ASSIGN TO
               "dadosDevolucaoVenda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-NUMERO-CHAVE
           FILE STATUS IS WS-PED-FILE-STATUS.
           SELECT RECEBIMENTO-COMPRA-FILE ASSIGN TO
               "dadosRecebimentoCompra.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT NOTA-FORNECEDOR-FILE ASSIGN TO
               "dadosNotaFornecedor.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT DEVOLUCAO-COMPRA-FILE ASSIGN TO
               "dadosDevolucaoCompra.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT ESTOQUE-FILE ASSIGN TO "dadosEstoque.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTOQUE-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS ESTOQUE-EAN-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-EST-FILE-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "dadosCliente.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS CLI-NOME-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT FORNECEDOR-FILE ASSIGN TO "dadosFornecedor.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS FORN-CNPJ-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-FOR-FILE-STATUS.
           SELECT ENDERECO-FILE ASSIGN TO "dadosEndereco.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS END-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT FISCAL-FILE ASSIGN TO
               "dadosClassificacaoFiscal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT LIVRO-IMPRESSAO-FILE ASSIGN TO WS-LVF-NOME-IMPRESSAO
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIVRO-CONTABIL-FILE ASSIGN TO WS-LVF-NOME-CONTABIL
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               10 ITEM-SEPARADOR-CHAVE PIC X.
               10 ITEM-PRODUTO-CHAVE   PIC 9(5).
           05 FILLER PIC X(88).

       FD CANCELAMENTO-FILE.
       01 CANCELAMENTO-RECORD.
           05 CANCELAMENTO-DADOS PIC X(80).
       01 CANCELAMENTO-RECORD-CAMPOS REDEFINES CANCELAMENTO-RECORD.
           05 CAN-NOTA                PIC 9(6).
           05 FILLER                  PIC X.
           05 CAN-LOGIN               PIC X(10).
           05 FILLER                  PIC X.
           05 CAN-MOTIVO              PIC X(30).
           05 FILLER                  PIC X.
           05 CAN-DATA                PIC 9(8).
           05 FILLER                  PIC X(23).

       FD DEVOLUCAO-VENDA-FILE.
       01 DEVOLUCAO-VENDA-RECORD.
           05 DEVOLUCAO-VENDA-DADOS PIC X(80).

       FD PEDIDO-FILE.
       01 PEDIDO-RECORD.
           05 PEDIDO-DADOS PIC X(100).
       01 PEDIDO-RECORD-CHAVE REDEFINES PEDIDO-RECORD.
           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD RECEBIMENTO-COMPRA-FILE.
       01 RECEBIMENTO-COMPRA-RECORD.
           05 RECEBIMENTO-COMPRA-DADOS PIC X(80).

       FD NOTA-FORNECEDOR-FILE.
       01 NOTA-FORNECEDOR-RECORD.
           05 NOTA-FORNECEDOR-DADOS PIC X(80).

       FD DEVOLUCAO-COMPRA-FILE.
       01 DEVOLUCAO-COMPRA-RECORD.
           05 DEVOLUCAO-COMPRA-DADOS PIC X(80).

       COPY ESTOQUE.

       COPY CLIENTE.

       COPY FORNECEDOR.

       COPY ENDERECO.

       FD FISCAL-FILE.
       01 FISCAL-RECORD.
           05 FISCAL-DADOS PIC X(20).

       FD LIVRO-IMPRESSAO-FILE.
       01 LIVRO-IMPRESSAO-LINHA PIC X(132).

       FD LIVRO-CONTABIL-FILE.
       01 LIVRO-CONTABIL-LINHA PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FECHAMENTO-LOTE    PIC X EXTERNAL.
       01 WS-FECHAMENTO-COMPETENCIA PIC 9(6) EXTERNAL.
       01 WS-AUX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ITM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PED-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CLI-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FOR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-END-OF-FILE        PIC X VALUE "N".
       01 WS-COMPETENCIA        PIC 9(6).
       01 WS-COMP-MES           PIC 9(2).
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-LVF-NOME-IMPRESSAO PIC X(40).
       01 WS-LVF-NOME-CONTABIL  PIC X(40).
       01 WS-LVF-LIVRO          PIC X.
           88 LVF-LIVRO-SAIDAS    VALUE "S".
           88 LVF-LIVRO-ENTRADAS  VALUE "E".
       01 WS-LVF-TITULO         PIC X(40).

       01 WS-FIS-NCM            PIC 9(8).
       01 WS-FIS-ALIQ-ALFA      PIC X(05).
       01 WS-FIS-ALIQ-NUM REDEFINES WS-FIS-ALIQ-ALFA
           PIC 9(3)V99.
       01 WS-FIS-COUNT          PIC 9(3) VALUE 0.
       01 WS-FIS-IDX            PIC 9(3) VALUE 0.
       01 WS-FIS-TABLE.
           05 WS-FIS-ENTRY OCCURS 500 TIMES.
               10 WS-FIS-T-NCM       PIC 9(8).
               10 WS-FIS-T-ALIQ      PIC 9(3)V99.

       01 WS-UFP-COUNT          PIC 9(4) VALUE 0.
       01 WS-UFP-IDX            PIC 9(4) VALUE 0.
       01 WS-UFP-TABLE.
           05 WS-UFP-ENTRY OCCURS 2000 TIMES.
               10 WS-UFP-ENTIDADE    PIC X.
               10 WS-UFP-CODIGO      PIC 9(5).
               10 WS-UFP-UF          PIC XX.
               10 WS-UFP-COBRANCA    PIC X.
       01 WS-UFP-ALVO-ENTIDADE  PIC X.
       01 WS-UFP-ALVO-CODIGO    PIC 9(5).

       01 WS-NFS-COUNT          PIC 9(4) VALUE 0.
       01 WS-NFS-IDX            PIC 9(4) VALUE 0.
       01 WS-NFS-TABLE.
           05 WS-NFS-ENTRY OCCURS 2000 TIMES.
               10 WS-NFS-NOTA        PIC 9(6).
               10 WS-NFS-DATA        PIC 9(8).
               10 WS-NFS-CLIENTE     PIC 9(5).
               10 WS-NFS-SITUACAO    PIC X.
       01 WS-NFS-ALVO           PIC 9(6).
       01 WS-CAN-COUNT          PIC 9(4) VALUE 0.
       01 WS-CAN-IDX            PIC 9(4) VALUE 0.
       01 WS-CAN-TABLE.
           05 WS-CAN-ENTRY OCCURS 1000 TIMES.
               10 WS-CAN-T-NOTA      PIC 9(6).
               10 WS-CAN-T-DATA      PIC 9(8).
       01 WS-CAN-DATA-ACHADA    PIC 9(8).

       01 WS-NFF-COUNT          PIC 9(4) VALUE 0.
       01 WS-NFF-IDX            PIC 9(4) VALUE 0.
       01 WS-NFF-TABLE.
           05 WS-NFF-ENTRY OCCURS 1000 TIMES.
               10 WS-NFF-PEDIDO      PIC 9(6).
               10 WS-NFF-SEQ         PIC 9(2).
               10 WS-NFF-NOTA        PIC X(10).
       01 WS-NFF-REG-PEDIDO     PIC 9(6).
       01 WS-NFF-REG-SEQ        PIC 9(2).
       01 WS-NFF-REG-NOTA       PIC X(10).

       01 WS-ITEM-NOTA          PIC 9(6).
       01 WS-ITEM-PRODUTO       PIC 9(5).
       01 WS-ITEM-QTD           PIC 9(5).
       01 WS-ITEM-PRECO-ALFA    PIC X(09).
       01 WS-ITEM-PRECO-NUM REDEFINES WS-ITEM-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-ITEM-PROMO-LIDO    PIC X.
       01 WS-ITEM-IMP-ALFA      PIC X(09).
       01 WS-ITEM-IMP-NUM REDEFINES WS-ITEM-IMP-ALFA
           PIC 9(7)V99.
       01 WS-DEV-NOTA           PIC 9(6).
       01 WS-DEV-PRODUTO        PIC 9(5).
       01 WS-DEV-QTD            PIC 9(5).
       01 WS-DEV-DATA           PIC 9(8).
       01 WS-REC-PEDIDO         PIC 9(6).
       01 WS-REC-SEQ            PIC 9(2).
       01 WS-REC-PRODUTO        PIC 9(5).
       01 WS-REC-QTD            PIC 9(5).
       01 WS-REC-PRECO-ALFA     PIC X(09).
       01 WS-REC-PRECO-NUM REDEFINES WS-REC-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-REC-TAXA-ALFA      PIC X(09).
       01 WS-REC-TAXA-NUM REDEFINES WS-REC-TAXA-ALFA
           PIC 9(3)V9(6).
       01 WS-REC-DATA           PIC 9(8).
       01 WS-DVC-PEDIDO         PIC 9(6).
       01 WS-DVC-PRODUTO        PIC 9(5).
       01 WS-DVC-QTD            PIC 9(5).
       01 WS-DVC-DATA           PIC 9(8).
       01 WS-DVC-PRECO          PIC 9(7)V99.
       01 WS-DVC-TAXA           PIC 9(3)V9(6).
       01 WS-DVC-ACHADO         PIC X.
       01 WS-DVC-EOF            PIC X.
       01 WS-PED-NUMERO         PIC 9(6).
       01 WS-PED-FORNECEDOR     PIC 9(6).

       01 WS-LCT-DOCUMENTO      PIC X(10).
       01 WS-LCT-DATA           PIC 9(8).
       01 WS-LCT-SITUACAO       PIC X.
           88 LCT-NORMAL          VALUE "N".
           88 LCT-CANCELADA       VALUE "C".
           88 LCT-ESTORNO         VALUE "E".
           88 LCT-DEVOLUCAO       VALUE "D".
       01 WS-LCT-ENTIDADE       PIC X.
       01 WS-LCT-PARTICIPANTE   PIC 9(6).
       01 WS-LCT-CPF-CNPJ       PIC 9(14).
       01 WS-LCT-UF             PIC XX.
       01 WS-LCT-PRODUTO        PIC 9(5).
       01 WS-LCT-NCM            PIC 9(8).
       01 WS-LCT-ALIQUOTA       PIC 9(3)V99.
       01 WS-LCT-BASE           PIC S9(11)V99.
       01 WS-LCT-IMPOSTO        PIC S9(11)V99.
       01 WS-LCT-OBS            PIC X(16).

       01 WS-TAL-COUNT          PIC 9(2) VALUE 0.
       01 WS-TAL-IDX            PIC 9(2) VALUE 0.
       01 WS-TAL-TABLE.
           05 WS-TAL-ENTRY OCCURS 30 TIMES.
               10 WS-TAL-ALIQUOTA    PIC 9(3)V99.
               10 WS-TAL-BASE        PIC S9(11)V99.
               10 WS-TAL-IMPOSTO     PIC S9(11)V99.
       01 WS-TUF-COUNT          PIC 9(2) VALUE 0.
       01 WS-TUF-IDX            PIC 9(2) VALUE 0.
       01 WS-TUF-TABLE.
           05 WS-TUF-ENTRY OCCURS 30 TIMES.
               10 WS-TUF-UF          PIC XX.
               10 WS-TUF-BASE        PIC S9(11)V99.
               10 WS-TUF-IMPOSTO     PIC S9(11)V99.
       01 WS-TOT-BASE           PIC S9(11)V99 VALUE 0.
       01 WS-TOT-IMPOSTO        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-LANCAMENTOS    PIC 9(5) VALUE 0.

       01 WS-REL-CONTADOR-LINHA PIC 9(2) VALUE 0.
       01 WS-REL-PAGINA         PIC 9(3) VALUE 0.
       01 WS-REL-LINHA-TITULO.
           05 WS-REL-TITULO-LIVRO   PIC X(40).
           05 FILLER                PIC X(14)
               VALUE "Competencia: ".
           05 WS-REL-TITULO-COMP    PIC 9(6).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "Emissao ".
           05 WS-REL-TITULO-DATA    PIC 9(8).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "Pagina: ".
           05 WS-REL-TITULO-PAGINA  PIC ZZ9.
           05 FILLER                PIC X(37) VALUE SPACES.
       01 WS-REL-LINHA-CABECALHO.
           05 FILLER                PIC X(11) VALUE "Documento".
           05 FILLER                PIC X(09) VALUE "Data".
           05 FILLER                PIC X(15) VALUE "CPF/CNPJ".
           05 FILLER                PIC X(03) VALUE "UF".
           05 FILLER                PIC X(06) VALUE "Prod.".
           05 FILLER                PIC X(09) VALUE "NCM".
           05 FILLER                PIC X(07) VALUE "Aliq%".
           05 FILLER                PIC X(16)
               VALUE "     Base Calc.".
           05 FILLER                PIC X(16)
               VALUE "        Imposto".
           05 FILLER                PIC X(16) VALUE "Observacao".
           05 FILLER                PIC X(22) VALUE SPACES.
       01 WS-REL-LINHA-DETALHE.
           05 WS-REL-DOCUMENTO      PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-DATA           PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-CPF-CNPJ       PIC 9(14).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-UF             PIC XX.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-PRODUTO        PIC 9(5).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-NCM            PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-ALIQUOTA       PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-BASE           PIC -Z(10)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-IMPOSTO        PIC -Z(10)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-OBS            PIC X(16).
           05 FILLER                PIC X(22) VALUE SPACES.
       01 WS-REL-LINHA-TOTAL.
           05 WS-REL-TOT-ROTULO     PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-TOT-CHAVE      PIC X(08).
           05 FILLER                PIC X(20) VALUE SPACES.
           05 WS-REL-TOT-BASE       PIC -Z(10)9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 WS-REL-TOT-IMPOSTO    PIC -Z(10)9.99.
           05 FILLER                PIC X(40) VALUE SPACES.
       01 WS-REL-ALIQ-ED        PIC ZZ9.99.

       01 WS-LFX-REGISTRO.
           05 LFX-LIVRO             PIC X(01).
           05 LFX-TIPO              PIC X(01).
           05 LFX-COMPETENCIA       PIC 9(06).
           05 LFX-DOCUMENTO         PIC X(10).
           05 LFX-DATA              PIC 9(08).
           05 LFX-SITUACAO          PIC X(01).
           05 LFX-CPF-CNPJ          PIC 9(14).
           05 LFX-UF                PIC X(02).
           05 LFX-NCM               PIC 9(08).
           05 LFX-PRODUTO           PIC 9(05).
           05 LFX-ALIQUOTA          PIC 9(03)V99.
           05 LFX-SINAL             PIC X(01).
           05 LFX-BASE              PIC 9(11)V99.
           05 LFX-IMPOSTO           PIC 9(11)V99.
           05 FILLER                PIC X(32).
       01 WS-LFX-VALOR          PIC S9(11)V99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "================================================="
           DISPLAY "     LIVROS FISCAIS DE ENTRADAS E SAIDAS         "
           DISPLAY "================================================="
           IF WS-FECHAMENTO-LOTE = "S"
               MOVE WS-FECHAMENTO-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida."
           ELSE
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               PERFORM CARREGAR-ALIQUOTAS
               PERFORM CARREGAR-UF-PARTICIPANTES
               MOVE SPACES TO WS-LVF-NOME-CONTABIL
               STRING "livroFiscal_" DELIMITED BY SIZE
                      WS-COMPETENCIA DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-LVF-NOME-CONTABIL
               OPEN OUTPUT LIVRO-CONTABIL-FILE
               OPEN INPUT ESTOQUE-FILE
               PERFORM GERAR-LIVRO-SAIDAS
               PERFORM GERAR-LIVRO-ENTRADAS
               CLOSE ESTOQUE-FILE
               CLOSE LIVRO-CONTABIL-FILE
               DISPLAY "Arquivo para a contabilidade gravado em "
                   WS-LVF-NOME-CONTABIL
           END-IF
           GOBACK.

       CARREGAR-ALIQUOTAS.
           MOVE 0 TO WS-FIS-COUNT
           OPEN INPUT FISCAL-FILE
           IF WS-AUX-FILE-STATUS = "35"
               DISPLAY "AVISO: classificacao fiscal nao cadastrada, "
                   "aliquotas zeradas."
           ELSE
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-ALIQUOTA UNTIL WS-END-OF-FILE = "Y"
               CLOSE FISCAL-FILE
           END-IF.

       LER-ALIQUOTA.
           READ FISCAL-FILE INTO FISCAL-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-FIS-ALIQ-ALFA
                   UNSTRING FISCAL-DADOS DELIMITED BY ","
                       INTO WS-FIS-NCM WS-FIS-ALIQ-ALFA
                   IF WS-FIS-ALIQ-ALFA IS NUMERIC
                       AND WS-FIS-COUNT < 500
                       ADD 1 TO WS-FIS-COUNT
                       MOVE WS-FIS-NCM TO WS-FIS-T-NCM(WS-FIS-COUNT)
                       MOVE WS-FIS-ALIQ-NUM
                           TO WS-FIS-T-ALIQ(WS-FIS-COUNT)
                   END-IF
           END-READ.

       CARREGAR-UF-PARTICIPANTES.
           MOVE 0 TO WS-UFP-COUNT
           OPEN INPUT ENDERECO-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-ENDERECO-PARTICIPANTE
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE ENDERECO-FILE
           END-IF.

       LER-ENDERECO-PARTICIPANTE.
           READ ENDERECO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF EN-TIPO-ENTIDADE = "C" OR EN-TIPO-ENTIDADE = "P"
                       MOVE EN-TIPO-ENTIDADE TO WS-UFP-ALVO-ENTIDADE
                       MOVE EN-CODIGO TO WS-UFP-ALVO-CODIGO
                       PERFORM LOCALIZAR-UF-PARTICIPANTE
                       IF WS-UFP-IDX > WS-UFP-COUNT
                           AND WS-UFP-COUNT < 2000
                           ADD 1 TO WS-UFP-COUNT
                           MOVE WS-UFP-COUNT TO WS-UFP-IDX
                           MOVE EN-TIPO-ENTIDADE
                               TO WS-UFP-ENTIDADE(WS-UFP-IDX)
                           MOVE EN-CODIGO TO WS-UFP-CODIGO(WS-UFP-IDX)
                           MOVE EN-ESTADO TO WS-UFP-UF(WS-UFP-IDX)
                           MOVE "N" TO WS-UFP-COBRANCA(WS-UFP-IDX)
                       END-IF
                       IF WS-UFP-IDX <= WS-UFP-COUNT
                           AND EN-TIPO-ENDERECO = "C"
                           AND WS-UFP-COBRANCA(WS-UFP-IDX) = "N"
                           MOVE EN-ESTADO TO WS-UFP-UF(WS-UFP-IDX)
                           MOVE "S" TO WS-UFP-COBRANCA(WS-UFP-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-UF-PARTICIPANTE.
           PERFORM PROCURAR-TABELA
               VARYING WS-UFP-IDX FROM 1 BY 1
               UNTIL WS-UFP-IDX > WS-UFP-COUNT
                   OR (WS-UFP-ENTIDADE(WS-UFP-IDX)
                       = WS-UFP-ALVO-ENTIDADE
                   AND WS-UFP-CODIGO(WS-UFP-IDX)
                       = WS-UFP-ALVO-CODIGO).

       PROCURAR-TABELA.
           CONTINUE.

       GERAR-LIVRO-SAIDAS.
           SET LVF-LIVRO-SAIDAS TO TRUE
           MOVE "LIVRO REGISTRO DE SAIDAS" TO WS-LVF-TITULO
           MOVE SPACES TO WS-LVF-NOME-IMPRESSAO
           STRING "livroSaidas_" DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-LVF-NOME-IMPRESSAO
           PERFORM INICIAR-LIVRO
           PERFORM CARREGAR-CANCELAMENTOS
           PERFORM CARREGAR-NOTAS-SAIDA
           PERFORM CARREGAR-ESTORNOS-CANCELAMENTO
           OPEN INPUT CLIENTE-FILE
           OPEN INPUT VENDA-ITEM-FILE
           IF WS-ITM-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-ITEM-SAIDA UNTIL WS-END-OF-FILE = "Y"
           END-IF
           OPEN INPUT VENDA-FILE
           OPEN INPUT DEVOLUCAO-VENDA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-DEVOLUCAO-SAIDA UNTIL WS-END-OF-FILE = "Y"
               CLOSE DEVOLUCAO-VENDA-FILE
           END-IF
           CLOSE VENDA-FILE
           IF WS-ITM-FILE-STATUS NOT = "35"
               CLOSE VENDA-ITEM-FILE
           END-IF
           CLOSE CLIENTE-FILE
           PERFORM FINALIZAR-LIVRO.

       CARREGAR-CANCELAMENTOS.
           MOVE 0 TO WS-CAN-COUNT
           OPEN INPUT CANCELAMENTO-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-CANCELAMENTO UNTIL WS-END-OF-FILE = "Y"
               CLOSE CANCELAMENTO-FILE
           END-IF.

       LER-CANCELAMENTO.
           READ CANCELAMENTO-FILE INTO CANCELAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF CAN-NOTA IS NUMERIC AND CAN-DATA IS NUMERIC
                       AND WS-CAN-COUNT < 1000
                       ADD 1 TO WS-CAN-COUNT
                       MOVE CAN-NOTA TO WS-CAN-T-NOTA(WS-CAN-COUNT)
                       MOVE CAN-DATA TO WS-CAN-T-DATA(WS-CAN-COUNT)
                   END-IF
           END-READ.

       CARREGAR-NOTAS-SAIDA.
           MOVE 0 TO WS-NFS-COUNT
           OPEN INPUT VENDA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-NOTA-SAIDA UNTIL WS-END-OF-FILE = "Y"
               CLOSE VENDA-FILE
           END-IF.

       LER-NOTA-SAIDA.
           READ VENDA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF VD-DATA-VENDA(1:6) = WS-COMPETENCIA
                       AND WS-NFS-COUNT < 2000
                       ADD 1 TO WS-NFS-COUNT
                       MOVE VD-NUMERO-NOTA TO WS-NFS-NOTA(WS-NFS-COUNT)
                       MOVE VD-DATA-VENDA TO WS-NFS-DATA(WS-NFS-COUNT)
                       MOVE VD-COD-CLIENTE
                           TO WS-NFS-CLIENTE(WS-NFS-COUNT)
                       MOVE "N" TO WS-NFS-SITUACAO(WS-NFS-COUNT)
                       IF VD-CANCELADA
                           PERFORM OBTER-DATA-CANCELAMENTO
                           IF WS-CAN-DATA-ACHADA = 0
                               OR WS-CAN-DATA-ACHADA(1:6)
                                   = WS-COMPETENCIA
                               MOVE "C"
                                   TO WS-NFS-SITUACAO(WS-NFS-COUNT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       OBTER-DATA-CANCELAMENTO.
           MOVE 0 TO WS-CAN-DATA-ACHADA
           PERFORM PROCURAR-TABELA
               VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CAN-COUNT
                   OR WS-CAN-T-NOTA(WS-CAN-IDX) = VD-NUMERO-NOTA
           IF WS-CAN-IDX <= WS-CAN-COUNT
               MOVE WS-CAN-T-DATA(WS-CAN-IDX) TO WS-CAN-DATA-ACHADA
           END-IF.

       CARREGAR-ESTORNOS-CANCELAMENTO.
           OPEN INPUT VENDA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               PERFORM VERIFICAR-ESTORNO-CANCELAMENTO
                   VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CAN-COUNT
               CLOSE VENDA-FILE
           END-IF.

       VERIFICAR-ESTORNO-CANCELAMENTO.
           IF WS-CAN-T-DATA(WS-CAN-IDX)(1:6) = WS-COMPETENCIA
               MOVE WS-CAN-T-NOTA(WS-CAN-IDX) TO VENDA-NOTA-CHAVE
               READ VENDA-FILE
                   KEY IS VENDA-NOTA-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VD-DATA-VENDA(1:6) < WS-COMPETENCIA
                           AND WS-NFS-COUNT < 2000
                           ADD 1 TO WS-NFS-COUNT
                           MOVE VD-NUMERO-NOTA
                               TO WS-NFS-NOTA(WS-NFS-COUNT)
                           MOVE WS-CAN-T-DATA(WS-CAN-IDX)
                               TO WS-NFS-DATA(WS-NFS-COUNT)
                           MOVE VD-COD-CLIENTE
                               TO WS-NFS-CLIENTE(WS-NFS-COUNT)
                           MOVE "E" TO WS-NFS-SITUACAO(WS-NFS-COUNT)
                       END-IF
               END-READ
           END-IF.

       LER-ITEM-SAIDA.
           READ VENDA-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-ITEM-VENDA
                   MOVE WS-ITEM-NOTA TO WS-NFS-ALVO
                   PERFORM LOCALIZAR-NOTA-SAIDA
                   IF WS-NFS-IDX <= WS-NFS-COUNT
                       PERFORM LANCAR-ITEM-SAIDA
                   END-IF
           END-READ.

       PARSE-ITEM-VENDA.
           MOVE SPACES TO WS-ITEM-PRECO-ALFA
           MOVE SPACES TO WS-ITEM-IMP-ALFA
           UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
               INTO WS-ITEM-NOTA WS-ITEM-PRODUTO WS-ITEM-QTD
                    WS-ITEM-PRECO-ALFA WS-ITEM-PROMO-LIDO
                    WS-ITEM-IMP-ALFA
           IF WS-ITEM-PRECO-ALFA IS NOT NUMERIC
               MOVE "000000000" TO WS-ITEM-PRECO-ALFA
           END-IF
           IF WS-ITEM-IMP-ALFA IS NOT NUMERIC
               MOVE "000000000" TO WS-ITEM-IMP-ALFA
           END-IF.

       LOCALIZAR-NOTA-SAIDA.
           PERFORM PROCURAR-TABELA
               VARYING WS-NFS-IDX FROM 1 BY 1
               UNTIL WS-NFS-IDX > WS-NFS-COUNT
                   OR WS-NFS-NOTA(WS-NFS-IDX) = WS-NFS-ALVO.

       LANCAR-ITEM-SAIDA.
           MOVE SPACES TO WS-LCT-DOCUMENTO
           STRING "NF" DELIMITED BY SIZE
                  WS-ITEM-NOTA DELIMITED BY SIZE
                  INTO WS-LCT-DOCUMENTO
           MOVE WS-NFS-DATA(WS-NFS-IDX) TO WS-LCT-DATA
           MOVE WS-NFS-SITUACAO(WS-NFS-IDX) TO WS-LCT-SITUACAO
           MOVE "C" TO WS-LCT-ENTIDADE
           MOVE WS-NFS-CLIENTE(WS-NFS-IDX) TO WS-LCT-PARTICIPANTE
           PERFORM OBTER-PARTICIPANTE
           MOVE WS-ITEM-PRODUTO TO WS-LCT-PRODUTO
           PERFORM OBTER-NCM-ALIQUOTA
           EVALUATE TRUE
               WHEN LCT-CANCELADA
                   MOVE 0 TO WS-LCT-BASE
                   MOVE 0 TO WS-LCT-IMPOSTO
                   MOVE "CANCELADA" TO WS-LCT-OBS
               WHEN LCT-ESTORNO
                   COMPUTE WS-LCT-BASE =
                       0 - WS-ITEM-QTD * WS-ITEM-PRECO-NUM
                   COMPUTE WS-LCT-IMPOSTO = 0 - WS-ITEM-IMP-NUM
                   MOVE "ESTORNO CANCELAM" TO WS-LCT-OBS
               WHEN OTHER
                   COMPUTE WS-LCT-BASE =
                       WS-ITEM-QTD * WS-ITEM-PRECO-NUM
                   MOVE WS-ITEM-IMP-NUM TO WS-LCT-IMPOSTO
                   MOVE SPACES TO WS-LCT-OBS
           END-EVALUATE
           PERFORM REGISTRAR-LANCAMENTO.

       LER-DEVOLUCAO-SAIDA.
           READ DEVOLUCAO-VENDA-FILE INTO DEVOLUCAO-VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING DEVOLUCAO-VENDA-DADOS DELIMITED BY ","
                       INTO WS-DEV-NOTA WS-DEV-PRODUTO WS-DEV-QTD
                            WS-DEV-DATA
                   IF WS-DEV-DATA(1:6) = WS-COMPETENCIA
                       PERFORM LANCAR-DEVOLUCAO-SAIDA
                   END-IF
           END-READ.

       LANCAR-DEVOLUCAO-SAIDA.
           MOVE 0 TO WS-LCT-PARTICIPANTE
           MOVE WS-DEV-NOTA TO VENDA-NOTA-CHAVE
           READ VENDA-FILE
               KEY IS VENDA-NOTA-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VD-COD-CLIENTE TO WS-LCT-PARTICIPANTE
           END-READ
           MOVE WS-DEV-NOTA TO ITEM-NOTA-CHAVE
           MOVE "," TO ITEM-SEPARADOR-CHAVE
           MOVE WS-DEV-PRODUTO TO ITEM-PRODUTO-CHAVE
           READ VENDA-ITEM-FILE
               KEY IS ITEM-CHAVE
               INVALID KEY
                   DISPLAY "AVISO: item da devolucao da nota "
                       WS-DEV-NOTA " produto " WS-DEV-PRODUTO
                       " nao encontrado."
               NOT INVALID KEY
                   PERFORM PARSE-ITEM-VENDA
                   MOVE SPACES TO WS-LCT-DOCUMENTO
                   STRING "NF" DELIMITED BY SIZE
                          WS-DEV-NOTA DELIMITED BY SIZE
                          INTO WS-LCT-DOCUMENTO
                   MOVE WS-DEV-DATA TO WS-LCT-DATA
                   SET LCT-DEVOLUCAO TO TRUE
                   MOVE "C" TO WS-LCT-ENTIDADE
                   PERFORM OBTER-PARTICIPANTE
                   MOVE WS-DEV-PRODUTO TO WS-LCT-PRODUTO
                   PERFORM OBTER-NCM-ALIQUOTA
                   COMPUTE WS-LCT-BASE =
                       0 - WS-DEV-QTD * WS-ITEM-PRECO-NUM
                   IF WS-ITEM-QTD > 0
                       COMPUTE WS-LCT-IMPOSTO ROUNDED =
                           0 - WS-ITEM-IMP-NUM * WS-DEV-QTD
                           / WS-ITEM-QTD
                   ELSE
                       MOVE 0 TO WS-LCT-IMPOSTO
                   END-IF
                   MOVE "DEVOLUCAO" TO WS-LCT-OBS
                   PERFORM REGISTRAR-LANCAMENTO
           END-READ.

       GERAR-LIVRO-ENTRADAS.
           SET LVF-LIVRO-ENTRADAS TO TRUE
           MOVE "LIVRO REGISTRO DE ENTRADAS" TO WS-LVF-TITULO
           MOVE SPACES TO WS-LVF-NOME-IMPRESSAO
           STRING "livroEntradas_" DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-LVF-NOME-IMPRESSAO
           PERFORM INICIAR-LIVRO
           PERFORM CARREGAR-NOTAS-FORNECEDOR
           OPEN INPUT FORNECEDOR-FILE
           OPEN INPUT PEDIDO-FILE
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-RECEBIMENTO-ENTRADA
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF
           OPEN INPUT DEVOLUCAO-COMPRA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-DEVOLUCAO-ENTRADA
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE DEVOLUCAO-COMPRA-FILE
           END-IF
           CLOSE PEDIDO-FILE
           CLOSE FORNECEDOR-FILE
           PERFORM FINALIZAR-LIVRO.

       CARREGAR-NOTAS-FORNECEDOR.
           MOVE 0 TO WS-NFF-COUNT
           OPEN INPUT NOTA-FORNECEDOR-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-NOTA-FORNECEDOR UNTIL WS-END-OF-FILE = "Y"
               CLOSE NOTA-FORNECEDOR-FILE
           END-IF.

       LER-NOTA-FORNECEDOR.
           READ NOTA-FORNECEDOR-FILE INTO NOTA-FORNECEDOR-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-NFF-REG-NOTA
                   UNSTRING NOTA-FORNECEDOR-DADOS DELIMITED BY ","
                       INTO WS-NFF-REG-PEDIDO WS-NFF-REG-SEQ
                            WS-NFF-REG-NOTA
                   PERFORM LOCALIZAR-NOTA-FORNECEDOR
                   IF WS-NFF-IDX > WS-NFF-COUNT
                       AND WS-NFF-COUNT < 1000
                       ADD 1 TO WS-NFF-COUNT
                       MOVE WS-NFF-REG-PEDIDO
                           TO WS-NFF-PEDIDO(WS-NFF-COUNT)
                       MOVE WS-NFF-REG-SEQ TO WS-NFF-SEQ(WS-NFF-COUNT)
                       MOVE WS-NFF-REG-NOTA
                           TO WS-NFF-NOTA(WS-NFF-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-NOTA-FORNECEDOR.
           PERFORM PROCURAR-TABELA
               VARYING WS-NFF-IDX FROM 1 BY 1
               UNTIL WS-NFF-IDX > WS-NFF-COUNT
                   OR (WS-NFF-PEDIDO(WS-NFF-IDX) = WS-NFF-REG-PEDIDO
                   AND WS-NFF-SEQ(WS-NFF-IDX) = WS-NFF-REG-SEQ).

       LER-RECEBIMENTO-ENTRADA.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-RECEBIMENTO
                   IF WS-REC-DATA(1:6) = WS-COMPETENCIA
                       PERFORM LANCAR-RECEBIMENTO-ENTRADA
                   END-IF
           END-READ.

       PARSE-RECEBIMENTO.
           MOVE SPACES TO WS-REC-PRECO-ALFA
           MOVE SPACES TO WS-REC-TAXA-ALFA
           MOVE 0 TO WS-REC-DATA
           UNSTRING RECEBIMENTO-COMPRA-DADOS DELIMITED BY ","
               INTO WS-REC-PEDIDO WS-REC-SEQ WS-REC-PRODUTO
                    WS-REC-QTD WS-REC-PRECO-ALFA WS-REC-TAXA-ALFA
                    WS-REC-DATA
           IF WS-REC-PRECO-ALFA IS NOT NUMERIC
               MOVE "000000000" TO WS-REC-PRECO-ALFA
           END-IF
           IF WS-REC-TAXA-ALFA IS NOT NUMERIC
               OR WS-REC-TAXA-NUM = 0
               MOVE 1 TO WS-REC-TAXA-NUM
           END-IF.

       LANCAR-RECEBIMENTO-ENTRADA.
           MOVE WS-REC-PEDIDO TO WS-NFF-REG-PEDIDO
           MOVE WS-REC-SEQ TO WS-NFF-REG-SEQ
           PERFORM LOCALIZAR-NOTA-FORNECEDOR
           IF WS-NFF-IDX <= WS-NFF-COUNT
               MOVE WS-NFF-NOTA(WS-NFF-IDX) TO WS-LCT-DOCUMENTO
           ELSE
               MOVE SPACES TO WS-LCT-DOCUMENTO
               STRING "PED" DELIMITED BY SIZE
                      WS-REC-PEDIDO DELIMITED BY SIZE
                      INTO WS-LCT-DOCUMENTO
           END-IF
           MOVE WS-REC-DATA TO WS-LCT-DATA
           SET LCT-NORMAL TO TRUE
           MOVE WS-REC-PEDIDO TO WS-PED-NUMERO
           PERFORM OBTER-FORNECEDOR-PEDIDO
           MOVE WS-REC-PRODUTO TO WS-LCT-PRODUTO
           PERFORM OBTER-NCM-ALIQUOTA
           COMPUTE WS-LCT-BASE ROUNDED =
               WS-REC-QTD * WS-REC-PRECO-NUM * WS-REC-TAXA-NUM
           COMPUTE WS-LCT-IMPOSTO ROUNDED =
               WS-LCT-BASE * WS-LCT-ALIQUOTA / 100
           MOVE SPACES TO WS-LCT-OBS
           PERFORM REGISTRAR-LANCAMENTO.

       OBTER-FORNECEDOR-PEDIDO.
           MOVE "P" TO WS-LCT-ENTIDADE
           MOVE 0 TO WS-LCT-PARTICIPANTE
           MOVE WS-PED-NUMERO TO PEDIDO-NUMERO-CHAVE
           READ PEDIDO-FILE
               KEY IS PEDIDO-NUMERO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   UNSTRING PEDIDO-DADOS DELIMITED BY ","
                       INTO WS-PED-NUMERO WS-PED-FORNECEDOR
                   MOVE WS-PED-FORNECEDOR TO WS-LCT-PARTICIPANTE
           END-READ
           PERFORM OBTER-PARTICIPANTE.

       LER-DEVOLUCAO-ENTRADA.
           READ DEVOLUCAO-COMPRA-FILE INTO DEVOLUCAO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING DEVOLUCAO-COMPRA-DADOS DELIMITED BY ","
                       INTO WS-DVC-PEDIDO WS-DVC-PRODUTO WS-DVC-QTD
                            WS-DVC-DATA
                   IF WS-DVC-DATA(1:6) = WS-COMPETENCIA
                       PERFORM LANCAR-DEVOLUCAO-ENTRADA
                   END-IF
           END-READ.

       LANCAR-DEVOLUCAO-ENTRADA.
           PERFORM OBTER-CUSTO-RECEBIDO
           MOVE SPACES TO WS-LCT-DOCUMENTO
           STRING "DVC" DELIMITED BY SIZE
                  WS-DVC-PEDIDO DELIMITED BY SIZE
                  INTO WS-LCT-DOCUMENTO
           MOVE WS-DVC-DATA TO WS-LCT-DATA
           SET LCT-DEVOLUCAO TO TRUE
           MOVE WS-DVC-PEDIDO TO WS-PED-NUMERO
           PERFORM OBTER-FORNECEDOR-PEDIDO
           MOVE WS-DVC-PRODUTO TO WS-LCT-PRODUTO
           PERFORM OBTER-NCM-ALIQUOTA
           COMPUTE WS-LCT-BASE ROUNDED =
               0 - WS-DVC-QTD * WS-DVC-PRECO * WS-DVC-TAXA
           COMPUTE WS-LCT-IMPOSTO ROUNDED =
               WS-LCT-BASE * WS-LCT-ALIQUOTA / 100
           MOVE "DEVOLUCAO" TO WS-LCT-OBS
           IF WS-DVC-ACHADO = "N"
               MOVE "DEVOL. SEM CUSTO" TO WS-LCT-OBS
           END-IF
           PERFORM REGISTRAR-LANCAMENTO.

       OBTER-CUSTO-RECEBIDO.
           MOVE 0 TO WS-DVC-PRECO
           MOVE 1 TO WS-DVC-TAXA
           MOVE "N" TO WS-DVC-ACHADO
           MOVE "N" TO WS-DVC-EOF
           OPEN INPUT RECEBIMENTO-COMPRA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-DVC-EOF
           ELSE
               PERFORM LER-CUSTO-RECEBIDO UNTIL WS-DVC-EOF = "Y"
               CLOSE RECEBIMENTO-COMPRA-FILE
           END-IF.

       LER-CUSTO-RECEBIDO.
           READ RECEBIMENTO-COMPRA-FILE INTO RECEBIMENTO-COMPRA-RECORD
               AT END
                   MOVE "Y" TO WS-DVC-EOF
               NOT AT END
                   PERFORM PARSE-RECEBIMENTO
                   IF WS-REC-PEDIDO = WS-DVC-PEDIDO
                       AND WS-REC-PRODUTO = WS-DVC-PRODUTO
                       MOVE WS-REC-PRECO-NUM TO WS-DVC-PRECO
                       MOVE WS-REC-TAXA-NUM TO WS-DVC-TAXA
                       MOVE "Y" TO WS-DVC-ACHADO
                   END-IF
           END-READ.

       OBTER-PARTICIPANTE.
           MOVE 0 TO WS-LCT-CPF-CNPJ
           MOVE SPACES TO WS-LCT-UF
           IF WS-LCT-ENTIDADE = "C"
               MOVE WS-LCT-PARTICIPANTE TO CLI-CODIGO-CHAVE
               READ CLIENTE-FILE
                   KEY IS CLI-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CL-CPF-CNPJ IS NUMERIC
                           MOVE CL-CPF-CNPJ TO WS-LCT-CPF-CNPJ
                       END-IF
               END-READ
           ELSE
               MOVE WS-LCT-PARTICIPANTE TO FORN-CODIGO-CHAVE
               READ FORNECEDOR-FILE
                   KEY IS FORN-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FR-CNPJ IS NUMERIC
                           MOVE FR-CNPJ TO WS-LCT-CPF-CNPJ
                       END-IF
               END-READ
           END-IF
           MOVE WS-LCT-ENTIDADE TO WS-UFP-ALVO-ENTIDADE
           MOVE WS-LCT-PARTICIPANTE TO WS-UFP-ALVO-CODIGO
           PERFORM LOCALIZAR-UF-PARTICIPANTE
           IF WS-UFP-IDX <= WS-UFP-COUNT
               MOVE WS-UFP-UF(WS-UFP-IDX) TO WS-LCT-UF
           ELSE
               MOVE "--" TO WS-LCT-UF
           END-IF.

       OBTER-NCM-ALIQUOTA.
           MOVE 0 TO WS-LCT-NCM
           MOVE 0 TO WS-LCT-ALIQUOTA
           MOVE WS-LCT-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ER-NCM IS NUMERIC
                       MOVE ER-NCM TO WS-LCT-NCM
                   END-IF
           END-READ
           IF WS-LCT-NCM > 0
               PERFORM PROCURAR-TABELA
                   VARYING WS-FIS-IDX FROM 1 BY 1
                   UNTIL WS-FIS-IDX > WS-FIS-COUNT
                       OR WS-FIS-T-NCM(WS-FIS-IDX) = WS-LCT-NCM
               IF WS-FIS-IDX <= WS-FIS-COUNT
                   MOVE WS-FIS-T-ALIQ(WS-FIS-IDX) TO WS-LCT-ALIQUOTA
               END-IF
           END-IF.

       INICIAR-LIVRO.
           MOVE 0 TO WS-TAL-COUNT
           MOVE 0 TO WS-TUF-COUNT
           MOVE 0 TO WS-TOT-BASE
           MOVE 0 TO WS-TOT-IMPOSTO
           MOVE 0 TO WS-TOT-LANCAMENTOS
           MOVE 0 TO WS-REL-PAGINA
           OPEN OUTPUT LIVRO-IMPRESSAO-FILE
           PERFORM ESCREVER-CABECALHO-LIVRO.

       ESCREVER-CABECALHO-LIVRO.
           IF WS-REL-PAGINA > 0
               MOVE SPACES TO LIVRO-IMPRESSAO-LINHA
               WRITE LIVRO-IMPRESSAO-LINHA
           END-IF
           ADD 1 TO WS-REL-PAGINA
           MOVE WS-LVF-TITULO TO WS-REL-TITULO-LIVRO
           MOVE WS-COMPETENCIA TO WS-REL-TITULO-COMP
           MOVE WS-DATA-ATUAL TO WS-REL-TITULO-DATA
           MOVE WS-REL-PAGINA TO WS-REL-TITULO-PAGINA
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TITULO
           MOVE ALL "=" TO LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-CABECALHO
           MOVE ALL "-" TO LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA
           MOVE 0 TO WS-REL-CONTADOR-LINHA.

       REGISTRAR-LANCAMENTO.
           IF WS-REL-CONTADOR-LINHA >= 50
               PERFORM ESCREVER-CABECALHO-LIVRO
           END-IF
           MOVE WS-LCT-DOCUMENTO TO WS-REL-DOCUMENTO
           MOVE WS-LCT-DATA TO WS-REL-DATA
           MOVE WS-LCT-CPF-CNPJ TO WS-REL-CPF-CNPJ
           MOVE WS-LCT-UF TO WS-REL-UF
           MOVE WS-LCT-PRODUTO TO WS-REL-PRODUTO
           MOVE WS-LCT-NCM TO WS-REL-NCM
           MOVE WS-LCT-ALIQUOTA TO WS-REL-ALIQUOTA
           MOVE WS-LCT-BASE TO WS-REL-BASE
           MOVE WS-LCT-IMPOSTO TO WS-REL-IMPOSTO
           MOVE WS-LCT-OBS TO WS-REL-OBS
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-DETALHE
           ADD 1 TO WS-REL-CONTADOR-LINHA
           ADD 1 TO WS-TOT-LANCAMENTOS

           INITIALIZE WS-LFX-REGISTRO
           MOVE "D" TO LFX-TIPO
           MOVE WS-LCT-DOCUMENTO TO LFX-DOCUMENTO
           MOVE WS-LCT-DATA TO LFX-DATA
           MOVE WS-LCT-SITUACAO TO LFX-SITUACAO
           MOVE WS-LCT-CPF-CNPJ TO LFX-CPF-CNPJ
           MOVE WS-LCT-UF TO LFX-UF
           MOVE WS-LCT-NCM TO LFX-NCM
           MOVE WS-LCT-PRODUTO TO LFX-PRODUTO
           MOVE WS-LCT-ALIQUOTA TO LFX-ALIQUOTA
           MOVE WS-LCT-BASE TO WS-LFX-VALOR
           MOVE WS-LCT-IMPOSTO TO LFX-IMPOSTO
           PERFORM GRAVAR-REGISTRO-CONTABIL

           IF NOT LCT-CANCELADA
               PERFORM ACUMULAR-TOTAIS-LIVRO
           END-IF.

       ACUMULAR-TOTAIS-LIVRO.
           ADD WS-LCT-BASE TO WS-TOT-BASE
           ADD WS-LCT-IMPOSTO TO WS-TOT-IMPOSTO
           PERFORM PROCURAR-TABELA
               VARYING WS-TAL-IDX FROM 1 BY 1
               UNTIL WS-TAL-IDX > WS-TAL-COUNT
                   OR WS-TAL-ALIQUOTA(WS-TAL-IDX) = WS-LCT-ALIQUOTA
           IF WS-TAL-IDX > WS-TAL-COUNT AND WS-TAL-COUNT < 30
               ADD 1 TO WS-TAL-COUNT
               MOVE WS-TAL-COUNT TO WS-TAL-IDX
               MOVE WS-LCT-ALIQUOTA TO WS-TAL-ALIQUOTA(WS-TAL-IDX)
               MOVE 0 TO WS-TAL-BASE(WS-TAL-IDX)
               MOVE 0 TO WS-TAL-IMPOSTO(WS-TAL-IDX)
           END-IF
           IF WS-TAL-IDX <= WS-TAL-COUNT
               ADD WS-LCT-BASE TO WS-TAL-BASE(WS-TAL-IDX)
               ADD WS-LCT-IMPOSTO TO WS-TAL-IMPOSTO(WS-TAL-IDX)
           END-IF
           PERFORM PROCURAR-TABELA
               VARYING WS-TUF-IDX FROM 1 BY 1
               UNTIL WS-TUF-IDX > WS-TUF-COUNT
                   OR WS-TUF-UF(WS-TUF-IDX) = WS-LCT-UF
           IF WS-TUF-IDX > WS-TUF-COUNT AND WS-TUF-COUNT < 30
               ADD 1 TO WS-TUF-COUNT
               MOVE WS-TUF-COUNT TO WS-TUF-IDX
               MOVE WS-LCT-UF TO WS-TUF-UF(WS-TUF-IDX)
               MOVE 0 TO WS-TUF-BASE(WS-TUF-IDX)
               MOVE 0 TO WS-TUF-IMPOSTO(WS-TUF-IDX)
           END-IF
           IF WS-TUF-IDX <= WS-TUF-COUNT
               ADD WS-LCT-BASE TO WS-TUF-BASE(WS-TUF-IDX)
               ADD WS-LCT-IMPOSTO TO WS-TUF-IMPOSTO(WS-TUF-IDX)
           END-IF.

       GRAVAR-REGISTRO-CONTABIL.
           MOVE WS-LVF-LIVRO TO LFX-LIVRO
           MOVE WS-COMPETENCIA TO LFX-COMPETENCIA
           IF WS-LFX-VALOR < 0
               MOVE "-" TO LFX-SINAL
               COMPUTE LFX-BASE = 0 - WS-LFX-VALOR
           ELSE
               MOVE "+" TO LFX-SINAL
               MOVE WS-LFX-VALOR TO LFX-BASE
           END-IF
           MOVE WS-LFX-REGISTRO TO LIVRO-CONTABIL-LINHA
           WRITE LIVRO-CONTABIL-LINHA.

       FINALIZAR-LIVRO.
           MOVE ALL "=" TO LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA
           MOVE SPACES TO WS-REL-LINHA-TOTAL
           MOVE "TOTAIS POR ALIQUOTA" TO WS-REL-TOT-ROTULO
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TOTAL
           PERFORM EMITIR-TOTAL-ALIQUOTA
               VARYING WS-TAL-IDX FROM 1 BY 1
               UNTIL WS-TAL-IDX > WS-TAL-COUNT
           MOVE ALL "-" TO LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA
           MOVE SPACES TO WS-REL-LINHA-TOTAL
           MOVE "TOTAIS POR UF" TO WS-REL-TOT-ROTULO
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TOTAL
           PERFORM EMITIR-TOTAL-UF
               VARYING WS-TUF-IDX FROM 1 BY 1
               UNTIL WS-TUF-IDX > WS-TUF-COUNT
           MOVE ALL "-" TO LIVRO-IMPRESSAO-LINHA
           WRITE LIVRO-IMPRESSAO-LINHA
           MOVE SPACES TO WS-REL-LINHA-TOTAL
           MOVE "TOTAL GERAL DO LIVRO" TO WS-REL-TOT-ROTULO
           MOVE WS-TOT-BASE TO WS-REL-TOT-BASE
           MOVE WS-TOT-IMPOSTO TO WS-REL-TOT-IMPOSTO
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TOTAL
           CLOSE LIVRO-IMPRESSAO-FILE
           MOVE WS-LVF-NOME-IMPRESSAO TO WS-RLE-ARQUIVO
           MOVE "livrosFiscais" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-COMPETENCIA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LVF-TITULO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO

           INITIALIZE WS-LFX-REGISTRO
           MOVE "T" TO LFX-TIPO
           MOVE WS-TOT-BASE TO WS-LFX-VALOR
           MOVE WS-TOT-IMPOSTO TO LFX-IMPOSTO
           PERFORM GRAVAR-REGISTRO-CONTABIL

           DISPLAY WS-LVF-TITULO ": " WS-TOT-LANCAMENTOS
               " lancamento(s) gravado(s) em " WS-LVF-NOME-IMPRESSAO.

       EMITIR-TOTAL-ALIQUOTA.
           MOVE SPACES TO WS-REL-LINHA-TOTAL
           MOVE "  Aliquota %" TO WS-REL-TOT-ROTULO
           MOVE WS-TAL-ALIQUOTA(WS-TAL-IDX) TO WS-REL-ALIQ-ED
           MOVE WS-REL-ALIQ-ED TO WS-REL-TOT-CHAVE
           MOVE WS-TAL-BASE(WS-TAL-IDX) TO WS-REL-TOT-BASE
           MOVE WS-TAL-IMPOSTO(WS-TAL-IDX) TO WS-REL-TOT-IMPOSTO
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TOTAL
           INITIALIZE WS-LFX-REGISTRO
           MOVE "A" TO LFX-TIPO
           MOVE WS-TAL-ALIQUOTA(WS-TAL-IDX) TO LFX-ALIQUOTA
           MOVE WS-TAL-BASE(WS-TAL-IDX) TO WS-LFX-VALOR
           MOVE WS-TAL-IMPOSTO(WS-TAL-IDX) TO LFX-IMPOSTO
           PERFORM GRAVAR-REGISTRO-CONTABIL.

       EMITIR-TOTAL-UF.
           MOVE SPACES TO WS-REL-LINHA-TOTAL
           MOVE "  UF" TO WS-REL-TOT-ROTULO
           MOVE WS-TUF-UF(WS-TUF-IDX) TO WS-REL-TOT-CHAVE
           MOVE WS-TUF-BASE(WS-TUF-IDX) TO WS-REL-TOT-BASE
           MOVE WS-TUF-IMPOSTO(WS-TUF-IDX) TO WS-REL-TOT-IMPOSTO
           WRITE LIVRO-IMPRESSAO-LINHA FROM WS-REL-LINHA-TOTAL
           INITIALIZE WS-LFX-REGISTRO
           MOVE "U" TO LFX-TIPO
           MOVE WS-TUF-UF(WS-TUF-IDX) TO LFX-UF
           MOVE WS-TUF-BASE(WS-TUF-IDX) TO WS-LFX-VALOR
           MOVE WS-TUF-IMPOSTO(WS-TUF-IDX) TO LFX-IMPOSTO
           PERFORM GRAVAR-REGISTRO-CONTABIL.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "livrosFiscais" TO WS-RLE-PROGRAMA
           MOVE "6" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

               "dadosAbastecimento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARQ-STATUS.
           SELECT SAUDE-TRABALHO-FILE ASSIGN TO
               "dadosSaudeTrabalho.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SST-FILE-STATUS.
           SELECT TREINO-OBRIGATORIO-FILE ASSIGN TO
               "dadosTreinamentoObrigatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOB-FILE-STATUS.
           SELECT REEMBOLSO-FILE ASSIGN TO "dadosReembolso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMB-FILE-STATUS.
           SELECT REEMBOLSO-ITEM-FILE ASSIGN TO
               "dadosReembolsoItem.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMB-FILE-STATUS.
           SELECT PNEU-FILE ASSIGN TO "dadosPneu.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PNU-FILE-STATUS.
           SELECT PNEU-MOVIMENTO-FILE ASSIGN TO
               "dadosPneuMovimento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PNM-FILE-STATUS.
           SELECT DIARIO-BORDO-FILE ASSIGN TO "dadosDiarioBordo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DBO-FILE-STATUS.
           SELECT FUNCIONARIO-FILE ASSIGN TO "dadosFuncionario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPRESTIMO-CHAVE
           FILE STATUS IS WS-EMP-FILE-STATUS.
           SELECT FALHA-ENTREGA-FILE
           ASSIGN TO "dadosFalhaEntrega.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAL-FILE-STATUS.
           SELECT VENDA-ITEM-FILE ASSIGN TO "dadosVendaItem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CHAVE
           FILE STATUS IS WS-ITM-FILE-STATUS.
           SELECT ESTOQUE-FILE ASSIGN TO "dadosEstoque.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESTOQUE-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS ESTOQUE-EAN-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-EST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FT-MARCA                PIC X(20).
           05 FT-MODELO               PIC X(20).
           05 FT-KM-ATUAL             PIC 9(7).
           05 FT-IMOBILIZADO          PIC 9(6).
           05 FT-CARGA-MAXIMA         PIC 9(6).
           05 FT-VOLUME-MAXIMO        PIC 9(6).
           05 FILLER                  PIC X(3).

       COPY FORNECEDOR.


       COPY FUNCIONARIO.

       COPY SAUDETRABALHO.

       COPY TREINOOBRIGATORIO.

       COPY REEMBOLSO.

       COPY REEMBOLSOITEM.

       FD VENDA-FILE.
       01 VENDA-RECORD.
           05 VENDA-DADOS PIC X(100).
       FD DOC-TEMP-FILE.
       01 DOC-TEMP-LINHA PIC X(40).

       FD PNEU-FILE.
       01 PNEU-RECORD.
           05 PNEU-DADOS PIC X(120).
           05 PNEU-CAMPOS REDEFINES PNEU-DADOS.
               10 PN-FOGO              PIC 9(6).
               10 PN-MARCA             PIC X(15).
               10 PN-MEDIDA            PIC X(12).
               10 PN-FORNECEDOR        PIC 9(5).
               10 PN-CUSTO             PIC 9(7)V99.
               10 PN-DATA-COMPRA       PIC 9(8).
               10 PN-KM-LIMITE         PIC 9(7).
               10 PN-STATUS            PIC X.
                   88 PN-EM-ESTOQUE    VALUE "E".
                   88 PN-MONTADO       VALUE "M".
                   88 PN-SUCATEADO     VALUE "S".
               10 PN-VEICULO           PIC 9(5).
               10 PN-POSICAO           PIC X(4).
               10 PN-KM-MONTAGEM       PIC 9(7).
               10 PN-KM-TOTAL          PIC 9(7).
               10 PN-KM-CICLO          PIC 9(7).
               10 PN-RECAPAGENS        PIC 9(2).
               10 PN-CUSTO-RECAPAGEM   PIC 9(7)V99.
               10 PN-DATA-SUCATA       PIC 9(8).
               10 FILLER               PIC X(8).

       FD PNEU-MOVIMENTO-FILE.
       01 PNEU-MOVIMENTO-RECORD.
           05 PNEU-MOVIMENTO-DADOS PIC X(70).
           05 PNEU-MOVIMENTO-CAMPOS REDEFINES PNEU-MOVIMENTO-DADOS.
               10 PM-FOGO              PIC 9(6).
               10 PM-DATA              PIC 9(8).
               10 PM-TIPO              PIC X.
               10 PM-VEICULO           PIC 9(5).
               10 PM-POSICAO           PIC X(4).
               10 PM-KM-VEICULO        PIC 9(7).
               10 PM-KM-RODADO         PIC 9(7).
               10 PM-VALOR             PIC 9(7)V99.
               10 PM-FORNECEDOR        PIC 9(5).
               10 FILLER               PIC X(18).

       FD DIARIO-BORDO-FILE.
       01 DIARIO-BORDO-RECORD.
           05 DIARIO-BORDO-DADOS PIC X(200).
           05 DIARIO-BORDO-CAMPOS REDEFINES DIARIO-BORDO-DADOS.
               10 DB-ROTEIRO           PIC 9(6).
               10 DB-VEICULO           PIC 9(5).
               10 DB-MOTORISTA         PIC 9(5).
               10 DB-STATUS            PIC X.
                   88 DB-EM-ROTA       VALUE "S".
                   88 DB-CONCLUIDO     VALUE "C".
                   88 DB-BLOQUEADO     VALUE "B".
               10 DB-DATA-SAIDA        PIC 9(8).
               10 DB-HORA-SAIDA        PIC 9(4).
               10 DB-KM-SAIDA          PIC 9(7).
               10 DB-CHECKLIST OCCURS 5 TIMES.
                   15 DB-CHK-RESULTADO PIC X.
                   15 DB-CHK-OBS       PIC X(20).
               10 DB-DATA-RETORNO      PIC 9(8).
               10 DB-HORA-RETORNO      PIC 9(4).
               10 DB-KM-RETORNO        PIC 9(7).
               10 DB-LITROS            PIC 9(4)V99.
               10 DB-KM-RODADO         PIC 9(7).
               10 FILLER               PIC X(27).

       FD EMPRESTIMO-FILE.
       01 EMPRESTIMO-RECORD.
           05 EMPRESTIMO-DADOS PIC X(80).
               10 EMP-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(72).

       FD FALHA-ENTREGA-FILE.
       01 FALHA-ENTREGA-RECORD.
           05 FALHA-ENTREGA-DADOS PIC X(80).

       FD VENDA-ITEM-FILE.
       01 VENDA-ITEM-RECORD.
           05 VENDA-ITEM-DADOS PIC X(100).
       01 VENDA-ITEM-RECORD-CHAVE REDEFINES VENDA-ITEM-RECORD.
           05 ITEM-CHAVE.
               10 ITEM-NOTA-CHAVE      PIC 9(6).
               10 ITEM-SEPARADOR-CHAVE PIC X.
               10 ITEM-PRODUTO-CHAVE   PIC 9(5).
           05 FILLER PIC X(88).

       COPY ESTOQUE.

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-USUARIO-ADMIN      PIC X EXTERNAL VALUE "N".
       01 WS-ARQ-PROGRAMA       PIC X(20).
       01 WS-ROM-NOTA           PIC 9(6).
       01 WS-ROM-VEICULO        PIC 9(5).
       01 WS-ROM-VEICULO-LIDO   PIC 9(5).
       01 WS-ROM-STATUS         PIC X.
           88 ROM-SEPARADO      VALUE "S".
           88 ROM-EM-ROTA       VALUE "R".
       01 WS-MUL-ACHADO         PIC X VALUE "N".
       01 WS-MUL-VEICULO        PIC 9(5).
       01 WS-MUL-DATA           PIC 9(8).
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-MUL-VALOR-ALFA     PIC X(9).
       01 WS-MUL-VALOR-NUM REDEFINES WS-MUL-VALOR-ALFA
           PIC 9(7)V99.
       01 WS-ROT-CIDADE         PIC X(20).
       01 WS-ROT-RUA            PIC X(30).
       01 WS-ROT-CEP            PIC 9(8).
       01 WS-ROT-UF             PIC XX.
       01 WS-ROT-END-ACHADO     PIC X VALUE "N".
       01 WS-ROT-COUNT          PIC 9(2) VALUE 0.
       01 WS-ROT-I              PIC 9(2).
               10 WS-ROT-TAB-NOTA   PIC 9(6).
               10 WS-ROT-TAB-CIDADE PIC X(20).
               10 WS-ROT-TAB-RUA    PIC X(30).
               10 WS-ROT-TAB-PESO   PIC 9(6)V9.
               10 WS-ROT-TAB-VOLUME PIC 9(6)V9.
       01 WS-ROT-TEMP.
           05 WS-ROT-TEMP-CEP    PIC 9(8).
           05 WS-ROT-TEMP-NOTA   PIC 9(6).
           05 WS-ROT-TEMP-CIDADE PIC X(20).
           05 WS-ROT-TEMP-RUA    PIC X(30).
           05 WS-ROT-TEMP-PESO   PIC 9(6)V9.
           05 WS-ROT-TEMP-VOLUME PIC 9(6)V9.
       01 WS-ROT-CONCLUIR       PIC 9(6).
       01 WS-ROT-ACHADO         PIC X VALUE "N".
       01 WS-TCO-DATA-INICIAL   PIC 9(8).
               10 WS-TCO-VEICULO     PIC 9(5).
               10 WS-TCO-COMBUSTIVEL PIC 9(9)V99.
               10 WS-TCO-MANUTENCAO  PIC 9(9)V99.
               10 WS-TCO-REEMBOLSO   PIC 9(9)V99.
               10 WS-TCO-TOTAL       PIC 9(9)V99.
               10 WS-TCO-KM-MIN      PIC 9(7).
               10 WS-TCO-KM-MAX      PIC 9(7).
           05 WS-TCO-TEMP-VEICULO     PIC 9(5).
           05 WS-TCO-TEMP-COMBUSTIVEL PIC 9(9)V99.
           05 WS-TCO-TEMP-MANUTENCAO  PIC 9(9)V99.
           05 WS-TCO-TEMP-REEMBOLSO   PIC 9(9)V99.
           05 WS-TCO-TEMP-TOTAL       PIC 9(9)V99.
           05 WS-TCO-TEMP-KM-MIN      PIC 9(7).
           05 WS-TCO-TEMP-KM-MAX      PIC 9(7).
           05 WS-TCO-TEMP-ENTREGAS    PIC 9(5).
       01 WS-TCO-KM-RODADOS     PIC S9(7).
       01 WS-TCO-CUSTO-KM       PIC 9(5)V99.
       01 WS-RMB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RMB-EOF            PIC X VALUE "N".
       01 WS-RMB-COUNT          PIC 9(4) VALUE 0.
       01 WS-RMB-IDX            PIC 9(4) VALUE 0.
       01 WS-RMB-TABLE.
           05 WS-RMB-NUMERO OCCURS 2000 TIMES PIC 9(6).
       01 WS-PNU-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PNM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PNU-ACAO           PIC X.
       01 WS-PNU-EOF            PIC X VALUE "N".
       01 WS-PNU-VEICULO-OK     PIC X VALUE "N".
       01 WS-PNU-FOGO           PIC 9(6).
       01 WS-PNU-VEICULO        PIC 9(5).
       01 WS-PNU-VEICULO-MAPA   PIC 9(5).
       01 WS-PNU-POSICAO        PIC X(4).
           88 WS-PNU-POSICAO-VALIDA VALUE "1E" "1D"
               "2EI" "2EE" "2DI" "2DE" "3EI" "3EE" "3DI" "3DE"
               "4EI" "4EE" "4DI" "4DE" "EST".
       01 WS-PNU-POSICAO-ANT    PIC X(4).
       01 WS-PNU-NOVA-POSICAO   PIC X(4).
       01 WS-PNU-MARCA          PIC X(15).
       01 WS-PNU-MEDIDA         PIC X(12).
       01 WS-PNU-CUSTO-ALFA     PIC X(9).
       01 WS-PNU-CUSTO REDEFINES WS-PNU-CUSTO-ALFA PIC 9(7)V99.
       01 WS-PNU-KM-LIMITE      PIC 9(7).
       01 WS-PNU-KM-VEICULO     PIC 9(7).
       01 WS-PNU-KM-RODADO      PIC 9(7).
       01 WS-PNU-KM-CICLO-ATUAL PIC 9(7).
       01 WS-PNU-KM-TOTAL-ATUAL PIC 9(7).
       01 WS-PNU-HOJE           PIC 9(8).
       01 WS-PNU-MAX-RECAP      PIC 9(2) VALUE 2.
       01 WS-PNU-ALERTA-PERC    PIC 9(3) VALUE 90.
       01 WS-PNU-PERC-USO       PIC 9(4).
       01 WS-PNU-SITUACAO       PIC X(17).
       01 WS-PNU-CUSTO-TOTAL    PIC 9(8)V99.
       01 WS-PNU-CUSTO-KM       PIC 9(3)V9(4).
       01 WS-PNU-VALOR-ED       PIC Z(7)9.99.
       01 WS-PNU-CUSTO-KM-ED    PIC ZZ9.9999.
       01 WS-PNU-LISTADOS       PIC 9(4) VALUE 0.
       01 WS-PNU-COUNT          PIC 9(4) VALUE 0.
       01 WS-PNU-IDX            PIC 9(4) VALUE 0.
       01 WS-PNU-OCUP-IDX       PIC 9(4) VALUE 0.
       01 WS-PNU-OCUP-SALVO     PIC 9(4) VALUE 0.
       01 WS-PNU-TABLE.
           05 WS-PNU-LINHA OCCURS 1000 TIMES PIC X(120).
       01 WS-PNU-MOV-TIPO       PIC X.
       01 WS-PNU-MOV-VALOR      PIC 9(7)V99.
       01 WS-PNU-MOV-FORNECEDOR PIC 9(5).
       01 WS-PNB-COUNT          PIC 9(2) VALUE 0.
       01 WS-PNB-IDX            PIC 9(2) VALUE 0.
       01 WS-PNB-TABLE.
           05 WS-PNB-ENTRY OCCURS 50 TIMES.
               10 WS-PNB-MARCA      PIC X(15).
               10 WS-PNB-QTD        PIC 9(4).
               10 WS-PNB-CUSTO      PIC 9(9)V99.
               10 WS-PNB-KM         PIC 9(9).
       01 WS-DBO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DBO-EOF            PIC X VALUE "N".
       01 WS-DBO-CHEIO          PIC X VALUE "N".
       01 WS-DBO-LIBERADO       PIC X VALUE "S".
       01 WS-DBO-KM-OK          PIC X VALUE "N".
       01 WS-DBO-STATUS-NOVO    PIC X.
       01 WS-DBO-VEICULO        PIC 9(5).
       01 WS-DBO-VEICULO-BUSCA  PIC 9(5).
       01 WS-DBO-KM-CADASTRO    PIC 9(7).
       01 WS-DBO-KM-SAIDA       PIC 9(7).
       01 WS-DBO-KM-RETORNO     PIC 9(7).
       01 WS-DBO-KM-ABASTEC     PIC 9(7).
       01 WS-DBO-DIFERENCA      PIC S9(7).
       01 WS-DBO-HORA-ALFA      PIC X(4).
       01 WS-DBO-HORA-NUM REDEFINES WS-DBO-HORA-ALFA PIC 9(4).
       01 WS-DBO-HORA-PARTES REDEFINES WS-DBO-HORA-ALFA.
           05 WS-DBO-HORA-HH    PIC 9(2).
           05 WS-DBO-HORA-MM    PIC 9(2).
       01 WS-DBO-HORARIO        PIC 9(8).
       01 WS-DBO-HORA           PIC 9(4).
       01 WS-DBO-HORA-SAIDA     PIC 9(4).
       01 WS-DBO-LITROS-ALFA    PIC X(6).
       01 WS-DBO-LITROS REDEFINES WS-DBO-LITROS-ALFA PIC 9(4)V99.
       01 WS-DBO-DATA-INI       PIC 9(8).
       01 WS-DBO-DATA-FIM       PIC 9(8).
       01 WS-DBO-FALHAS-CRITICAS PIC 9.
       01 WS-DBO-FALHAS-OUTRAS  PIC 9.
       01 WS-DBO-OFICINA-PENDENTE PIC X(20)
           VALUE "PENDENTE CHECKLIST".
       01 WS-DBO-IDX            PIC 9(4) VALUE 0.
       01 WS-DBO-COUNT          PIC 9(4) VALUE 0.
       01 WS-DBO-ITENS-VALORES.
           05 FILLER PIC X(11) VALUE "FREIOS    S".
           05 FILLER PIC X(11) VALUE "LUZES     S".
           05 FILLER PIC X(11) VALUE "PNEUS     S".
           05 FILLER PIC X(11) VALUE "DOCUMENTOSN".
           05 FILLER PIC X(11) VALUE "CARGA     N".
       01 WS-DBO-ITENS REDEFINES WS-DBO-ITENS-VALORES.
           05 WS-DBO-ITEM OCCURS 5 TIMES.
               10 WS-DBO-ITEM-NOME    PIC X(10).
               10 WS-DBO-ITEM-CRITICO PIC X.
       01 WS-DBO-CHECKLIST.
           05 WS-DBO-CHECK OCCURS 5 TIMES.
               10 WS-DBO-RESULTADO  PIC X.
               10 WS-DBO-OBS        PIC X(20).
       01 WS-DBO-TABLE.
           05 WS-DBO-LINHA OCCURS 1000 TIMES PIC X(200).
       01 WS-DBM-COUNT          PIC 9(3) VALUE 0.
       01 WS-DBM-IDX            PIC 9(3) VALUE 0.
       01 WS-DBM-TABLE.
           05 WS-DBM-ENTRY OCCURS 100 TIMES.
               10 WS-DBM-MOTORISTA  PIC 9(5).
               10 WS-DBM-VIAGENS    PIC 9(4).
               10 WS-DBM-KM         PIC 9(8).
       01 WS-DBV-COUNT          PIC 9(3) VALUE 0.
       01 WS-DBV-IDX            PIC 9(3) VALUE 0.
       01 WS-DBV-TABLE.
           05 WS-DBV-ENTRY OCCURS 100 TIMES.
               10 WS-DBV-VEICULO    PIC 9(5).
               10 WS-DBV-VIAGENS    PIC 9(4).
               10 WS-DBV-KM         PIC 9(8).
               10 WS-DBV-LITROS     PIC 9(6)V99.
               10 WS-DBV-ABA-KM-MIN PIC 9(7).
               10 WS-DBV-ABA-KM-MAX PIC 9(7).
               10 WS-DBV-ABA-LITROS PIC 9(6)V99.
       01 WS-MOT-CODIGO         PIC 9(5).
       01 WS-MOT-VALIDO         PIC X VALUE "N".
       01 WS-MOT-CNH-VENCIDA    PIC X VALUE "N".
       01 WS-MOT-EOF            PIC X VALUE "N".
       01 WS-MOT-CARGO          PIC 9(3) VALUE 0.
       01 WS-MOT-ASO-VENCIDO    PIC X VALUE "N".
       01 WS-MOT-TREIN-VENCIDO  PIC X VALUE "N".
       01 WS-MOT-TREIN-FALTA    PIC X(10).
       01 WS-SST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TOB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SST-EOF            PIC X VALUE "N".
       01 WS-SST-ASO-DATA       PIC 9(8) VALUE 0.
       01 WS-SST-ASO-VALIDADE   PIC 9(8) VALUE 0.
       01 WS-SST-ASO-RESULTADO  PIC X.
       01 WS-SST-TRN-COUNT      PIC 9(3) VALUE 0.
       01 WS-SST-TRN-IDX        PIC 9(3) VALUE 0.
       01 WS-SST-TRN-TABLE.
           05 WS-SST-TRN-ENTRY OCCURS 50 TIMES.
               10 WS-SST-TRN-TIPO      PIC X(10).
               10 WS-SST-TRN-DATA      PIC 9(8).
               10 WS-SST-TRN-VALIDADE  PIC 9(8).
               10 WS-SST-TRN-RESULTADO PIC X.
       01 WS-CNH-DIAS           PIC S9(5).
       01 WS-CNH-ACHOU          PIC X VALUE "N".
       01 WS-ABA-VEICULO        PIC 9(5).
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-ENTREGA-KM         PIC 9(7).
       01 WS-KM-ACHOU           PIC X VALUE "N".
       01 WS-ROM-SO-EM-ROTA     PIC X VALUE "N".
       01 WS-ROM-BAIXADAS       PIC 9(2) VALUE 0.
       01 WS-FAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FAL-EOF            PIC X VALUE "N".
       01 WS-FAL-DATA           PIC 9(8).
       01 WS-FAL-NOTA           PIC 9(6).
       01 WS-FAL-ROTEIRO        PIC 9(6).
       01 WS-FAL-MOTORISTA      PIC 9(5).
       01 WS-FAL-VEICULO        PIC 9(5).
       01 WS-FAL-MOTIVO         PIC X.
           88 FAL-CLIENTE-AUSENTE  VALUE "A".
           88 FAL-RECUSADA         VALUE "R".
           88 FAL-ENDERECO-ERRADO  VALUE "E".
           88 FAL-AVARIADA         VALUE "V".
       01 WS-FAL-ACAO           PIC X.
           88 FAL-REENTREGA        VALUE "R".
           88 FAL-DEVOLUCAO        VALUE "D".
       01 WS-FAL-UF             PIC XX.
       01 WS-FAL-CIDADE         PIC X(20).
       01 WS-FAL-STATUS-ATUAL   PIC X.
       01 WS-FAL-MOTIVO-DESC    PIC X(20).
       01 WS-FAL-ROT-ATUAL      PIC 9(6).
       01 WS-FAL-MOT-ATUAL      PIC 9(5).
       01 WS-FAL-VEIC-ATUAL     PIC 9(5).
       01 WS-FAL-COMPETENCIA    PIC 9(6).
       01 WS-FAL-TOTAL          PIC 9(5) VALUE 0.
       01 WS-FAL-TOTAL-REENTREGA PIC 9(5) VALUE 0.
       01 WS-FAL-TOTAL-DEVOLUCAO PIC 9(5) VALUE 0.
       01 WS-FAL-MOTIVO-TABLE.
           05 WS-FAL-MOTIVO-QTD OCCURS 4 TIMES PIC 9(5).
       01 WS-FAL-MOTIVO-IDX     PIC 9.
       01 WS-FAL-PERC           PIC 9(3)V9.
       01 WS-FAL-MOT-COUNT      PIC 9(2) VALUE 0.
       01 WS-FAL-MOT-IDX        PIC 9(2) VALUE 0.
       01 WS-FAL-MOT-TABLE.
           05 WS-FAL-MOT-ENTRY OCCURS 50 TIMES.
               10 WS-FAL-MOT-CODIGO    PIC 9(5).
               10 WS-FAL-MOT-QTD       PIC 9(5).
               10 WS-FAL-MOT-RECUSAS   PIC 9(5).
       01 WS-FAL-MOT-NOME       PIC X(30).
       01 WS-FAL-RGN-COUNT      PIC 9(3) VALUE 0.
       01 WS-FAL-RGN-IDX        PIC 9(3) VALUE 0.
       01 WS-FAL-RGN-TABLE.
           05 WS-FAL-RGN-ENTRY OCCURS 100 TIMES.
               10 WS-FAL-RGN-UF        PIC XX.
               10 WS-FAL-RGN-CIDADE    PIC X(20).
               10 WS-FAL-RGN-QTD       PIC 9(5).
       01 WS-CAP-CARGA          PIC 9(6) VALUE 0.
       01 WS-CAP-VOLUME         PIC 9(6) VALUE 0.
       01 WS-ITM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RCG-EOF            PIC X VALUE "N".
       01 WS-RCG-ITEM-NOTA      PIC 9(6).
       01 WS-RCG-ITEM-PRODUTO   PIC 9(5).
       01 WS-RCG-ITEM-QTD       PIC 9(5).
       01 WS-RCG-IDX            PIC 9(2).
       01 WS-RCG-PESO-TOTAL     PIC 9(7)V9 VALUE 0.
       01 WS-RCG-VOLUME-TOTAL   PIC 9(7)V9 VALUE 0.
       01 WS-RCG-CARGA-MAXIMA   PIC 9(6) VALUE 0.
       01 WS-RCG-VOLUME-MAXIMO  PIC 9(6) VALUE 0.
       01 WS-RCG-EXCESSO-PESO   PIC 9(7)V9 VALUE 0.
       01 WS-RCG-EXCESSO-VOLUME PIC 9(7)V9 VALUE 0.
       01 WS-RCG-ACUM-PESO      PIC 9(7)V9 VALUE 0.
       01 WS-RCG-ACUM-VOLUME    PIC 9(7)V9 VALUE 0.
       01 WS-RCG-EXCEDIDO       PIC X VALUE "N".
       01 WS-RCG-PROSSEGUIR     PIC X VALUE "S".
       01 WS-RCG-BLOQUEAR       PIC X VALUE "N".
       01 WS-RCG-ACAO           PIC X.
       01 WS-RCG-MANTIDAS       PIC 9(2) VALUE 0.
       01 WS-RCG-SUGERIDOS      PIC 9(3) VALUE 0.
       01 WS-RCG-HOJE           PIC 9(8).
       01 WS-RCG-DESPACHADO     PIC X VALUE "N".
       01 WS-RCG-VEIC-ALVO      PIC 9(5).
       01 WS-RCG-ROT-TIPO       PIC X.
       01 WS-RCG-ROT-NUMERO     PIC 9(6).
       01 WS-RCG-ROT-VEICULO    PIC 9(5).
       01 WS-RCG-ROT-MOTORISTA  PIC 9(5).
       01 WS-RCG-ROT-DATA       PIC 9(8).
       01 WS-RCG-PESO-ED        PIC Z(6)9.9.
       01 WS-RCG-VOLUME-ED      PIC Z(6)9.9.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM MANUTENCAO-DOCUMENTOS-FROTA
                   WHEN 24
                       PERFORM ALERTA-DOCUMENTOS-VENCER
                   WHEN 25
                       PERFORM REGISTRAR-FALHA-ENTREGA
                   WHEN 26
                       PERFORM RELATORIO-FALHAS-ENTREGA
                   WHEN 27
                       PERFORM MENU-PNEUS
                   WHEN 28
                       PERFORM RELATORIO-DIARIO-BORDO
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
           DISPLAY "22 - Multas e Sinistros"
           DISPLAY "23 - Documentos do Veiculo (IPVA/licenc/seguro)"
           DISPLAY "24 - Alerta de Documentos a Vencer"
           DISPLAY "25 - Registrar Falha na Entrega (reentrega/recusa)"
           DISPLAY "26 - Relatorio Mensal de Falhas na Entrega"
           DISPLAY "27 - Pneus (cadastro, montagem, recapagem)"
           DISPLAY "28 - Diario de Bordo (km por motorista/veiculo)"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

           ACCEPT MODELO
           DISPLAY "Quilometragem atual: " WITH NO ADVANCING
           ACCEPT WS-ENTREGA-KM
           DISPLAY "Carga util maxima (kg): " WITH NO ADVANCING
           ACCEPT WS-CAP-CARGA
           DISPLAY "Volume maximo do bau (litros): " WITH NO ADVANCING
           ACCEPT WS-CAP-VOLUME

           MOVE SPACES TO FROTA-RECORD
           MOVE CODIGO TO FT-CODIGO
           MOVE MARCA TO FT-MARCA
           MOVE MODELO TO FT-MODELO
           MOVE WS-ENTREGA-KM TO FT-KM-ATUAL
           MOVE WS-CAP-CARGA TO FT-CARGA-MAXIMA
           MOVE WS-CAP-VOLUME TO FT-VOLUME-MAXIMO

           MOVE "gestaoFrota" TO WS-ARQ-PROGRAMA
           OPEN EXTEND FROTA-FILE
                   DISPLAY "Placa: " FT-PLACA
                   DISPLAY "Marca: " FT-MARCA
                   DISPLAY "Modelo: " FT-MODELO
                   IF FT-IMOBILIZADO IS NUMERIC
                       AND FT-IMOBILIZADO > 0
                       DISPLAY "Bem do imobilizado: " FT-IMOBILIZADO
                   END-IF
                   IF FT-CARGA-MAXIMA IS NUMERIC
                       AND FT-CARGA-MAXIMA > 0
                       DISPLAY "Carga maxima: " FT-CARGA-MAXIMA
                           " kg  Volume maximo: " FT-VOLUME-MAXIMO
                           " litros"
                   END-IF
                   DISPLAY "------------------------------------------"
           END-READ.

           ACCEPT WS-NEW-MARCA
           DISPLAY "Novo modelo do veiculo: " WITH NO ADVANCING
           ACCEPT WS-NEW-MODELO
           DISPLAY "Nova carga util maxima em kg (0 = mantem): "
               WITH NO ADVANCING
           ACCEPT WS-CAP-CARGA
           DISPLAY "Novo volume maximo em litros (0 = mantem): "
               WITH NO ADVANCING
           ACCEPT WS-CAP-VOLUME

           PERFORM BACKUP-ARQUIVO-FROTA
           MOVE "N" TO WS-ACHOU-VEICULO
                       MOVE WS-NEW-PLACA TO FT-PLACA
                       MOVE WS-NEW-MARCA TO FT-MARCA
                       MOVE WS-NEW-MODELO TO FT-MODELO
                       IF WS-CAP-CARGA > 0
                           MOVE WS-CAP-CARGA TO FT-CARGA-MAXIMA
                       END-IF
                       IF WS-CAP-VOLUME > 0
                           MOVE WS-CAP-VOLUME TO FT-VOLUME-MAXIMO
                       END-IF
                       REWRITE FROTA-RECORD
                       MOVE "gestaoFrota" TO WS-ARQ-PROGRAMA
                       MOVE "dadosFrota.txt" TO WS-ARQ-NOME
                            WS-MAN-DESCRICAO WS-MAN-CUSTO-ALFA
                            WS-MAN-OFICINA
                   IF WS-MAN-VEICULO = FT-CODIGO
                       AND WS-MAN-OFICINA NOT = WS-DBO-OFICINA-PENDENTE
                       MOVE "Y" TO WS-MAN-TEM-HISTORICO
                       IF WS-MAN-DATA > WS-MAN-ULT-DATA
                           MOVE WS-MAN-DATA TO WS-MAN-ULT-DATA
           ACCEPT WS-MOT-CODIGO
           PERFORM VALIDAR-MOTORISTA
           IF WS-MOT-VALIDO = "N"
               EVALUATE TRUE
                   WHEN WS-MOT-CNH-VENCIDA = "Y"
                       DISPLAY "CNH do motorista vencida, "
                           "escolha outro."
                   WHEN WS-MOT-ASO-VENCIDO = "Y"
                       DISPLAY "ASO do motorista ausente, vencido ou "
                           "inapto, escolha outro."
                   WHEN WS-MOT-TREIN-VENCIDO = "Y"
                       DISPLAY "Treinamento obrigatorio "
                           WS-MOT-TREIN-FALTA
                           " vencido ou ausente, escolha outro."
                   WHEN OTHER
                       DISPLAY "Motorista nao cadastrado ou sem CNH, "
                           "tente outro."
               END-EVALUATE
           END-IF.

       VALIDAR-MOTORISTA.
           MOVE "N" TO WS-MOT-VALIDO
           MOVE "N" TO WS-MOT-CNH-VENCIDA
           MOVE "N" TO WS-MOT-ASO-VENCIDO
           MOVE "N" TO WS-MOT-TREIN-VENCIDO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "N" TO WS-MOT-EOF
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-MOTORISTA-VALIDACAO UNTIL WS-MOT-EOF = "Y"
           CLOSE FUNCIONARIO-FILE
           IF WS-MOT-VALIDO = "Y"
               PERFORM VERIFICAR-SST-MOTORISTA
           END-IF.

       LER-MOTORISTA-VALIDACAO.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-RECORD
               NOT AT END
                   IF FC-CODIGO = WS-MOT-CODIGO
                       MOVE "Y" TO WS-MOT-EOF
                       MOVE FC-CARGO TO WS-MOT-CARGO
                       IF FC-CNH-NUMERO = 0
                           CONTINUE
                       ELSE
                   END-IF
           END-READ.

       VERIFICAR-SST-MOTORISTA.
           MOVE 0 TO WS-SST-ASO-DATA
           MOVE 0 TO WS-SST-ASO-VALIDADE
           MOVE SPACE TO WS-SST-ASO-RESULTADO
           MOVE 0 TO WS-SST-TRN-COUNT
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT TREINO-OBRIGATORIO-FILE
           IF WS-TOB-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               PERFORM LER-TREINO-OBRIGATORIO-MOT
                   UNTIL WS-SST-EOF = "Y"
               CLOSE TREINO-OBRIGATORIO-FILE
           END-IF
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SAUDE-TRABALHO-FILE
           IF WS-SST-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               PERFORM LER-SAUDE-TRABALHO-MOT UNTIL WS-SST-EOF = "Y"
               CLOSE SAUDE-TRABALHO-FILE
           END-IF
           IF WS-SST-ASO-DATA = 0
               DISPLAY "Motorista sem ASO registrado."
               MOVE "Y" TO WS-MOT-ASO-VENCIDO
               MOVE "N" TO WS-MOT-VALIDO
           ELSE
               IF WS-SST-ASO-RESULTADO NOT = "A"
                   OR (WS-SST-ASO-VALIDADE > 0
                       AND WS-SST-ASO-VALIDADE < WS-DATA-ATUAL)
                   MOVE "Y" TO WS-MOT-ASO-VENCIDO
                   MOVE "N" TO WS-MOT-VALIDO
               END-IF
           END-IF
           IF WS-MOT-VALIDO = "Y"
               PERFORM CONFERIR-TREINO-MOTORISTA
                   VARYING WS-SST-TRN-IDX FROM 1 BY 1
                   UNTIL WS-SST-TRN-IDX > WS-SST-TRN-COUNT
                       OR WS-MOT-TREIN-VENCIDO = "Y"
           END-IF.

       LER-TREINO-OBRIGATORIO-MOT.
           READ TREINO-OBRIGATORIO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   IF TO-CARGO = WS-MOT-CARGO
                       AND WS-SST-TRN-COUNT < 50
                       ADD 1 TO WS-SST-TRN-COUNT
                       MOVE TO-TIPO
                           TO WS-SST-TRN-TIPO(WS-SST-TRN-COUNT)
                       MOVE 0 TO WS-SST-TRN-DATA(WS-SST-TRN-COUNT)
                       MOVE 0 TO WS-SST-TRN-VALIDADE(WS-SST-TRN-COUNT)
                       MOVE SPACE
                           TO WS-SST-TRN-RESULTADO(WS-SST-TRN-COUNT)
                   END-IF
           END-READ.

       LER-SAUDE-TRABALHO-MOT.
           READ SAUDE-TRABALHO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   IF ST-CODIGO = WS-MOT-CODIGO
                       IF ST-EXAME
                           IF NOT ST-EXAME-DEMISSAO
                               AND ST-DATA >= WS-SST-ASO-DATA
                               MOVE ST-DATA TO WS-SST-ASO-DATA
                               MOVE ST-VALIDADE TO WS-SST-ASO-VALIDADE
                               MOVE ST-RESULTADO
                                   TO WS-SST-ASO-RESULTADO
                           END-IF
                       ELSE
                           PERFORM ATUALIZAR-TREINO-MOTORISTA
                               VARYING WS-SST-TRN-IDX FROM 1 BY 1
                               UNTIL WS-SST-TRN-IDX > WS-SST-TRN-COUNT
                       END-IF
                   END-IF
           END-READ.

       ATUALIZAR-TREINO-MOTORISTA.
           IF WS-SST-TRN-TIPO(WS-SST-TRN-IDX) = ST-TIPO
               AND ST-DATA >= WS-SST-TRN-DATA(WS-SST-TRN-IDX)
               MOVE ST-DATA TO WS-SST-TRN-DATA(WS-SST-TRN-IDX)
               MOVE ST-VALIDADE TO WS-SST-TRN-VALIDADE(WS-SST-TRN-IDX)
               MOVE ST-RESULTADO
                   TO WS-SST-TRN-RESULTADO(WS-SST-TRN-IDX)
           END-IF.

       CONFERIR-TREINO-MOTORISTA.
           IF WS-SST-TRN-DATA(WS-SST-TRN-IDX) = 0
               OR WS-SST-TRN-RESULTADO(WS-SST-TRN-IDX) NOT = "A"
               OR (WS-SST-TRN-VALIDADE(WS-SST-TRN-IDX) > 0
                   AND WS-SST-TRN-VALIDADE(WS-SST-TRN-IDX)
                       < WS-DATA-ATUAL)
               MOVE "Y" TO WS-MOT-TREIN-VENCIDO
               MOVE "N" TO WS-MOT-VALIDO
               MOVE WS-SST-TRN-TIPO(WS-SST-TRN-IDX)
                   TO WS-MOT-TREIN-FALTA
           END-IF.

       RELATORIO-CNH-VENCENDO.
           CALL 'clearScreen'.
           MOVE "CNH-AVISO-DIAS" TO WS-PAR-NOME
               AND WS-ROM-STATUS-NOVO NOT = "D"
               DISPLAY "Status invalido."
           ELSE
               IF WS-ROM-STATUS-NOVO = "D"
                   MOVE WS-ROM-NOTA-BUSCA TO WS-FAL-NOTA
                   PERFORM REGISTRAR-FALHA-EXECUTAR
               ELSE
                   MOVE "N" TO WS-ROM-SO-EM-ROTA
                   MOVE "N" TO WS-ROM-ACHADO
                   MOVE "N" TO WS-ROM-EOF
                   OPEN I-O ROMANEIO-FILE
                   IF WS-ARQ-STATUS = "35"
                       MOVE "Y" TO WS-ROM-EOF
                   ELSE
                       PERFORM LER-ROMANEIO-STATUS
                           UNTIL WS-ROM-EOF = "Y"
                       CLOSE ROMANEIO-FILE
                   END-IF
                   IF WS-ROM-ACHADO = "N"
                       DISPLAY "Nota nao consta em nenhum romaneio."
                   ELSE
                       DISPLAY "Status atualizado com sucesso!"
                   END-IF
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
                       MOVE 0 TO WS-ROM-FRETE
                   END-IF
                   IF WS-ROM-NOTA = WS-ROM-NOTA-BUSCA
                       AND (WS-ROM-SO-EM-ROTA = "N" OR ROM-EM-ROTA)
                       MOVE WS-ROM-STATUS-NOVO TO WS-ROM-STATUS
                       ACCEPT WS-ROM-DATA FROM DATE YYYYMMDD
                       ACCEPT WS-ROM-HORA FROM TIME
               CLOSE ROMANEIO-FILE
           END-IF

           MOVE 0 TO WS-RMB-COUNT
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-TCO UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-RMB-COUNT > 0
               MOVE "N" TO WS-RMB-EOF
               OPEN INPUT REEMBOLSO-ITEM-FILE
               IF WS-RMB-FILE-STATUS = "35"
                   MOVE "Y" TO WS-RMB-EOF
               ELSE
                   PERFORM LER-ITEM-REEMBOLSO-TCO
                       UNTIL WS-RMB-EOF = "Y"
                   CLOSE REEMBOLSO-ITEM-FILE
               END-IF
           END-IF

           IF WS-TCO-COUNT = 0
               DISPLAY "Nenhum custo registrado no periodo."
           ELSE
                       TO WS-TCO-VEICULO(WS-TCO-COUNT)
                   MOVE 0 TO WS-TCO-COMBUSTIVEL(WS-TCO-COUNT)
                   MOVE 0 TO WS-TCO-MANUTENCAO(WS-TCO-COUNT)
                   MOVE 0 TO WS-TCO-REEMBOLSO(WS-TCO-COUNT)
                   MOVE 0 TO WS-TCO-TOTAL(WS-TCO-COUNT)
                   MOVE 9999999 TO WS-TCO-KM-MIN(WS-TCO-COUNT)
                   MOVE 0 TO WS-TCO-KM-MAX(WS-TCO-COUNT)
                   END-IF
           END-READ.

       LER-REEMBOLSO-TCO.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RB-CUSTO-VALIDO AND WS-RMB-COUNT < 2000
                       ADD 1 TO WS-RMB-COUNT
                       MOVE RB-NUMERO TO WS-RMB-NUMERO(WS-RMB-COUNT)
                   END-IF
           END-READ.

       LER-ITEM-REEMBOLSO-TCO.
           READ REEMBOLSO-ITEM-FILE INTO REEMBOLSO-ITEM-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RI-VEICULO IS NUMERIC AND RI-VEICULO > 0
                       AND RI-DATA >= WS-TCO-DATA-INICIAL
                       AND RI-DATA <= WS-TCO-DATA-FINAL
                       PERFORM PROCURAR-REEMBOLSO-TCO
                           VARYING WS-RMB-IDX FROM 1 BY 1
                           UNTIL WS-RMB-IDX > WS-RMB-COUNT
                               OR WS-RMB-NUMERO(WS-RMB-IDX)
                                   = RI-NUMERO
                       IF WS-RMB-IDX <= WS-RMB-COUNT
                           MOVE RI-VEICULO TO WS-ABA-VEICULO
                           PERFORM LOCALIZAR-VEICULO-TCO
                           IF WS-TCO-I <= WS-TCO-COUNT
                               ADD RI-VALOR
                                   TO WS-TCO-REEMBOLSO(WS-TCO-I)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-REEMBOLSO-TCO.
           CONTINUE.

       TOTALIZAR-TCO.
           COMPUTE WS-TCO-TOTAL(WS-TCO-I) =
               WS-TCO-COMBUSTIVEL(WS-TCO-I)
               + WS-TCO-MANUTENCAO(WS-TCO-I)
               + WS-TCO-REEMBOLSO(WS-TCO-I).

       ORDENAR-TCO.
           IF WS-TCO-COUNT > 1
           DISPLAY "   Combustivel: "
               WS-TCO-COMBUSTIVEL(WS-TCO-I)
               " Manutencao: " WS-TCO-MANUTENCAO(WS-TCO-I)
           DISPLAY "   Reembolsos: " WS-TCO-REEMBOLSO(WS-TCO-I)
               " Total: " WS-TCO-TOTAL(WS-TCO-I)
           DISPLAY "   Km rodados: " WS-TCO-KM-RODADOS
               " Custo/km: " WS-TCO-CUSTO-KM
               DISPLAY "Nenhum romaneio pendente para a regiao."
           ELSE
               PERFORM ORDENAR-ROTEIRO
               PERFORM CALCULAR-CARGA-ROTEIRO
               PERFORM VERIFICAR-CAPACIDADE-ROTEIRO
           END-IF
           MOVE "N" TO WS-DBO-LIBERADO
           IF WS-ROT-COUNT > 0 AND WS-RCG-PROSSEGUIR = "S"
               PERFORM CHECKLIST-SAIDA-ROTEIRO
           END-IF
           IF WS-ROT-COUNT > 0 AND WS-RCG-PROSSEGUIR = "S"
               AND WS-DBO-LIBERADO = "S"
               PERFORM OBTER-PROXIMO-ROTEIRO
               PERFORM GRAVAR-ROTEIRO
               PERFORM REGISTRAR-SAIDA-DIARIO
               PERFORM IMPRIMIR-FOLHA-ROTEIRO
               PERFORM MARCAR-ROMANEIOS-EM-ROTA
               DISPLAY "Roteiro " WS-ROT-NUMERO " criado com "
               NOT AT END
                   MOVE SPACES TO WS-ROM-FRETE-ALFA
                   UNSTRING ROMANEIO-DADOS DELIMITED BY ","
                       INTO WS-ROM-NOTA WS-ROM-VEICULO-LIDO
                            WS-ROM-STATUS WS-ROM-DATA WS-ROM-HORA
                            WS-ROM-FRETE-ALFA
                   IF ROM-SEPARADO AND WS-ROT-COUNT < 50
                               TO WS-ROT-TAB-CIDADE(WS-ROT-COUNT)
                           MOVE WS-ROT-RUA
                               TO WS-ROT-TAB-RUA(WS-ROT-COUNT)
                           MOVE 0 TO WS-ROT-TAB-PESO(WS-ROT-COUNT)
                           MOVE 0 TO WS-ROT-TAB-VOLUME(WS-ROT-COUNT)
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACES TO WS-ROT-CIDADE
           MOVE SPACES TO WS-ROT-RUA
           MOVE 0 TO WS-ROT-CEP
           MOVE SPACES TO WS-ROT-UF
           MOVE "N" TO WS-ROT-EOF
           OPEN INPUT VENDA-FILE
           PERFORM LER-VENDA-ROTEIRO UNTIL WS-ROT-EOF = "Y"
                           MOVE EN-CIDADE TO WS-ROT-CIDADE
                           MOVE EN-RUA TO WS-ROT-RUA
                           MOVE EN-CEP TO WS-ROT-CEP
                           MOVE EN-ESTADO TO WS-ROT-UF
                           MOVE "Y" TO WS-ROT-END-ACHADO
                       END-IF
                   END-IF
               MOVE WS-ROT-TEMP TO WS-ROT-ENTRY(WS-ROT-J1)
           END-IF.

       CALCULAR-CARGA-ROTEIRO.
           MOVE "N" TO WS-RCG-EOF
           OPEN INPUT VENDA-ITEM-FILE
           IF WS-ITM-FILE-STATUS = "35"
               MOVE "Y" TO WS-RCG-EOF
           ELSE
               OPEN INPUT ESTOQUE-FILE
               IF WS-EST-FILE-STATUS = "35"
                   MOVE "Y" TO WS-RCG-EOF
               ELSE
                   PERFORM LER-ITEM-CARGA-ROTEIRO
                       UNTIL WS-RCG-EOF = "Y"
                   CLOSE ESTOQUE-FILE
               END-IF
               CLOSE VENDA-ITEM-FILE
           END-IF
           MOVE 0 TO WS-RCG-PESO-TOTAL
           MOVE 0 TO WS-RCG-VOLUME-TOTAL
           PERFORM SOMAR-CARGA-PARADA
               VARYING WS-ROT-I FROM 1 BY 1
               UNTIL WS-ROT-I > WS-ROT-COUNT.

       LER-ITEM-CARGA-ROTEIRO.
           READ VENDA-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RCG-EOF
               NOT AT END
                   UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO WS-RCG-ITEM-NOTA WS-RCG-ITEM-PRODUTO
                            WS-RCG-ITEM-QTD
                   PERFORM LOCALIZAR-PARADA-CARGA
                       VARYING WS-RCG-IDX FROM 1 BY 1
                       UNTIL WS-RCG-IDX > WS-ROT-COUNT
                       OR WS-ROT-TAB-NOTA(WS-RCG-IDX)
                           = WS-RCG-ITEM-NOTA
                   IF WS-RCG-IDX <= WS-ROT-COUNT
                       PERFORM ACUMULAR-ITEM-CARGA
                   END-IF
           END-READ.

       LOCALIZAR-PARADA-CARGA.
           CONTINUE.

       ACUMULAR-ITEM-CARGA.
           MOVE WS-RCG-ITEM-PRODUTO TO ESTOQUE-CODIGO-CHAVE
           READ ESTOQUE-FILE
               KEY IS ESTOQUE-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ER-PESO-BRUTO IS NUMERIC
                       COMPUTE WS-ROT-TAB-PESO(WS-RCG-IDX) =
                           WS-ROT-TAB-PESO(WS-RCG-IDX)
                           + ER-PESO-BRUTO * WS-RCG-ITEM-QTD
                   END-IF
                   IF ER-VOLUME IS NUMERIC
                       COMPUTE WS-ROT-TAB-VOLUME(WS-RCG-IDX) =
                           WS-ROT-TAB-VOLUME(WS-RCG-IDX)
                           + ER-VOLUME * WS-RCG-ITEM-QTD
                   END-IF
           END-READ.

       SOMAR-CARGA-PARADA.
           ADD WS-ROT-TAB-PESO(WS-ROT-I) TO WS-RCG-PESO-TOTAL
           ADD WS-ROT-TAB-VOLUME(WS-ROT-I) TO WS-RCG-VOLUME-TOTAL.

       VERIFICAR-CAPACIDADE-ROTEIRO.
           MOVE "S" TO WS-RCG-PROSSEGUIR
           MOVE "N" TO WS-RCG-EXCEDIDO
           MOVE 0 TO WS-RCG-CARGA-MAXIMA
           MOVE 0 TO WS-RCG-VOLUME-MAXIMO
           MOVE 0 TO WS-RCG-EXCESSO-PESO
           MOVE 0 TO WS-RCG-EXCESSO-VOLUME
           OPEN INPUT FROTA-FILE
           MOVE WS-ROM-VEICULO TO FROTA-CODIGO-CHAVE
           READ FROTA-FILE
               KEY IS FROTA-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FT-CARGA-MAXIMA IS NUMERIC
                       MOVE FT-CARGA-MAXIMA TO WS-RCG-CARGA-MAXIMA
                   END-IF
                   IF FT-VOLUME-MAXIMO IS NUMERIC
                       MOVE FT-VOLUME-MAXIMO TO WS-RCG-VOLUME-MAXIMO
                   END-IF
           END-READ
           CLOSE FROTA-FILE
           MOVE WS-RCG-PESO-TOTAL TO WS-RCG-PESO-ED
           MOVE WS-RCG-VOLUME-TOTAL TO WS-RCG-VOLUME-ED
           DISPLAY "Carga do roteiro: " WS-RCG-PESO-ED " kg / "
               WS-RCG-VOLUME-ED " litros"
           IF WS-RCG-CARGA-MAXIMA = 0 AND WS-RCG-VOLUME-MAXIMO = 0
               DISPLAY "Veiculo sem capacidade cadastrada, carga "
                   "nao conferida."
           ELSE
               DISPLAY "Capacidade do veiculo: " WS-RCG-CARGA-MAXIMA
                   " kg / " WS-RCG-VOLUME-MAXIMO " litros"
               IF WS-RCG-CARGA-MAXIMA > 0
                   AND WS-RCG-PESO-TOTAL > WS-RCG-CARGA-MAXIMA
                   MOVE "Y" TO WS-RCG-EXCEDIDO
                   COMPUTE WS-RCG-EXCESSO-PESO =
                       WS-RCG-PESO-TOTAL - WS-RCG-CARGA-MAXIMA
               END-IF
               IF WS-RCG-VOLUME-MAXIMO > 0
                   AND WS-RCG-VOLUME-TOTAL > WS-RCG-VOLUME-MAXIMO
                   MOVE "Y" TO WS-RCG-EXCEDIDO
                   COMPUTE WS-RCG-EXCESSO-VOLUME =
                       WS-RCG-VOLUME-TOTAL - WS-RCG-VOLUME-MAXIMO
               END-IF
               IF WS-RCG-EXCEDIDO = "Y"
                   PERFORM TRATAR-EXCESSO-CARGA
               END-IF
           END-IF.

       TRATAR-EXCESSO-CARGA.
           DISPLAY "ATENCAO: capacidade do veiculo excedida."
           IF WS-RCG-EXCESSO-PESO > 0
               MOVE WS-RCG-EXCESSO-PESO TO WS-RCG-PESO-ED
               DISPLAY "Excesso de peso.....: " WS-RCG-PESO-ED " kg"
           END-IF
           IF WS-RCG-EXCESSO-VOLUME > 0
               MOVE WS-RCG-EXCESSO-VOLUME TO WS-RCG-VOLUME-ED
               DISPLAY "Excesso de volume...: " WS-RCG-VOLUME-ED
                   " litros"
           END-IF
           PERFORM SUGERIR-VEICULO-DIVISAO
           MOVE "N" TO WS-RCG-BLOQUEAR
           MOVE "ROTEIRO-BLOQ-EXCESSO" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE "Y" TO WS-RCG-BLOQUEAR
               DISPLAY "Saida com excesso de carga bloqueada."
               DISPLAY "D - Dividir (levar so as paradas que cabem)"
               DISPLAY "N - Cancelar o roteiro"
           ELSE
               DISPLAY "C - Confirmar o roteiro com excesso"
               DISPLAY "D - Dividir (levar so as paradas que cabem)"
               DISPLAY "N - Cancelar o roteiro"
           END-IF
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-RCG-ACAO
           EVALUATE TRUE
               WHEN WS-RCG-ACAO = "D" OR WS-RCG-ACAO = "d"
                   PERFORM DIVIDIR-CARGA-ROTEIRO
               WHEN (WS-RCG-ACAO = "C" OR WS-RCG-ACAO = "c")
                   AND WS-RCG-BLOQUEAR = "N"
                   MOVE "gestaoFrota" TO WS-AUD-PROGRAMA
                   MOVE "EXCESSO" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE WS-ROM-VEICULO TO WS-AUD-CHAVE(1:5)
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE SPACES TO WS-AUD-DEPOIS
                   STRING "PESO " DELIMITED BY SIZE
                          WS-RCG-PESO-TOTAL DELIMITED BY SIZE
                          " VOLUME " DELIMITED BY SIZE
                          WS-RCG-VOLUME-TOTAL DELIMITED BY SIZE
                          INTO WS-AUD-DEPOIS
                   CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                       WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES
                       WS-AUD-DEPOIS
               WHEN OTHER
                   MOVE "N" TO WS-RCG-PROSSEGUIR
                   DISPLAY "Roteiro nao criado; romaneios continuam "
                       "separados."
           END-EVALUATE.

       SUGERIR-VEICULO-DIVISAO.
           ACCEPT WS-RCG-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-RCG-SUGERIDOS
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT FROTA-FILE
           PERFORM LER-VEICULO-DIVISAO UNTIL WS-END-OF-FILE = "Y"
           CLOSE FROTA-FILE
           IF WS-RCG-SUGERIDOS = 0
               DISPLAY "Nenhum outro veiculo disponivel comporta o "
                   "excedente."
           END-IF.

       LER-VEICULO-DIVISAO.
           READ FROTA-FILE INTO FROTA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF FT-CODIGO NOT = WS-ROM-VEICULO
                       AND FT-CARGA-MAXIMA IS NUMERIC
                       AND FT-VOLUME-MAXIMO IS NUMERIC
                       AND FT-CARGA-MAXIMA >= WS-RCG-EXCESSO-PESO
                       AND FT-VOLUME-MAXIMO >= WS-RCG-EXCESSO-VOLUME
                       AND (FT-CARGA-MAXIMA > 0
                            OR FT-VOLUME-MAXIMO > 0)
                       MOVE FT-CODIGO TO WS-RCG-VEIC-ALVO
                       PERFORM VERIFICAR-VEICULO-DESPACHADO
                       IF WS-RCG-DESPACHADO = "N"
                           IF WS-RCG-SUGERIDOS = 0
                               DISPLAY "Sugestao de divisao da carga "
                                   "(veiculos livres hoje):"
                           END-IF
                           ADD 1 TO WS-RCG-SUGERIDOS
                           DISPLAY "  Veiculo " FT-CODIGO " "
                               FT-PLACA " " FT-MODELO
                           DISPLAY "    capacidade " FT-CARGA-MAXIMA
                               " kg / " FT-VOLUME-MAXIMO " litros"
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-VEICULO-DESPACHADO.
           MOVE "N" TO WS-RCG-DESPACHADO
           MOVE "N" TO WS-ROT-EOF
           OPEN INPUT ROTEIRO-FILE
           IF WS-ROT-FILE-STATUS = "35"
               MOVE "Y" TO WS-ROT-EOF
           ELSE
               PERFORM LER-ROTEIRO-DESPACHADO UNTIL WS-ROT-EOF = "Y"
               CLOSE ROTEIRO-FILE
           END-IF.

       LER-ROTEIRO-DESPACHADO.
           READ ROTEIRO-FILE INTO ROTEIRO-REG
               AT END
                   MOVE "Y" TO WS-ROT-EOF
               NOT AT END
                   UNSTRING ROTEIRO-DADOS DELIMITED BY ","
                       INTO WS-RCG-ROT-TIPO WS-RCG-ROT-NUMERO
                            WS-RCG-ROT-VEICULO WS-RCG-ROT-MOTORISTA
                            WS-RCG-ROT-DATA
                   IF WS-RCG-ROT-TIPO = "R"
                       AND WS-RCG-ROT-VEICULO = WS-RCG-VEIC-ALVO
                       AND WS-RCG-ROT-DATA = WS-RCG-HOJE
                       MOVE "Y" TO WS-RCG-DESPACHADO
                       MOVE "Y" TO WS-ROT-EOF
                   END-IF
           END-READ.

       DIVIDIR-CARGA-ROTEIRO.
           MOVE 0 TO WS-RCG-MANTIDAS
           MOVE 0 TO WS-RCG-ACUM-PESO
           MOVE 0 TO WS-RCG-ACUM-VOLUME
           PERFORM AVALIAR-PARADA-DIVISAO
               VARYING WS-ROT-I FROM 1 BY 1
               UNTIL WS-ROT-I > WS-ROT-COUNT
           MOVE WS-RCG-MANTIDAS TO WS-ROT-COUNT
           MOVE WS-RCG-ACUM-PESO TO WS-RCG-PESO-TOTAL
           MOVE WS-RCG-ACUM-VOLUME TO WS-RCG-VOLUME-TOTAL
           IF WS-ROT-COUNT = 0
               MOVE "N" TO WS-RCG-PROSSEGUIR
               DISPLAY "Nenhuma parada cabe no veiculo, roteiro nao "
                   "criado."
           ELSE
               DISPLAY "Paradas que ficaram de fora continuam "
                   "separadas para o proximo roteiro."
           END-IF.

       AVALIAR-PARADA-DIVISAO.
           IF (WS-RCG-CARGA-MAXIMA = 0
               OR WS-RCG-ACUM-PESO + WS-ROT-TAB-PESO(WS-ROT-I)
                   <= WS-RCG-CARGA-MAXIMA)
               AND (WS-RCG-VOLUME-MAXIMO = 0
               OR WS-RCG-ACUM-VOLUME + WS-ROT-TAB-VOLUME(WS-ROT-I)
                   <= WS-RCG-VOLUME-MAXIMO)
               ADD WS-ROT-TAB-PESO(WS-ROT-I) TO WS-RCG-ACUM-PESO
               ADD WS-ROT-TAB-VOLUME(WS-ROT-I) TO WS-RCG-ACUM-VOLUME
               ADD 1 TO WS-RCG-MANTIDAS
               IF WS-RCG-MANTIDAS < WS-ROT-I
                   MOVE WS-ROT-ENTRY(WS-ROT-I)
                       TO WS-ROT-ENTRY(WS-RCG-MANTIDAS)
               END-IF
           ELSE
               DISPLAY "Fica para outro veiculo: nota "
                   WS-ROT-TAB-NOTA(WS-ROT-I) " "
                   WS-ROT-TAB-CIDADE(WS-ROT-I)
           END-IF.

       OBTER-PROXIMO-ROTEIRO.
           MOVE 0 TO WS-ROT-MAIOR
           MOVE "N" TO WS-ROT-EOF
           WRITE ROTEIRO-REG.

       IMPRIMIR-FOLHA-ROTEIRO.
           MOVE "folhaRoteiro.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND FOLHA-ROTEIRO-FILE
           MOVE ALL "=" TO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA
                  WS-ROT-DATA DELIMITED BY SIZE
                  INTO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA
           MOVE WS-RCG-PESO-TOTAL TO WS-RCG-PESO-ED
           MOVE WS-RCG-VOLUME-TOTAL TO WS-RCG-VOLUME-ED
           MOVE SPACES TO FOLHA-ROTEIRO-LINHA
           STRING "CARGA TOTAL " DELIMITED BY SIZE
                  WS-RCG-PESO-ED DELIMITED BY SIZE
                  " KG " DELIMITED BY SIZE
                  WS-RCG-VOLUME-ED DELIMITED BY SIZE
                  " L  CAPACIDADE " DELIMITED BY SIZE
                  WS-RCG-CARGA-MAXIMA DELIMITED BY SIZE
                  " KG " DELIMITED BY SIZE
                  WS-RCG-VOLUME-MAXIMO DELIMITED BY SIZE
                  " L" DELIMITED BY SIZE
                  INTO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA
           PERFORM GRAVAR-LINHA-FOLHA-ROTEIRO
               VARYING WS-ROT-I FROM 1 BY 1
               UNTIL WS-ROT-I > WS-ROT-COUNT
           MOVE ALL "=" TO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA
           CLOSE FOLHA-ROTEIRO-FILE
           MOVE "folhaRoteiro.txt" TO WS-RLE-ARQUIVO
           MOVE "folhaRoteiro" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Roteiro " DELIMITED BY SIZE
                  WS-ROT-NUMERO DELIMITED BY SIZE
                  " data " DELIMITED BY SIZE
                  WS-ROT-DATA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       GRAVAR-LINHA-FOLHA-ROTEIRO.
           MOVE SPACES TO FOLHA-ROTEIRO-LINHA
           STRING "       END: " DELIMITED BY SIZE
                  WS-ROT-TAB-RUA(WS-ROT-I) DELIMITED BY SIZE
                  INTO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA
           MOVE WS-ROT-TAB-PESO(WS-ROT-I) TO WS-RCG-PESO-ED
           MOVE WS-ROT-TAB-VOLUME(WS-ROT-I) TO WS-RCG-VOLUME-ED
           MOVE SPACES TO FOLHA-ROTEIRO-LINHA
           STRING "       CARGA: " DELIMITED BY SIZE
                  WS-RCG-PESO-ED DELIMITED BY SIZE
                  " KG " DELIMITED BY SIZE
                  WS-RCG-VOLUME-ED DELIMITED BY SIZE
                  " L" DELIMITED BY SIZE
                  INTO FOLHA-ROTEIRO-LINHA
           WRITE FOLHA-ROTEIRO-LINHA.

       MARCAR-ROMANEIOS-EM-ROTA.
           MOVE "R" TO WS-ROM-STATUS-NOVO
           MOVE "N" TO WS-ROM-SO-EM-ROTA
           PERFORM MARCAR-UM-ROMANEIO-ROTA
               VARYING WS-ROT-I FROM 1 BY 1
               UNTIL WS-ROT-I > WS-ROT-COUNT.
               DISPLAY "Roteiro nao encontrado."
           ELSE
               MOVE "E" TO WS-ROM-STATUS-NOVO
               MOVE "Y" TO WS-ROM-SO-EM-ROTA
               MOVE 0 TO WS-ROM-BAIXADAS
               PERFORM CONCLUIR-UMA-PARADA
                   VARYING WS-ROT-I FROM 1 BY 1
                   UNTIL WS-ROT-I > WS-ROT-COUNT
               MOVE "N" TO WS-ROM-SO-EM-ROTA
               DISPLAY WS-ROM-BAIXADAS " entrega(s) baixadas como "
                   "entregues."
               PERFORM REGISTRAR-RETORNO-DIARIO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CONCLUIR-UMA-PARADA.
           PERFORM MARCAR-UM-ROMANEIO-ROTA
           IF WS-ROM-ACHADO = "Y"
               ADD 1 TO WS-ROM-BAIXADAS
           END-IF.

       LER-PARADAS-CONCLUSAO.
           READ ROTEIRO-FILE INTO ROTEIRO-REG
               AT END
                   END-IF
           END-READ.

       CHECKLIST-SAIDA-ROTEIRO.
           DISPLAY "-------------------------------------------------"
           DISPLAY "     DIARIO DE BORDO - CHECKLIST DE SAIDA        "
           DISPLAY "-------------------------------------------------"
           MOVE "S" TO WS-DBO-LIBERADO
           MOVE 0 TO WS-DBO-FALHAS-CRITICAS
           MOVE 0 TO WS-DBO-FALHAS-OUTRAS
           MOVE WS-ROM-VEICULO TO WS-DBO-VEICULO
           PERFORM BUSCAR-KM-VEICULO-DIARIO
           MOVE "N" TO WS-DBO-KM-OK
           PERFORM OBTER-KM-SAIDA-DIARIO UNTIL WS-DBO-KM-OK = "Y"
           DISPLAY "Hora de saida (HHMM, Enter = agora): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DBO-HORA-ALFA
           ACCEPT WS-DBO-HORA-ALFA
           PERFORM OBTER-HORA-DIARIO
           MOVE WS-DBO-HORA TO WS-DBO-HORA-SAIDA
           PERFORM AVALIAR-ITEM-CHECKLIST
               VARYING WS-DBO-IDX FROM 1 BY 1
               UNTIL WS-DBO-IDX > 5
           IF WS-DBO-FALHAS-CRITICAS > 0
               MOVE "N" TO WS-DBO-LIBERADO
               PERFORM ABRIR-MANUTENCAO-CHECKLIST
                   VARYING WS-DBO-IDX FROM 1 BY 1
                   UNTIL WS-DBO-IDX > 5
               MOVE 0 TO WS-ROT-NUMERO
               MOVE "B" TO WS-DBO-STATUS-NOVO
               PERFORM GRAVAR-DIARIO-SAIDA
               DISPLAY "Item critico reprovado, saida bloqueada."
               DISPLAY "Manutencao aberta para o veiculo "
                   WS-DBO-VEICULO "."
           ELSE
               IF WS-DBO-FALHAS-OUTRAS > 0
                   DISPLAY WS-DBO-FALHAS-OUTRAS " item(ns) nao "
                       "critico(s) reprovado(s). Prosseguir? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-DBO-LIBERADO
                   IF WS-DBO-LIBERADO = "s"
                       MOVE "S" TO WS-DBO-LIBERADO
                   END-IF
                   IF WS-DBO-LIBERADO NOT = "S"
                       DISPLAY "Saida cancelada."
                   END-IF
               END-IF
           END-IF.

       OBTER-KM-SAIDA-DIARIO.
           DISPLAY "Km de saida (atual " WS-DBO-KM-CADASTRO "): "
               WITH NO ADVANCING
           ACCEPT WS-DBO-KM-SAIDA
           IF WS-DBO-KM-SAIDA < WS-DBO-KM-CADASTRO
               DISPLAY "Km de saida menor que o km do cadastro."
           ELSE
               MOVE "Y" TO WS-DBO-KM-OK
           END-IF.

       OBTER-HORA-DIARIO.
           IF WS-DBO-HORA-ALFA IS NUMERIC
               AND WS-DBO-HORA-HH < 24
               AND WS-DBO-HORA-MM < 60
               MOVE WS-DBO-HORA-NUM TO WS-DBO-HORA
           ELSE
               ACCEPT WS-DBO-HORARIO FROM TIME
               MOVE WS-DBO-HORARIO(1:4) TO WS-DBO-HORA
           END-IF.

       AVALIAR-ITEM-CHECKLIST.
           DISPLAY WS-DBO-ITEM-NOME(WS-DBO-IDX) " (O-OK / N-Nao OK): "
               WITH NO ADVANCING
           ACCEPT WS-DBO-RESULTADO(WS-DBO-IDX)
           IF WS-DBO-RESULTADO(WS-DBO-IDX) = "o"
               MOVE "O" TO WS-DBO-RESULTADO(WS-DBO-IDX)
           END-IF
           MOVE SPACES TO WS-DBO-OBS(WS-DBO-IDX)
           IF WS-DBO-RESULTADO(WS-DBO-IDX) NOT = "O"
               MOVE "N" TO WS-DBO-RESULTADO(WS-DBO-IDX)
               DISPLAY "   Observacao: " WITH NO ADVANCING
               ACCEPT WS-DBO-OBS(WS-DBO-IDX)
               IF WS-DBO-ITEM-CRITICO(WS-DBO-IDX) = "S"
                   ADD 1 TO WS-DBO-FALHAS-CRITICAS
               ELSE
                   ADD 1 TO WS-DBO-FALHAS-OUTRAS
               END-IF
           END-IF.

       ABRIR-MANUTENCAO-CHECKLIST.
           IF WS-DBO-RESULTADO(WS-DBO-IDX) = "N"
               AND WS-DBO-ITEM-CRITICO(WS-DBO-IDX) = "S"
               ACCEPT WS-MAN-DATA FROM DATE YYYYMMDD
               MOVE SPACES TO WS-MAN-DESCRICAO
               STRING WS-DBO-ITEM-NOME(WS-DBO-IDX) DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      WS-DBO-OBS(WS-DBO-IDX) DELIMITED BY SIZE
                      INTO WS-MAN-DESCRICAO
               MOVE 0 TO WS-MAN-CUSTO
               MOVE SPACES TO MANUTENCAO-DADOS
               STRING WS-DBO-VEICULO DELIMITED BY SIZE ","
                      WS-MAN-DATA DELIMITED BY SIZE ","
                      WS-DBO-KM-SAIDA DELIMITED BY SIZE ","
                      WS-MAN-DESCRICAO DELIMITED BY SIZE ","
                      WS-MAN-CUSTO DELIMITED BY SIZE ","
                      WS-DBO-OFICINA-PENDENTE DELIMITED BY SIZE
                      INTO MANUTENCAO-DADOS
               MOVE "gestaoFrota" TO WS-ARQ-PROGRAMA
               OPEN EXTEND MANUTENCAO-FILE
               IF WS-ARQ-STATUS = "35"
                   OPEN OUTPUT MANUTENCAO-FILE
               END-IF
               WRITE MANUTENCAO-RECORD FROM MANUTENCAO-DADOS
               MOVE "dadosManutencaoFrota.txt" TO WS-ARQ-NOME
               MOVE "WRITE" TO WS-ARQ-OPERACAO
               PERFORM TESTAR-STATUS-ARQUIVO
               CLOSE MANUTENCAO-FILE
           END-IF.

       BUSCAR-KM-VEICULO-DIARIO.
           MOVE 0 TO WS-DBO-KM-CADASTRO
           OPEN INPUT FROTA-FILE
           MOVE WS-DBO-VEICULO TO FROTA-CODIGO-CHAVE
           READ FROTA-FILE
               KEY IS FROTA-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FT-KM-ATUAL IS NUMERIC
                       MOVE FT-KM-ATUAL TO WS-DBO-KM-CADASTRO
                   END-IF
           END-READ
           CLOSE FROTA-FILE.

       GRAVAR-DIARIO-SAIDA.
           MOVE SPACES TO DIARIO-BORDO-RECORD
           MOVE WS-ROT-NUMERO TO DB-ROTEIRO
           MOVE WS-DBO-VEICULO TO DB-VEICULO
           MOVE WS-MOT-CODIGO TO DB-MOTORISTA
           MOVE WS-DBO-STATUS-NOVO TO DB-STATUS
           ACCEPT DB-DATA-SAIDA FROM DATE YYYYMMDD
           MOVE WS-DBO-HORA-SAIDA TO DB-HORA-SAIDA
           MOVE WS-DBO-KM-SAIDA TO DB-KM-SAIDA
           PERFORM COPIAR-ITEM-DIARIO
               VARYING WS-DBO-IDX FROM 1 BY 1
               UNTIL WS-DBO-IDX > 5
           MOVE 0 TO DB-DATA-RETORNO
           MOVE 0 TO DB-HORA-RETORNO
           MOVE 0 TO DB-KM-RETORNO
           MOVE 0 TO DB-LITROS
           MOVE 0 TO DB-KM-RODADO
           OPEN EXTEND DIARIO-BORDO-FILE
           IF WS-DBO-FILE-STATUS = "35"
               OPEN OUTPUT DIARIO-BORDO-FILE
           END-IF
           WRITE DIARIO-BORDO-RECORD
           CLOSE DIARIO-BORDO-FILE.

       COPIAR-ITEM-DIARIO.
           MOVE WS-DBO-RESULTADO(WS-DBO-IDX)
               TO DB-CHK-RESULTADO(WS-DBO-IDX)
           MOVE WS-DBO-OBS(WS-DBO-IDX) TO DB-CHK-OBS(WS-DBO-IDX).

       REGISTRAR-SAIDA-DIARIO.
           MOVE "S" TO WS-DBO-STATUS-NOVO
           PERFORM GRAVAR-DIARIO-SAIDA
           MOVE WS-DBO-VEICULO TO WS-CODIGO
           MOVE WS-DBO-KM-SAIDA TO WS-ENTREGA-KM
           PERFORM ATUALIZAR-KM-VEICULO.

       REGISTRAR-RETORNO-DIARIO.
           PERFORM CARREGAR-DIARIO-BORDO
           PERFORM LOCALIZAR-DIARIO-ROTEIRO
           IF WS-DBO-IDX > WS-DBO-COUNT
               DISPLAY "Roteiro sem diario de bordo de saida."
           ELSE
               MOVE WS-DBO-LINHA(WS-DBO-IDX) TO DIARIO-BORDO-DADOS
               IF NOT DB-EM-ROTA
                   DISPLAY "Diario de bordo do roteiro ja encerrado."
               ELSE
                   PERFORM CAPTURAR-RETORNO-DIARIO
               END-IF
           END-IF.

       CAPTURAR-RETORNO-DIARIO.
           DISPLAY "--- Diario de bordo: retorno do veiculo "
               DB-VEICULO " ---"
           MOVE DB-KM-SAIDA TO WS-DBO-KM-SAIDA
           MOVE "N" TO WS-DBO-KM-OK
           PERFORM OBTER-KM-RETORNO-DIARIO UNTIL WS-DBO-KM-OK = "Y"
           DISPLAY "Hora de retorno (HHMM, Enter = agora): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DBO-HORA-ALFA
           ACCEPT WS-DBO-HORA-ALFA
           PERFORM OBTER-HORA-DIARIO
           MOVE ZEROS TO WS-DBO-LITROS-ALFA
           DISPLAY "Litros abastecidos na viagem (9999V99): "
               WITH NO ADVANCING
           ACCEPT WS-DBO-LITROS-ALFA
           IF WS-DBO-LITROS-ALFA IS NOT NUMERIC
               MOVE ZEROS TO WS-DBO-LITROS-ALFA
           END-IF
           MOVE WS-DBO-LINHA(WS-DBO-IDX) TO DIARIO-BORDO-DADOS
           SET DB-CONCLUIDO TO TRUE
           ACCEPT DB-DATA-RETORNO FROM DATE YYYYMMDD
           MOVE WS-DBO-HORA TO DB-HORA-RETORNO
           MOVE WS-DBO-KM-RETORNO TO DB-KM-RETORNO
           MOVE WS-DBO-LITROS TO DB-LITROS
           COMPUTE DB-KM-RODADO = WS-DBO-KM-RETORNO - DB-KM-SAIDA
           MOVE DIARIO-BORDO-DADOS TO WS-DBO-LINHA(WS-DBO-IDX)
           PERFORM REGRAVAR-DIARIO-BORDO
           MOVE DB-VEICULO TO WS-CODIGO
           MOVE WS-DBO-KM-RETORNO TO WS-ENTREGA-KM
           PERFORM ATUALIZAR-KM-VEICULO
           DISPLAY "Km rodados no roteiro: " DB-KM-RODADO.

       OBTER-KM-RETORNO-DIARIO.
           DISPLAY "Km de retorno (saida " WS-DBO-KM-SAIDA "): "
               WITH NO ADVANCING
           ACCEPT WS-DBO-KM-RETORNO
           IF WS-DBO-KM-RETORNO < WS-DBO-KM-SAIDA
               DISPLAY "Km de retorno menor que o km de saida."
           ELSE
               MOVE "Y" TO WS-DBO-KM-OK
           END-IF.

       CARREGAR-DIARIO-BORDO.
           MOVE 0 TO WS-DBO-COUNT
           MOVE "N" TO WS-DBO-EOF
           MOVE "N" TO WS-DBO-CHEIO
           OPEN INPUT DIARIO-BORDO-FILE
           IF WS-DBO-FILE-STATUS = "35"
               MOVE "Y" TO WS-DBO-EOF
           ELSE
               PERFORM LER-DIARIO-TABELA UNTIL WS-DBO-EOF = "Y"
               CLOSE DIARIO-BORDO-FILE
           END-IF.

       LER-DIARIO-TABELA.
           READ DIARIO-BORDO-FILE INTO DIARIO-BORDO-RECORD
               AT END
                   MOVE "Y" TO WS-DBO-EOF
               NOT AT END
                   IF WS-DBO-COUNT < 1000
                       ADD 1 TO WS-DBO-COUNT
                       MOVE DIARIO-BORDO-DADOS
                           TO WS-DBO-LINHA(WS-DBO-COUNT)
                   ELSE
                       MOVE "Y" TO WS-DBO-CHEIO
                   END-IF
           END-READ.

       LOCALIZAR-DIARIO-ROTEIRO.
           PERFORM PROCURAR-DIARIO-ROTEIRO
               VARYING WS-DBO-IDX FROM 1 BY 1
               UNTIL WS-DBO-IDX > WS-DBO-COUNT
                   OR (WS-DBO-LINHA(WS-DBO-IDX)(1:6) = WS-ROT-CONCLUIR
                   AND WS-DBO-LINHA(WS-DBO-IDX)(17:1) NOT = "B").

       PROCURAR-DIARIO-ROTEIRO.
           CONTINUE.

       REGRAVAR-DIARIO-BORDO.
           IF WS-DBO-CHEIO = "Y"
               DISPLAY "AVISO: diario de bordo excede a capacidade da "
                   "tabela, arquivo nao regravado."
           ELSE
               OPEN OUTPUT DIARIO-BORDO-FILE
               PERFORM GRAVAR-LINHA-DIARIO
                   VARYING WS-DBO-IDX FROM 1 BY 1
                   UNTIL WS-DBO-IDX > WS-DBO-COUNT
               CLOSE DIARIO-BORDO-FILE
           END-IF.

       GRAVAR-LINHA-DIARIO.
           WRITE DIARIO-BORDO-RECORD FROM WS-DBO-LINHA(WS-DBO-IDX).

       RELATORIO-DIARIO-BORDO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   DIARIO DE BORDO - KM POR MOTORISTA/VEICULO    "
           DISPLAY "================================================="
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DBO-DATA-INI
           DISPLAY "Data final (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DBO-DATA-FIM
           MOVE 0 TO WS-DBM-COUNT
           MOVE 0 TO WS-DBV-COUNT
           MOVE "N" TO WS-DBO-EOF
           OPEN INPUT DIARIO-BORDO-FILE
           IF WS-DBO-FILE-STATUS = "35"
               MOVE "Y" TO WS-DBO-EOF
           ELSE
               PERFORM LER-DIARIO-RELATORIO UNTIL WS-DBO-EOF = "Y"
               CLOSE DIARIO-BORDO-FILE
           END-IF
           IF WS-DBV-COUNT = 0
               DISPLAY "Nenhum roteiro concluido no periodo."
           ELSE
               MOVE "N" TO WS-ABA-EOF
               OPEN INPUT ABASTECIMENTO-FILE
               IF WS-ARQ-STATUS = "35"
                   MOVE "Y" TO WS-ABA-EOF
               ELSE
                   PERFORM LER-ABASTECIMENTO-DIARIO
                       UNTIL WS-ABA-EOF = "Y"
                   CLOSE ABASTECIMENTO-FILE
               END-IF
               DISPLAY "--- Km por motorista ---"
               PERFORM EXIBIR-DIARIO-MOTORISTA
                   VARYING WS-DBM-IDX FROM 1 BY 1
                   UNTIL WS-DBM-IDX > WS-DBM-COUNT
               DISPLAY "--- Km por veiculo x registro de "
                   "abastecimento ---"
               PERFORM EXIBIR-DIARIO-VEICULO
                   VARYING WS-DBV-IDX FROM 1 BY 1
                   UNTIL WS-DBV-IDX > WS-DBV-COUNT
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-DIARIO-RELATORIO.
           READ DIARIO-BORDO-FILE INTO DIARIO-BORDO-RECORD
               AT END
                   MOVE "Y" TO WS-DBO-EOF
               NOT AT END
                   IF DB-CONCLUIDO
                       AND DB-DATA-RETORNO >= WS-DBO-DATA-INI
                       AND DB-DATA-RETORNO <= WS-DBO-DATA-FIM
                       PERFORM ACUMULAR-DIARIO-MOTORISTA
                       PERFORM ACUMULAR-DIARIO-VEICULO
                   END-IF
           END-READ.

       ACUMULAR-DIARIO-MOTORISTA.
           PERFORM PROCURAR-DIARIO-MOTORISTA
               VARYING WS-DBM-IDX FROM 1 BY 1
               UNTIL WS-DBM-IDX > WS-DBM-COUNT
                   OR WS-DBM-MOTORISTA(WS-DBM-IDX) = DB-MOTORISTA
           IF WS-DBM-IDX > WS-DBM-COUNT AND WS-DBM-COUNT < 100
               ADD 1 TO WS-DBM-COUNT
               MOVE WS-DBM-COUNT TO WS-DBM-IDX
               MOVE DB-MOTORISTA TO WS-DBM-MOTORISTA(WS-DBM-IDX)
               MOVE 0 TO WS-DBM-VIAGENS(WS-DBM-IDX)
               MOVE 0 TO WS-DBM-KM(WS-DBM-IDX)
           END-IF
           IF WS-DBM-IDX <= WS-DBM-COUNT
               ADD 1 TO WS-DBM-VIAGENS(WS-DBM-IDX)
               ADD DB-KM-RODADO TO WS-DBM-KM(WS-DBM-IDX)
           END-IF.

       PROCURAR-DIARIO-MOTORISTA.
           CONTINUE.

       ACUMULAR-DIARIO-VEICULO.
           MOVE DB-VEICULO TO WS-DBO-VEICULO-BUSCA
           PERFORM LOCALIZAR-DIARIO-VEICULO
           IF WS-DBV-IDX > WS-DBV-COUNT AND WS-DBV-COUNT < 100
               ADD 1 TO WS-DBV-COUNT
               MOVE WS-DBV-COUNT TO WS-DBV-IDX
               MOVE DB-VEICULO TO WS-DBV-VEICULO(WS-DBV-IDX)
               MOVE 0 TO WS-DBV-VIAGENS(WS-DBV-IDX)
               MOVE 0 TO WS-DBV-KM(WS-DBV-IDX)
               MOVE 0 TO WS-DBV-LITROS(WS-DBV-IDX)
               MOVE 9999999 TO WS-DBV-ABA-KM-MIN(WS-DBV-IDX)
               MOVE 0 TO WS-DBV-ABA-KM-MAX(WS-DBV-IDX)
               MOVE 0 TO WS-DBV-ABA-LITROS(WS-DBV-IDX)
           END-IF
           IF WS-DBV-IDX <= WS-DBV-COUNT
               ADD 1 TO WS-DBV-VIAGENS(WS-DBV-IDX)
               ADD DB-KM-RODADO TO WS-DBV-KM(WS-DBV-IDX)
               ADD DB-LITROS TO WS-DBV-LITROS(WS-DBV-IDX)
           END-IF.

       LOCALIZAR-DIARIO-VEICULO.
           PERFORM PROCURAR-DIARIO-VEICULO
               VARYING WS-DBV-IDX FROM 1 BY 1
               UNTIL WS-DBV-IDX > WS-DBV-COUNT
                   OR WS-DBV-VEICULO(WS-DBV-IDX) = WS-DBO-VEICULO-BUSCA.

       PROCURAR-DIARIO-VEICULO.
           CONTINUE.

       LER-ABASTECIMENTO-DIARIO.
           READ ABASTECIMENTO-FILE INTO ABASTECIMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-ABA-EOF
               NOT AT END
                   UNSTRING ABASTECIMENTO-DADOS DELIMITED BY ","
                       INTO WS-ABA-VEICULO WS-ABA-DATA
                            WS-ABA-LITROS-ALFA WS-ABA-VALOR-ALFA
                            WS-ABA-KM
                   IF WS-ABA-DATA >= WS-DBO-DATA-INI
                       AND WS-ABA-DATA <= WS-DBO-DATA-FIM
                       MOVE WS-ABA-VEICULO TO WS-DBO-VEICULO-BUSCA
                       PERFORM LOCALIZAR-DIARIO-VEICULO
                       IF WS-DBV-IDX <= WS-DBV-COUNT
                           PERFORM ACUMULAR-ABASTECIMENTO-DIARIO
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-ABASTECIMENTO-DIARIO.
           IF WS-ABA-LITROS-ALFA IS NUMERIC
               ADD WS-ABA-LITROS-NUM
                   TO WS-DBV-ABA-LITROS(WS-DBV-IDX)
           END-IF
           IF WS-ABA-KM < WS-DBV-ABA-KM-MIN(WS-DBV-IDX)
               MOVE WS-ABA-KM TO WS-DBV-ABA-KM-MIN(WS-DBV-IDX)
           END-IF
           IF WS-ABA-KM > WS-DBV-ABA-KM-MAX(WS-DBV-IDX)
               MOVE WS-ABA-KM TO WS-DBV-ABA-KM-MAX(WS-DBV-IDX)
           END-IF.

       EXIBIR-DIARIO-MOTORISTA.
           DISPLAY "Motorista " WS-DBM-MOTORISTA(WS-DBM-IDX)
               " Roteiros: " WS-DBM-VIAGENS(WS-DBM-IDX)
               " Km rodados: " WS-DBM-KM(WS-DBM-IDX).

       EXIBIR-DIARIO-VEICULO.
           IF WS-DBV-ABA-KM-MAX(WS-DBV-IDX)
               > WS-DBV-ABA-KM-MIN(WS-DBV-IDX)
               COMPUTE WS-DBO-KM-ABASTEC =
                   WS-DBV-ABA-KM-MAX(WS-DBV-IDX)
                   - WS-DBV-ABA-KM-MIN(WS-DBV-IDX)
           ELSE
               MOVE 0 TO WS-DBO-KM-ABASTEC
           END-IF
           COMPUTE WS-DBO-DIFERENCA =
               WS-DBV-KM(WS-DBV-IDX) - WS-DBO-KM-ABASTEC
           DISPLAY "Veiculo " WS-DBV-VEICULO(WS-DBV-IDX)
               " Roteiros: " WS-DBV-VIAGENS(WS-DBV-IDX)
               " Km diario: " WS-DBV-KM(WS-DBV-IDX)
               " Litros diario: " WS-DBV-LITROS(WS-DBV-IDX)
           DISPLAY "   Abastecimentos: km " WS-DBO-KM-ABASTEC
               " litros " WS-DBV-ABA-LITROS(WS-DBV-IDX)
               " Diferenca de km: " WS-DBO-DIFERENCA
           IF WS-DBV-LITROS(WS-DBV-IDX)
               > WS-DBV-ABA-LITROS(WS-DBV-IDX)
               DISPLAY "   ATENCAO: litros do diario acima do "
                   "registro de abastecimento."
           END-IF.

       MENU-MULTAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              MULTAS E SINISTROS                 "
           DISPLAY "================================================="
           DISPLAY "1 - Registrar Multa/Sinistro"
           DISPLAY "2 - Atualizar Status (disputa/pagamento)"
           DISPLAY "3 - Relatorio por Motorista ou Veiculo"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WS-MUL-OPCAO
           EVALUATE WS-MUL-OPCAO
               WHEN 1
                   PERFORM REGISTRAR-MULTA
               WHEN 2
                   PERFORM ATUALIZAR-STATUS-MULTA
               WHEN 3
                   PERFORM RELATORIO-MULTAS
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       REGISTRAR-MULTA.
           MOVE "N" TO WS-VEICULO-VALIDO
           PERFORM OBTER-CODIGO-VEICULO-ENTREGA UNTIL
               WS-VEICULO-VALIDO = "Y"
           MOVE WS-CODIGO TO WS-MUL-VEICULO
           DISPLAY "Data da infracao (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-MUL-DATA
           MOVE WS-MUL-DATA TO WS-EXE-DATA
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               DISPLAY "Data " WS-EXE-DATA " pertence a exercicio "
                   "encerrado, lancamento bloqueado."
           ELSE
               PERFORM REGISTRAR-MULTA-DETALHE
           END-IF.

       REGISTRAR-MULTA-DETALHE.
           DISPLAY "Valor (9999999V99): " WITH NO ADVANCING
           ACCEPT WS-MUL-VALOR-ALFA
           DISPLAY "Pontos na CNH: " WITH NO ADVANCING
           ACCEPT WS-MUL-PONTOS
           DISPLAY "Descricao: " WITH NO ADVANCING
           ACCEPT WS-MUL-DESCRICAO
           PERFORM SUGERIR-MOTORISTA-MULTA
           IF WS-MUL-SUGESTAO > 0
               DISPLAY "Motorista sugerido pelas entregas do dia: "
                   WS-MUL-SUGESTAO
           END-IF
           DISPLAY "Motorista responsavel (Enter = sugestao): "
               WITH NO ADVANCING
           ACCEPT WS-MUL-ENTRADA-MOT
           IF WS-MUL-ENTRADA-MOT IS NUMERIC
               MOVE WS-MUL-ENTRADA-MOT TO WS-MUL-MOTORISTA
           ELSE
               MOVE WS-MUL-SUGESTAO TO WS-MUL-MOTORISTA
           END-IF
           MOVE "N" TO WS-MUL-DESCONTA
           IF WS-MUL-MOTORISTA > 0
               DISPLAY "Descontar da folha do motorista? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-MUL-DESCONTA
           END-IF
           MOVE "P" TO WS-MUL-STATUS
           MOVE SPACES TO MULTA-DADOS
           STRING WS-MUL-VEICULO DELIMITED BY SIZE ","
                  WS-MUL-DATA DELIMITED BY SIZE ","
                  WS-MUL-VALOR-ALFA DELIMITED BY SPACE ","
                   END-IF
           END-READ.

       REGISTRAR-FALHA-ENTREGA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          REGISTRAR FALHA NA ENTREGA             "
           DISPLAY "================================================="
           DISPLAY "Numero da nota fiscal: " WITH NO ADVANCING
           ACCEPT WS-FAL-NOTA
           PERFORM REGISTRAR-FALHA-EXECUTAR
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       REGISTRAR-FALHA-EXECUTAR.
           MOVE SPACE TO WS-FAL-STATUS-ATUAL
           MOVE 0 TO WS-FAL-VEICULO
           MOVE "N" TO WS-ROM-EOF
           OPEN INPUT ROMANEIO-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-ROM-EOF
           ELSE
               PERFORM LER-ROMANEIO-FALHA UNTIL WS-ROM-EOF = "Y"
               CLOSE ROMANEIO-FILE
           END-IF
           IF WS-FAL-STATUS-ATUAL = SPACE
               DISPLAY "Nota nao consta em nenhum romaneio."
           ELSE
           IF WS-FAL-STATUS-ATUAL NOT = "R"
               AND WS-FAL-STATUS-ATUAL NOT = "E"
               DISPLAY "Nota com status " WS-FAL-STATUS-ATUAL
                   " - falha so pode ser registrada para entrega "
                   "em rota ou baixada."
           ELSE
               PERFORM INFORMAR-MOTIVO-FALHA
               IF WS-FAL-ACAO NOT = SPACE
                   PERFORM LOCALIZAR-ROTEIRO-FALHA
                   MOVE WS-FAL-NOTA TO WS-ROM-NOTA
                   PERFORM OBTER-DESTINO-NOTA
                   MOVE WS-ROT-UF TO WS-FAL-UF
                   MOVE WS-ROT-CIDADE TO WS-FAL-CIDADE
                   PERFORM GRAVAR-FALHA-ENTREGA
                   PERFORM ATUALIZAR-ROMANEIO-FALHA
               END-IF
           END-IF
           END-IF.

       LER-ROMANEIO-FALHA.
           READ ROMANEIO-FILE INTO ROMANEIO-RECORD
               AT END
                   MOVE "Y" TO WS-ROM-EOF
               NOT AT END
                   UNSTRING ROMANEIO-DADOS DELIMITED BY ","
                       INTO WS-ROM-NOTA WS-ROM-VEICULO
                            WS-ROM-STATUS
                   IF WS-ROM-NOTA = WS-FAL-NOTA
                       MOVE WS-ROM-STATUS TO WS-FAL-STATUS-ATUAL
                       MOVE WS-ROM-VEICULO TO WS-FAL-VEICULO
                       MOVE "Y" TO WS-ROM-EOF
                   END-IF
           END-READ.

       INFORMAR-MOTIVO-FALHA.
           MOVE SPACE TO WS-FAL-ACAO
           DISPLAY "Motivo (A-Cliente ausente / R-Recusada / "
               "E-Endereco errado / V-Avariada): " WITH NO ADVANCING
           ACCEPT WS-FAL-MOTIVO
           IF NOT FAL-CLIENTE-AUSENTE AND NOT FAL-RECUSADA
               AND NOT FAL-ENDERECO-ERRADO AND NOT FAL-AVARIADA
               DISPLAY "Motivo invalido."
           ELSE
               IF FAL-RECUSADA
                   MOVE "D" TO WS-FAL-ACAO
                   DISPLAY "Entrega recusada: mercadoria sera "
                       "devolvida ao estoque."
               ELSE
                   DISPLAY "Acao (R-Reentregar / D-Devolver ao "
                       "estoque): " WITH NO ADVANCING
                   ACCEPT WS-FAL-ACAO
                   IF NOT FAL-REENTREGA AND NOT FAL-DEVOLUCAO
                       DISPLAY "Acao invalida."
                       MOVE SPACE TO WS-FAL-ACAO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-ROTEIRO-FALHA.
           MOVE 0 TO WS-FAL-ROTEIRO
           MOVE 0 TO WS-FAL-MOTORISTA
           MOVE 0 TO WS-FAL-ROT-ATUAL
           MOVE 0 TO WS-FAL-MOT-ATUAL
           MOVE 0 TO WS-FAL-VEIC-ATUAL
           MOVE "N" TO WS-ROT-EOF
           OPEN INPUT ROTEIRO-FILE
           IF WS-ROT-FILE-STATUS = "35"
               MOVE "Y" TO WS-ROT-EOF
           ELSE
               PERFORM LER-ROTEIRO-FALHA UNTIL WS-ROT-EOF = "Y"
               CLOSE ROTEIRO-FILE
           END-IF.

       LER-ROTEIRO-FALHA.
           READ ROTEIRO-FILE INTO ROTEIRO-REG
               AT END
                   MOVE "Y" TO WS-ROT-EOF
               NOT AT END
                   UNSTRING ROTEIRO-DADOS DELIMITED BY ","
                       INTO WS-ROT-TIPO-REG WS-ROT-LIDO
                   IF WS-ROT-TIPO-REG = "R"
                       MOVE WS-ROT-LIDO TO WS-FAL-ROT-ATUAL
                       MOVE ROTEIRO-DADOS(10:5) TO WS-FAL-VEIC-ATUAL
                       MOVE ROTEIRO-DADOS(16:5) TO WS-FAL-MOT-ATUAL
                   END-IF
                   IF WS-ROT-TIPO-REG = "P"
                       AND ROTEIRO-DADOS(13:6) = WS-FAL-NOTA
                       MOVE WS-ROT-LIDO TO WS-FAL-ROTEIRO
                       IF WS-ROT-LIDO = WS-FAL-ROT-ATUAL
                           MOVE WS-FAL-MOT-ATUAL TO WS-FAL-MOTORISTA
                           MOVE WS-FAL-VEIC-ATUAL TO WS-FAL-VEICULO
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-FALHA-ENTREGA.
           ACCEPT WS-FAL-DATA FROM DATE YYYYMMDD
           OPEN EXTEND FALHA-ENTREGA-FILE
           IF WS-FAL-FILE-STATUS = "35"
               OPEN OUTPUT FALHA-ENTREGA-FILE
           END-IF
           MOVE SPACES TO FALHA-ENTREGA-DADOS
           STRING WS-FAL-DATA DELIMITED BY SIZE ","
                  WS-FAL-NOTA DELIMITED BY SIZE ","
                  WS-FAL-ROTEIRO DELIMITED BY SIZE ","
                  WS-FAL-MOTORISTA DELIMITED BY SIZE ","
                  WS-FAL-VEICULO DELIMITED BY SIZE ","
                  WS-FAL-MOTIVO DELIMITED BY SIZE ","
                  WS-FAL-ACAO DELIMITED BY SIZE ","
                  WS-FAL-UF DELIMITED BY SIZE ","
                  WS-FAL-CIDADE DELIMITED BY SIZE
                  INTO FALHA-ENTREGA-DADOS
           WRITE FALHA-ENTREGA-RECORD
           CLOSE FALHA-ENTREGA-FILE
           MOVE "gestaoFrota" TO WS-AUD-PROGRAMA
           MOVE "FALHAENTR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE WS-FAL-NOTA TO WS-AUD-CHAVE(1:6)
           MOVE SPACES TO WS-AUD-ANTES
           STRING "ROMANEIO STATUS " DELIMITED BY SIZE
                  WS-FAL-STATUS-ATUAL DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE FALHA-ENTREGA-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       ATUALIZAR-ROMANEIO-FALHA.
           MOVE WS-FAL-NOTA TO WS-ROM-NOTA-BUSCA
           IF FAL-REENTREGA
               MOVE "S" TO WS-ROM-STATUS-NOVO
           ELSE
               MOVE "D" TO WS-ROM-STATUS-NOVO
           END-IF
           MOVE "N" TO WS-ROM-SO-EM-ROTA
           MOVE "N" TO WS-ROM-ACHADO
           MOVE "N" TO WS-ROM-EOF
           OPEN I-O ROMANEIO-FILE
           IF WS-ARQ-STATUS = "35"
               MOVE "Y" TO WS-ROM-EOF
           ELSE
               PERFORM LER-ROMANEIO-STATUS UNTIL WS-ROM-EOF = "Y"
               CLOSE ROMANEIO-FILE
           END-IF
           IF FAL-REENTREGA
               DISPLAY "Nota " WS-FAL-NOTA " retornou para separado "
                   "e entrara no proximo roteiro."
               IF FAL-ENDERECO-ERRADO
                   DISPLAY "Corrija o endereco de entrega do cliente "
                       WS-ROT-CLIENTE " antes de gerar o roteiro."
               END-IF
           ELSE
               DISPLAY "Nota " WS-FAL-NOTA " marcada como devolvida."
               DISPLAY "Registre o retorno da mercadoria em Vendas > "
                   "Devolucao por Recusa de Entrega."
           END-IF.

       RELATORIO-FALHAS-ENTREGA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      RELATORIO MENSAL DE FALHAS NA ENTREGA      "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-FAL-COMPETENCIA
           MOVE 0 TO WS-FAL-TOTAL
           MOVE 0 TO WS-FAL-TOTAL-REENTREGA
           MOVE 0 TO WS-FAL-TOTAL-DEVOLUCAO
           MOVE 0 TO WS-FAL-MOTIVO-QTD(1)
           MOVE 0 TO WS-FAL-MOTIVO-QTD(2)
           MOVE 0 TO WS-FAL-MOTIVO-QTD(3)
           MOVE 0 TO WS-FAL-MOTIVO-QTD(4)
           MOVE 0 TO WS-FAL-MOT-COUNT
           MOVE 0 TO WS-FAL-RGN-COUNT
           MOVE "N" TO WS-FAL-EOF
           OPEN INPUT FALHA-ENTREGA-FILE
           IF WS-FAL-FILE-STATUS = "35"
               MOVE "Y" TO WS-FAL-EOF
           ELSE
               PERFORM LER-FALHA-RELATORIO UNTIL WS-FAL-EOF = "Y"
               CLOSE FALHA-ENTREGA-FILE
           END-IF
           IF WS-FAL-TOTAL = 0
               DISPLAY "Nenhuma falha de entrega na competencia."
           ELSE
               DISPLAY "Total de falhas: " WS-FAL-TOTAL
                   "  Reentregas: " WS-FAL-TOTAL-REENTREGA
                   "  Devolucoes: " WS-FAL-TOTAL-DEVOLUCAO
               DISPLAY "---------------------------------------------"
               DISPLAY "POR MOTIVO"
               PERFORM EMITIR-FALHA-MOTIVO
                   VARYING WS-FAL-MOTIVO-IDX FROM 1 BY 1
                   UNTIL WS-FAL-MOTIVO-IDX > 4
               DISPLAY "---------------------------------------------"
               DISPLAY "POR MOTORISTA"
               PERFORM EMITIR-FALHA-MOTORISTA
                   VARYING WS-FAL-MOT-IDX FROM 1 BY 1
                   UNTIL WS-FAL-MOT-IDX > WS-FAL-MOT-COUNT
               DISPLAY "---------------------------------------------"
               DISPLAY "POR REGIAO (UF/CIDADE)"
               PERFORM EMITIR-FALHA-REGIAO
                   VARYING WS-FAL-RGN-IDX FROM 1 BY 1
                   UNTIL WS-FAL-RGN-IDX > WS-FAL-RGN-COUNT
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-FALHA-RELATORIO.
           READ FALHA-ENTREGA-FILE
               AT END
                   MOVE "Y" TO WS-FAL-EOF
               NOT AT END
                   MOVE SPACES TO WS-FAL-UF
                   MOVE SPACES TO WS-FAL-CIDADE
                   UNSTRING FALHA-ENTREGA-DADOS DELIMITED BY ","
                       INTO WS-FAL-DATA WS-FAL-NOTA WS-FAL-ROTEIRO
                            WS-FAL-MOTORISTA WS-FAL-VEICULO
                            WS-FAL-MOTIVO WS-FAL-ACAO
                            WS-FAL-UF WS-FAL-CIDADE
                   IF WS-FAL-DATA(1:6) = WS-FAL-COMPETENCIA
                       PERFORM ACUMULAR-FALHA-ENTREGA
                   END-IF
           END-READ.

       ACUMULAR-FALHA-ENTREGA.
           ADD 1 TO WS-FAL-TOTAL
           IF FAL-REENTREGA
               ADD 1 TO WS-FAL-TOTAL-REENTREGA
           ELSE
               ADD 1 TO WS-FAL-TOTAL-DEVOLUCAO
           END-IF
           EVALUATE TRUE
               WHEN FAL-CLIENTE-AUSENTE
                   ADD 1 TO WS-FAL-MOTIVO-QTD(1)
               WHEN FAL-RECUSADA
                   ADD 1 TO WS-FAL-MOTIVO-QTD(2)
               WHEN FAL-ENDERECO-ERRADO
                   ADD 1 TO WS-FAL-MOTIVO-QTD(3)
               WHEN OTHER
                   ADD 1 TO WS-FAL-MOTIVO-QTD(4)
           END-EVALUATE
           PERFORM PROCURAR-MOTORISTA-FALHA
               VARYING WS-FAL-MOT-IDX FROM 1 BY 1
               UNTIL WS-FAL-MOT-IDX > WS-FAL-MOT-COUNT
                   OR WS-FAL-MOT-CODIGO(WS-FAL-MOT-IDX)
                       = WS-FAL-MOTORISTA
           IF WS-FAL-MOT-IDX > WS-FAL-MOT-COUNT
               AND WS-FAL-MOT-COUNT < 50
               ADD 1 TO WS-FAL-MOT-COUNT
               MOVE WS-FAL-MOT-COUNT TO WS-FAL-MOT-IDX
               MOVE WS-FAL-MOTORISTA
                   TO WS-FAL-MOT-CODIGO(WS-FAL-MOT-IDX)
               MOVE 0 TO WS-FAL-MOT-QTD(WS-FAL-MOT-IDX)
               MOVE 0 TO WS-FAL-MOT-RECUSAS(WS-FAL-MOT-IDX)
           END-IF
           IF WS-FAL-MOT-IDX <= WS-FAL-MOT-COUNT
               ADD 1 TO WS-FAL-MOT-QTD(WS-FAL-MOT-IDX)
               IF FAL-RECUSADA
                   ADD 1 TO WS-FAL-MOT-RECUSAS(WS-FAL-MOT-IDX)
               END-IF
           END-IF
           PERFORM PROCURAR-REGIAO-FALHA
               VARYING WS-FAL-RGN-IDX FROM 1 BY 1
               UNTIL WS-FAL-RGN-IDX > WS-FAL-RGN-COUNT
                   OR (WS-FAL-RGN-UF(WS-FAL-RGN-IDX) = WS-FAL-UF
                   AND WS-FAL-RGN-CIDADE(WS-FAL-RGN-IDX)
                       = WS-FAL-CIDADE)
           IF WS-FAL-RGN-IDX > WS-FAL-RGN-COUNT
               AND WS-FAL-RGN-COUNT < 100
               ADD 1 TO WS-FAL-RGN-COUNT
               MOVE WS-FAL-RGN-COUNT TO WS-FAL-RGN-IDX
               MOVE WS-FAL-UF TO WS-FAL-RGN-UF(WS-FAL-RGN-IDX)
               MOVE WS-FAL-CIDADE TO WS-FAL-RGN-CIDADE(WS-FAL-RGN-IDX)
               MOVE 0 TO WS-FAL-RGN-QTD(WS-FAL-RGN-IDX)
           END-IF
           IF WS-FAL-RGN-IDX <= WS-FAL-RGN-COUNT
               ADD 1 TO WS-FAL-RGN-QTD(WS-FAL-RGN-IDX)
           END-IF.

       PROCURAR-MOTORISTA-FALHA.
           CONTINUE.

       PROCURAR-REGIAO-FALHA.
           CONTINUE.

       EMITIR-FALHA-MOTIVO.
           EVALUATE WS-FAL-MOTIVO-IDX
               WHEN 1
                   MOVE "Cliente ausente" TO WS-FAL-MOTIVO-DESC
               WHEN 2
                   MOVE "Recusada" TO WS-FAL-MOTIVO-DESC
               WHEN 3
                   MOVE "Endereco errado" TO WS-FAL-MOTIVO-DESC
               WHEN OTHER
                   MOVE "Avariada" TO WS-FAL-MOTIVO-DESC
           END-EVALUATE
           COMPUTE WS-FAL-PERC ROUNDED =
               WS-FAL-MOTIVO-QTD(WS-FAL-MOTIVO-IDX) * 100
               / WS-FAL-TOTAL
           DISPLAY "  " WS-FAL-MOTIVO-DESC " "
               WS-FAL-MOTIVO-QTD(WS-FAL-MOTIVO-IDX)
               "  (" WS-FAL-PERC "%)".

       EMITIR-FALHA-MOTORISTA.
           MOVE WS-FAL-MOT-CODIGO(WS-FAL-MOT-IDX) TO WS-MOT-CODIGO
           MOVE SPACES TO WS-FAL-MOT-NOME
           IF WS-MOT-CODIGO = 0
               MOVE "(sem roteiro)" TO WS-FAL-MOT-NOME
           ELSE
               MOVE "N" TO WS-MOT-EOF
               OPEN INPUT FUNCIONARIO-FILE
               PERFORM LER-NOME-MOTORISTA-FALHA
                   UNTIL WS-MOT-EOF = "Y"
               CLOSE FUNCIONARIO-FILE
           END-IF
           DISPLAY "  " WS-MOT-CODIGO " " WS-FAL-MOT-NOME
               " Falhas: " WS-FAL-MOT-QTD(WS-FAL-MOT-IDX)
               " Recusas: " WS-FAL-MOT-RECUSAS(WS-FAL-MOT-IDX).

       LER-NOME-MOTORISTA-FALHA.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-RECORD
               AT END
                   MOVE "Y" TO WS-MOT-EOF
               NOT AT END
                   IF FC-CODIGO = WS-MOT-CODIGO
                       MOVE FC-NOME TO WS-FAL-MOT-NOME
                       MOVE "Y" TO WS-MOT-EOF
                   END-IF
           END-READ.

       EMITIR-FALHA-REGIAO.
           DISPLAY "  " WS-FAL-RGN-UF(WS-FAL-RGN-IDX) " "
               WS-FAL-RGN-CIDADE(WS-FAL-RGN-IDX) " "
               WS-FAL-RGN-QTD(WS-FAL-RGN-IDX).

       TESTAR-STATUS-ARQUIVO.
           IF WS-ARQ-STATUS = "00" OR WS-ARQ-STATUS = "02"
               OR WS-ARQ-STATUS = "05"
               STOP RUN
           END-IF.

       MENU-PNEUS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "               CONTROLE DE PNEUS                 "
           DISPLAY "================================================="
           DISPLAY "Acao (C-Cadastrar / M-Montar / D-Desmontar / "
               "R-Rodizio /"
           DISPLAY "      P-Recapagem / S-Sucatear / V-Mapa do "
               "veiculo /"
           DISPLAY "      K-Custo por km / A-Alerta de limite de km): "
               WITH NO ADVANCING
           ACCEPT WS-PNU-ACAO
           ACCEPT WS-PNU-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-PARAMETROS-PNEU
           EVALUATE WS-PNU-ACAO
               WHEN "C"
                   PERFORM CADASTRAR-PNEU
               WHEN "M"
                   PERFORM MONTAR-PNEU
               WHEN "D"
                   PERFORM DESMONTAR-PNEU
               WHEN "R"
                   PERFORM RODIZIO-PNEU
               WHEN "P"
                   PERFORM RECAPAR-PNEU
               WHEN "S"
                   PERFORM SUCATEAR-PNEU
               WHEN "V"
                   PERFORM MAPA-PNEUS-VEICULO
               WHEN "K"
                   PERFORM CUSTO-KM-PNEUS
               WHEN "A"
                   PERFORM ALERTA-KM-PNEUS
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CARREGAR-PARAMETROS-PNEU.
           MOVE 2 TO WS-PNU-MAX-RECAP
           MOVE 90 TO WS-PNU-ALERTA-PERC
           MOVE "PNEU-MAX-RECAPAGEM" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR < 100
               MOVE WS-PAR-VALOR TO WS-PNU-MAX-RECAP
           END-IF
           MOVE "PNEU-ALERTA-PERC" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               AND WS-PAR-VALOR <= 100
               MOVE WS-PAR-VALOR TO WS-PNU-ALERTA-PERC
           END-IF.

       CADASTRAR-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-FOGO = 0
               DISPLAY "Numero de fogo invalido."
           ELSE
           IF WS-PNU-IDX <= WS-PNU-COUNT
               DISPLAY "Numero de fogo ja cadastrado."
           ELSE
               DISPLAY "Marca: " WITH NO ADVANCING
               ACCEPT WS-PNU-MARCA
               DISPLAY "Medida (ex. 295/80R22.5): " WITH NO ADVANCING
               ACCEPT WS-PNU-MEDIDA
               DISPLAY "Codigo do fornecedor: " WITH NO ADVANCING
               ACCEPT WS-COD-FORNECEDOR
               PERFORM VALIDAR-FORNECEDOR-ENTREGA
               MOVE ZEROS TO WS-PNU-CUSTO-ALFA
               DISPLAY "Custo de compra (9999999V99): "
                   WITH NO ADVANCING
               ACCEPT WS-PNU-CUSTO-ALFA
               DISPLAY "Vida util em km por ciclo: " WITH NO ADVANCING
               ACCEPT WS-PNU-KM-LIMITE
               IF WS-PNU-MARCA = SPACES OR WS-PNU-MEDIDA = SPACES
                   DISPLAY "Marca e medida sao obrigatorias."
               ELSE
               IF WS-FORNECEDOR-VALIDO = "N"
                   DISPLAY "Fornecedor nao cadastrado ou bloqueado."
               ELSE
               IF WS-PNU-CUSTO-ALFA IS NOT NUMERIC
                   DISPLAY "Custo invalido."
               ELSE
               IF WS-PNU-KM-LIMITE = 0
                   DISPLAY "Vida util em km invalida."
               ELSE
                   PERFORM GRAVAR-NOVO-PNEU
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       GRAVAR-NOVO-PNEU.
           MOVE SPACES TO PNEU-RECORD
           MOVE WS-PNU-FOGO TO PN-FOGO
           MOVE WS-PNU-MARCA TO PN-MARCA
           MOVE WS-PNU-MEDIDA TO PN-MEDIDA
           MOVE WS-COD-FORNECEDOR TO PN-FORNECEDOR
           MOVE WS-PNU-CUSTO TO PN-CUSTO
           MOVE WS-PNU-HOJE TO PN-DATA-COMPRA
           MOVE WS-PNU-KM-LIMITE TO PN-KM-LIMITE
           SET PN-EM-ESTOQUE TO TRUE
           MOVE 0 TO PN-VEICULO
           MOVE 0 TO PN-KM-MONTAGEM
           MOVE 0 TO PN-KM-TOTAL
           MOVE 0 TO PN-KM-CICLO
           MOVE 0 TO PN-RECAPAGENS
           MOVE 0 TO PN-CUSTO-RECAPAGEM
           MOVE 0 TO PN-DATA-SUCATA
           OPEN EXTEND PNEU-FILE
           IF WS-PNU-FILE-STATUS = "35"
               OPEN OUTPUT PNEU-FILE
           END-IF
           WRITE PNEU-RECORD
           CLOSE PNEU-FILE
           MOVE "gestaoFrota" TO WS-AUD-PROGRAMA
           MOVE "CADASTRAR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "PNEU " DELIMITED BY SIZE
                  WS-PNU-FOGO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE PNEU-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
           DISPLAY "Pneu cadastrado em estoque!".

       MONTAR-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-IDX > WS-PNU-COUNT
               DISPLAY "Pneu nao cadastrado."
           ELSE
               MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
               IF NOT PN-EM-ESTOQUE
                   DISPLAY "Pneu nao esta disponivel em estoque."
               ELSE
                   DISPLAY "Codigo do veiculo: " WITH NO ADVANCING
                   ACCEPT WS-PNU-VEICULO
                   DISPLAY "Posicao (1E 1D / 2EI 2EE 2DI 2DE / "
                       "3.. 4.. / EST = estepe): " WITH NO ADVANCING
                   ACCEPT WS-PNU-POSICAO
                   PERFORM BUSCAR-VEICULO-PNEU
                   PERFORM VERIFICAR-POSICAO-OCUPADA
                   IF WS-PNU-VEICULO-OK = "N"
                       DISPLAY "Veiculo nao cadastrado."
                   ELSE
                   IF NOT WS-PNU-POSICAO-VALIDA
                       DISPLAY "Posicao invalida."
                   ELSE
                   IF WS-PNU-OCUP-IDX <= WS-PNU-COUNT
                       DISPLAY "Posicao ocupada pelo pneu "
                           WS-PNU-LINHA(WS-PNU-OCUP-IDX)(1:6)
                           ", desmonte-o antes."
                   ELSE
                       MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
                       SET PN-MONTADO TO TRUE
                       MOVE WS-PNU-VEICULO TO PN-VEICULO
                       MOVE WS-PNU-POSICAO TO PN-POSICAO
                       MOVE WS-PNU-KM-VEICULO TO PN-KM-MONTAGEM
                       MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-IDX)
                       MOVE "M" TO WS-PNU-MOV-TIPO
                       MOVE 0 TO WS-PNU-KM-RODADO
                       MOVE 0 TO WS-PNU-MOV-VALOR
                       MOVE 0 TO WS-PNU-MOV-FORNECEDOR
                       PERFORM GRAVAR-MOVIMENTO-PNEU
                       PERFORM REGRAVAR-PNEUS
                       DISPLAY "Pneu " WS-PNU-FOGO " montado no "
                           "veiculo " WS-PNU-VEICULO " posicao "
                           WS-PNU-POSICAO " com km "
                           WS-PNU-KM-VEICULO "."
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       DESMONTAR-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-IDX > WS-PNU-COUNT
               DISPLAY "Pneu nao cadastrado."
           ELSE
               MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
               IF NOT PN-MONTADO
                   DISPLAY "Pneu nao esta montado em veiculo."
               ELSE
                   MOVE PN-VEICULO TO WS-PNU-VEICULO
                   MOVE PN-POSICAO TO WS-PNU-POSICAO
                   PERFORM BUSCAR-VEICULO-PNEU
                   MOVE WS-PNU-POSICAO TO WS-PNU-NOVA-POSICAO
                   PERFORM FECHAR-TRECHO-PNEU
                   SET PN-EM-ESTOQUE TO TRUE
                   MOVE 0 TO PN-VEICULO
                   MOVE SPACES TO PN-POSICAO
                   MOVE 0 TO PN-KM-MONTAGEM
                   MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-IDX)
                   MOVE "D" TO WS-PNU-MOV-TIPO
                   MOVE 0 TO WS-PNU-MOV-VALOR
                   MOVE 0 TO WS-PNU-MOV-FORNECEDOR
                   PERFORM GRAVAR-MOVIMENTO-PNEU
                   PERFORM REGRAVAR-PNEUS
                   DISPLAY "Pneu " WS-PNU-FOGO " desmontado. Km nesta "
                       "montagem: " WS-PNU-KM-RODADO
                   DISPLAY "Km no ciclo atual: " PN-KM-CICLO
                       " de " PN-KM-LIMITE " (recapagens: "
                       PN-RECAPAGENS ")."
               END-IF
           END-IF.

       RODIZIO-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-IDX > WS-PNU-COUNT
               DISPLAY "Pneu nao cadastrado."
           ELSE
               MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
               IF NOT PN-MONTADO
                   DISPLAY "Pneu nao esta montado em veiculo."
               ELSE
                   MOVE PN-VEICULO TO WS-PNU-VEICULO
                   MOVE PN-POSICAO TO WS-PNU-POSICAO-ANT
                   DISPLAY "Nova posicao no veiculo " WS-PNU-VEICULO
                       ": " WITH NO ADVANCING
                   ACCEPT WS-PNU-POSICAO
                   IF NOT WS-PNU-POSICAO-VALIDA
                       OR WS-PNU-POSICAO = WS-PNU-POSICAO-ANT
                       DISPLAY "Posicao invalida."
                   ELSE
                       PERFORM BUSCAR-VEICULO-PNEU
                       PERFORM VERIFICAR-POSICAO-OCUPADA
                       MOVE WS-PNU-OCUP-IDX TO WS-PNU-OCUP-SALVO
                       MOVE WS-PNU-POSICAO TO WS-PNU-NOVA-POSICAO
                       PERFORM ROTACIONAR-PNEU
                       IF WS-PNU-OCUP-SALVO <= WS-PNU-COUNT
                           MOVE WS-PNU-OCUP-SALVO TO WS-PNU-IDX
                           MOVE WS-PNU-POSICAO-ANT
                               TO WS-PNU-NOVA-POSICAO
                           PERFORM ROTACIONAR-PNEU
                           DISPLAY "Pneu " PN-FOGO " movido para a "
                               "posicao " WS-PNU-POSICAO-ANT "."
                       END-IF
                       PERFORM REGRAVAR-PNEUS
                       DISPLAY "Pneu " WS-PNU-FOGO " movido para a "
                           "posicao " WS-PNU-POSICAO "."
                   END-IF
               END-IF
           END-IF.

       ROTACIONAR-PNEU.
           MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
           PERFORM FECHAR-TRECHO-PNEU
           MOVE WS-PNU-NOVA-POSICAO TO PN-POSICAO
           MOVE WS-PNU-KM-VEICULO TO PN-KM-MONTAGEM
           MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-IDX)
           MOVE "R" TO WS-PNU-MOV-TIPO
           MOVE 0 TO WS-PNU-MOV-VALOR
           MOVE 0 TO WS-PNU-MOV-FORNECEDOR
           PERFORM GRAVAR-MOVIMENTO-PNEU.

       FECHAR-TRECHO-PNEU.
           IF WS-PNU-KM-VEICULO > PN-KM-MONTAGEM
               COMPUTE WS-PNU-KM-RODADO =
                   WS-PNU-KM-VEICULO - PN-KM-MONTAGEM
           ELSE
               MOVE 0 TO WS-PNU-KM-RODADO
           END-IF
           ADD WS-PNU-KM-RODADO TO PN-KM-TOTAL
           ADD WS-PNU-KM-RODADO TO PN-KM-CICLO.

       RECAPAR-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-IDX > WS-PNU-COUNT
               DISPLAY "Pneu nao cadastrado."
           ELSE
               MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
               IF NOT PN-EM-ESTOQUE
                   DISPLAY "Somente pneu desmontado pode ir para "
                       "recapagem."
               ELSE
               IF PN-RECAPAGENS >= WS-PNU-MAX-RECAP
                   DISPLAY "Pneu ja atingiu o limite de "
                       WS-PNU-MAX-RECAP " recapagens, sucatear."
               ELSE
                   DISPLAY "Codigo da recapadora (fornecedor): "
                       WITH NO ADVANCING
                   ACCEPT WS-COD-FORNECEDOR
                   PERFORM VALIDAR-FORNECEDOR-ENTREGA
                   MOVE ZEROS TO WS-PNU-CUSTO-ALFA
                   DISPLAY "Custo da recapagem (9999999V99): "
                       WITH NO ADVANCING
                   ACCEPT WS-PNU-CUSTO-ALFA
                   DISPLAY "Vida util em km da nova banda "
                       "(0 = manter): " WITH NO ADVANCING
                   ACCEPT WS-PNU-KM-LIMITE
                   IF WS-FORNECEDOR-VALIDO = "N"
                       DISPLAY "Fornecedor nao cadastrado ou "
                           "bloqueado."
                   ELSE
                   IF WS-PNU-CUSTO-ALFA IS NOT NUMERIC
                       DISPLAY "Custo invalido."
                   ELSE
                       MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
                       MOVE PN-KM-CICLO TO WS-PNU-KM-RODADO
                       ADD 1 TO PN-RECAPAGENS
                       ADD WS-PNU-CUSTO TO PN-CUSTO-RECAPAGEM
                       MOVE 0 TO PN-KM-CICLO
                       IF WS-PNU-KM-LIMITE > 0
                           MOVE WS-PNU-KM-LIMITE TO PN-KM-LIMITE
                       END-IF
                       MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-IDX)
                       MOVE 0 TO WS-PNU-VEICULO
                       MOVE SPACES TO WS-PNU-NOVA-POSICAO
                       MOVE 0 TO WS-PNU-KM-VEICULO
                       MOVE "C" TO WS-PNU-MOV-TIPO
                       MOVE WS-PNU-CUSTO TO WS-PNU-MOV-VALOR
                       MOVE WS-COD-FORNECEDOR TO WS-PNU-MOV-FORNECEDOR
                       PERFORM GRAVAR-MOVIMENTO-PNEU
                       PERFORM REGRAVAR-PNEUS
                       DISPLAY "Recapagem " PN-RECAPAGENS
                           " registrada para o pneu " WS-PNU-FOGO "."
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       SUCATEAR-PNEU.
           DISPLAY "Numero de fogo: " WITH NO ADVANCING
           ACCEPT WS-PNU-FOGO
           PERFORM CARREGAR-PNEUS
           PERFORM LOCALIZAR-PNEU
           IF WS-PNU-IDX > WS-PNU-COUNT
               DISPLAY "Pneu nao cadastrado."
           ELSE
               MOVE WS-PNU-LINHA(WS-PNU-IDX) TO PNEU-DADOS
               IF NOT PN-EM-ESTOQUE
                   DISPLAY "Somente pneu desmontado pode ser "
                       "sucateado."
               ELSE
                   SET PN-SUCATEADO TO TRUE
                   MOVE WS-PNU-HOJE TO PN-DATA-SUCATA
                   MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-IDX)
                   MOVE 0 TO WS-PNU-VEICULO
                   MOVE SPACES TO WS-PNU-NOVA-POSICAO
                   MOVE 0 TO WS-PNU-KM-VEICULO
                   MOVE 0 TO WS-PNU-KM-RODADO
                   MOVE "S" TO WS-PNU-MOV-TIPO
                   MOVE 0 TO WS-PNU-MOV-VALOR
                   MOVE 0 TO WS-PNU-MOV-FORNECEDOR
                   PERFORM GRAVAR-MOVIMENTO-PNEU
                   PERFORM REGRAVAR-PNEUS
                   DISPLAY "Pneu " WS-PNU-FOGO " sucateado com "
                       PN-KM-TOTAL " km rodados."
               END-IF
           END-IF.

       BUSCAR-VEICULO-PNEU.
           MOVE "N" TO WS-PNU-VEICULO-OK
           MOVE 0 TO WS-PNU-KM-VEICULO
           OPEN INPUT FROTA-FILE
           MOVE WS-PNU-VEICULO TO FROTA-CODIGO-CHAVE
           READ FROTA-FILE
               KEY IS FROTA-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PNU-VEICULO-OK
                   IF FT-KM-ATUAL IS NUMERIC
                       MOVE FT-KM-ATUAL TO WS-PNU-KM-VEICULO
                   END-IF
           END-READ
           CLOSE FROTA-FILE.

       VERIFICAR-POSICAO-OCUPADA.
           PERFORM PROCURAR-POSICAO-PNEU
               VARYING WS-PNU-OCUP-IDX FROM 1 BY 1
               UNTIL WS-PNU-OCUP-IDX > WS-PNU-COUNT
                   OR (WS-PNU-LINHA(WS-PNU-OCUP-IDX)(63:1) = "M"
                   AND WS-PNU-LINHA(WS-PNU-OCUP-IDX)(64:5)
                       = WS-PNU-VEICULO
                   AND WS-PNU-LINHA(WS-PNU-OCUP-IDX)(69:4)
                       = WS-PNU-POSICAO).

       PROCURAR-POSICAO-PNEU.
           CONTINUE.

       CARREGAR-PNEUS.
           MOVE 0 TO WS-PNU-COUNT
           MOVE "N" TO WS-PNU-EOF
           OPEN INPUT PNEU-FILE
           IF WS-PNU-FILE-STATUS = "35"
               MOVE "Y" TO WS-PNU-EOF
           ELSE
               PERFORM LER-PNEU-TABELA UNTIL WS-PNU-EOF = "Y"
               CLOSE PNEU-FILE
           END-IF.

       LER-PNEU-TABELA.
           READ PNEU-FILE INTO PNEU-RECORD
               AT END
                   MOVE "Y" TO WS-PNU-EOF
               NOT AT END
                   IF WS-PNU-COUNT < 1000
                       ADD 1 TO WS-PNU-COUNT
                       MOVE PNEU-DADOS TO WS-PNU-LINHA(WS-PNU-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-PNEU.
           PERFORM PROCURAR-PNEU
               VARYING WS-PNU-IDX FROM 1 BY 1
               UNTIL WS-PNU-IDX > WS-PNU-COUNT
                   OR WS-PNU-LINHA(WS-PNU-IDX)(1:6) = WS-PNU-FOGO.

       PROCURAR-PNEU.
           CONTINUE.

       REGRAVAR-PNEUS.
           OPEN OUTPUT PNEU-FILE
           PERFORM GRAVAR-LINHA-PNEU
               VARYING WS-PNU-IDX FROM 1 BY 1
               UNTIL WS-PNU-IDX > WS-PNU-COUNT
           CLOSE PNEU-FILE.

       GRAVAR-LINHA-PNEU.
           WRITE PNEU-RECORD FROM WS-PNU-LINHA(WS-PNU-IDX).

       GRAVAR-MOVIMENTO-PNEU.
           OPEN EXTEND PNEU-MOVIMENTO-FILE
           IF WS-PNM-FILE-STATUS = "35"
               OPEN OUTPUT PNEU-MOVIMENTO-FILE
           END-IF
           MOVE SPACES TO PNEU-MOVIMENTO-RECORD
           MOVE PN-FOGO TO PM-FOGO
           MOVE WS-PNU-HOJE TO PM-DATA
           MOVE WS-PNU-MOV-TIPO TO PM-TIPO
           IF WS-PNU-MOV-TIPO = "M"
               MOVE WS-PNU-VEICULO TO PM-VEICULO
               MOVE WS-PNU-POSICAO TO PM-POSICAO
           ELSE
               MOVE WS-PNU-VEICULO TO PM-VEICULO
               MOVE WS-PNU-NOVA-POSICAO TO PM-POSICAO
           END-IF
           MOVE WS-PNU-KM-VEICULO TO PM-KM-VEICULO
           MOVE WS-PNU-KM-RODADO TO PM-KM-RODADO
           MOVE WS-PNU-MOV-VALOR TO PM-VALOR
           MOVE WS-PNU-MOV-FORNECEDOR TO PM-FORNECEDOR
           WRITE PNEU-MOVIMENTO-RECORD
           CLOSE PNEU-MOVIMENTO-FILE.

       CALCULAR-KM-ATUAL-PNEU.
           MOVE PN-KM-CICLO TO WS-PNU-KM-CICLO-ATUAL
           MOVE PN-KM-TOTAL TO WS-PNU-KM-TOTAL-ATUAL
           IF PN-MONTADO
               MOVE PN-VEICULO TO WS-PNU-VEICULO
               PERFORM BUSCAR-VEICULO-PNEU
               IF WS-PNU-KM-VEICULO > PN-KM-MONTAGEM
                   COMPUTE WS-PNU-KM-RODADO =
                       WS-PNU-KM-VEICULO - PN-KM-MONTAGEM
                   ADD WS-PNU-KM-RODADO TO WS-PNU-KM-CICLO-ATUAL
                   ADD WS-PNU-KM-RODADO TO WS-PNU-KM-TOTAL-ATUAL
               END-IF
           END-IF.

       MAPA-PNEUS-VEICULO.
           DISPLAY "Codigo do veiculo: " WITH NO ADVANCING
           ACCEPT WS-PNU-VEICULO
           MOVE WS-PNU-VEICULO TO WS-PNU-VEICULO-MAPA
           MOVE 0 TO WS-PNU-LISTADOS
           MOVE "N" TO WS-PNU-EOF
           OPEN INPUT PNEU-FILE
           IF WS-PNU-FILE-STATUS = "35"
               MOVE "Y" TO WS-PNU-EOF
           ELSE
               PERFORM LER-PNEU-MAPA UNTIL WS-PNU-EOF = "Y"
               CLOSE PNEU-FILE
           END-IF
           IF WS-PNU-LISTADOS = 0
               DISPLAY "Nenhum pneu montado neste veiculo."
           END-IF.

       LER-PNEU-MAPA.
           READ PNEU-FILE INTO PNEU-RECORD
               AT END
                   MOVE "Y" TO WS-PNU-EOF
               NOT AT END
                   IF PN-MONTADO AND PN-VEICULO = WS-PNU-VEICULO-MAPA
                       ADD 1 TO WS-PNU-LISTADOS
                       PERFORM CALCULAR-KM-ATUAL-PNEU
                       DISPLAY "Posicao " PN-POSICAO " Fogo " PN-FOGO
                           " " PN-MARCA " " PN-MEDIDA
                       DISPLAY "   Km no ciclo: " WS-PNU-KM-CICLO-ATUAL
                           " de " PN-KM-LIMITE " Recapagens: "
                           PN-RECAPAGENS " Montado com km "
                           PN-KM-MONTAGEM
                   END-IF
           END-READ.

       CUSTO-KM-PNEUS.
           MOVE 0 TO WS-PNB-COUNT
           MOVE 0 TO WS-PNU-LISTADOS
           MOVE "N" TO WS-PNU-EOF
           OPEN INPUT PNEU-FILE
           IF WS-PNU-FILE-STATUS = "35"
               MOVE "Y" TO WS-PNU-EOF
           ELSE
               DISPLAY "--- Custo por km por pneu ---"
               PERFORM LER-PNEU-CUSTO UNTIL WS-PNU-EOF = "Y"
               CLOSE PNEU-FILE
           END-IF
           IF WS-PNU-LISTADOS = 0
               DISPLAY "Nenhum pneu com quilometragem registrada."
           ELSE
               DISPLAY "--- Custo por km por marca ---"
               PERFORM EXIBIR-CUSTO-MARCA-PNEU
                   VARYING WS-PNB-IDX FROM 1 BY 1
                   UNTIL WS-PNB-IDX > WS-PNB-COUNT
           END-IF.

       LER-PNEU-CUSTO.
           READ PNEU-FILE INTO PNEU-RECORD
               AT END
                   MOVE "Y" TO WS-PNU-EOF
               NOT AT END
                   PERFORM CALCULAR-KM-ATUAL-PNEU
                   IF WS-PNU-KM-TOTAL-ATUAL > 0
                       ADD 1 TO WS-PNU-LISTADOS
                       COMPUTE WS-PNU-CUSTO-TOTAL =
                           PN-CUSTO + PN-CUSTO-RECAPAGEM
                       COMPUTE WS-PNU-CUSTO-KM ROUNDED =
                           WS-PNU-CUSTO-TOTAL / WS-PNU-KM-TOTAL-ATUAL
                       MOVE WS-PNU-CUSTO-TOTAL TO WS-PNU-VALOR-ED
                       MOVE WS-PNU-CUSTO-KM TO WS-PNU-CUSTO-KM-ED
                       DISPLAY "Fogo " PN-FOGO " " PN-MARCA
                           " Custo: " WS-PNU-VALOR-ED
                           " Km: " WS-PNU-KM-TOTAL-ATUAL
                           " Custo/km: " WS-PNU-CUSTO-KM-ED
                       PERFORM ACUMULAR-MARCA-PNEU
                   END-IF
           END-READ.

       ACUMULAR-MARCA-PNEU.
           PERFORM PROCURAR-MARCA-PNEU
               VARYING WS-PNB-IDX FROM 1 BY 1
               UNTIL WS-PNB-IDX > WS-PNB-COUNT
                   OR WS-PNB-MARCA(WS-PNB-IDX) = PN-MARCA
           IF WS-PNB-IDX > WS-PNB-COUNT AND WS-PNB-COUNT < 50
               ADD 1 TO WS-PNB-COUNT
               MOVE WS-PNB-COUNT TO WS-PNB-IDX
               MOVE PN-MARCA TO WS-PNB-MARCA(WS-PNB-IDX)
               MOVE 0 TO WS-PNB-QTD(WS-PNB-IDX)
               MOVE 0 TO WS-PNB-CUSTO(WS-PNB-IDX)
               MOVE 0 TO WS-PNB-KM(WS-PNB-IDX)
           END-IF
           IF WS-PNB-IDX <= WS-PNB-COUNT
               ADD 1 TO WS-PNB-QTD(WS-PNB-IDX)
               ADD WS-PNU-CUSTO-TOTAL TO WS-PNB-CUSTO(WS-PNB-IDX)
               ADD WS-PNU-KM-TOTAL-ATUAL TO WS-PNB-KM(WS-PNB-IDX)
           END-IF.

       PROCURAR-MARCA-PNEU.
           CONTINUE.

       EXIBIR-CUSTO-MARCA-PNEU.
           COMPUTE WS-PNU-CUSTO-KM ROUNDED =
               WS-PNB-CUSTO(WS-PNB-IDX) / WS-PNB-KM(WS-PNB-IDX)
           MOVE WS-PNB-CUSTO(WS-PNB-IDX) TO WS-PNU-VALOR-ED
           MOVE WS-PNU-CUSTO-KM TO WS-PNU-CUSTO-KM-ED
           DISPLAY WS-PNB-MARCA(WS-PNB-IDX) " Pneus: "
               WS-PNB-QTD(WS-PNB-IDX) " Custo: " WS-PNU-VALOR-ED
               " Km: " WS-PNB-KM(WS-PNB-IDX)
               " Custo/km: " WS-PNU-CUSTO-KM-ED.

       ALERTA-KM-PNEUS.
           DISPLAY "Pneus montados com " WS-PNU-ALERTA-PERC
               "% ou mais da vida util do ciclo:"
           MOVE 0 TO WS-PNU-LISTADOS
           MOVE "N" TO WS-PNU-EOF
           OPEN INPUT PNEU-FILE
           IF WS-PNU-FILE-STATUS = "35"
               MOVE "Y" TO WS-PNU-EOF
           ELSE
               PERFORM LER-PNEU-ALERTA UNTIL WS-PNU-EOF = "Y"
               CLOSE PNEU-FILE
           END-IF
           IF WS-PNU-LISTADOS = 0
               DISPLAY "Nenhum pneu proximo do limite de km."
           END-IF.

       LER-PNEU-ALERTA.
           READ PNEU-FILE INTO PNEU-RECORD
               AT END
                   MOVE "Y" TO WS-PNU-EOF
               NOT AT END
                   IF PN-MONTADO AND PN-KM-LIMITE > 0
                       PERFORM CALCULAR-KM-ATUAL-PNEU
                       COMPUTE WS-PNU-PERC-USO ROUNDED =
                           WS-PNU-KM-CICLO-ATUAL * 100 / PN-KM-LIMITE
                       IF WS-PNU-PERC-USO >= WS-PNU-ALERTA-PERC
                           ADD 1 TO WS-PNU-LISTADOS
                           IF WS-PNU-PERC-USO >= 100
                               MOVE "LIMITE ATINGIDO"
                                   TO WS-PNU-SITUACAO
                           ELSE
                               MOVE "PROXIMO DO LIMITE"
                                   TO WS-PNU-SITUACAO
                           END-IF
                           DISPLAY "Veiculo " PN-VEICULO " Posicao "
                               PN-POSICAO " Fogo " PN-FOGO " "
                               PN-MARCA
                           DISPLAY "   Km no ciclo: "
                               WS-PNU-KM-CICLO-ATUAL " de "
                               PN-KM-LIMITE " (" WS-PNU-PERC-USO
                               "%) " WS-PNU-SITUACAO
                       END-IF
                   END-IF
           END-READ.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoFrota" TO WS-RLE-PROGRAMA
           MOVE "5" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

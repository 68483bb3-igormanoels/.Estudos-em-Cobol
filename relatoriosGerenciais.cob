           SELECT FOLHA-FILE ASSIGN TO "dadosFolhaPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-FILE-STATUS.
           SELECT PROVISAO-FILE ASSIGN TO "dadosProvisao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-FILE-STATUS.
           SELECT VENDA-FILE ASSIGN TO "dadosVenda.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS CLI-NOME-CHAVE
               WITH DUPLICATES.
           SELECT RECEBIVEL-CARTAO-FILE
           ASSIGN TO "dadosRecebivelCartao.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECEBIVEL-CARTAO-CHAVE
           FILE STATUS IS WS-TIT-FILE-STATUS.
           SELECT TITULO-RECEBER-FILE
           ASSIGN TO "dadosTitulosReceber.txt"
           ORGANIZATION IS INDEXED
           SELECT BENEFICIO-FILE ASSIGN TO "dadosBeneficio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEN-FILE-STATUS.
           SELECT CONSUMO-INTERNO-FILE
           ASSIGN TO "dadosConsumoInterno.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CIN-FILE-STATUS.
           SELECT KARDEX-FILE ASSIGN TO "dadosKardex.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRE-FILE-STATUS.
           SELECT MANUTENCAO-FILE ASSIGN TO "dadosManutencaoFrota.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRE-FILE-STATUS.
           SELECT DEPRECIACAO-FILE ASSIGN TO "dadosDepreciacao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRE-FILE-STATUS.
           SELECT DESPESA-FINANCEIRA-FILE ASSIGN TO "dadosDespesa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRE-FILE-STATUS.
           SELECT BAIXA-IMOBILIZADO-FILE
           ASSIGN TO "dadosBaixaImobilizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRE-FILE-STATUS.
           SELECT ENDERECO-FILE ASSIGN TO "dadosEndereco.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS END-CHAVE
           FILE STATUS IS WS-END-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FP-IMPOSTO-RENDA        PIC 9(9)V99.
           05 FP-SALARIO-FAMILIA      PIC 9(9)V99.
           05 FP-SALARIO-LIQUIDO      PIC 9(9)V99.
           05 FILLER                  PIC X(02).
           05 FP-TIPO                 PIC X.
               88 FP-ADIANTAMENTO-QUINZENAL VALUE "A".
               88 FP-PAGTO-PROVISIONADO VALUES "1" "2" "F".
           05 FILLER                  PIC X(49).

       FD PROVISAO-FILE.
       01 PROVISAO-RECORD.
           05 PROVISAO-DADOS PIC X(80).

       FD VENDA-FILE.
       01 VENDA-RECORD.

       COPY CLIENTE.

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

       FD TITULO-RECEBER-FILE.
       01 TITULO-RECEBER-RECORD.
           05 TITULO-RECEBER-DADOS PIC X(80).
       01 BENEFICIO-RECORD.
           05 BENEFICIO-DADOS PIC X(40).

       FD CONSUMO-INTERNO-FILE.
       01 CONSUMO-INTERNO-RECORD.
           05 CONSUMO-INTERNO-DADOS PIC X(100).

       FD KARDEX-FILE.
       01 KARDEX-RECORD.
           05 KARDEX-DADOS PIC X(100).
       01 MANUTENCAO-RECORD.
           05 MANUTENCAO-DADOS PIC X(100).

       FD DEPRECIACAO-FILE.
       01 DEPRECIACAO-RECORD.
           05 DEPRECIACAO-DADOS PIC X(50).

       FD DESPESA-FINANCEIRA-FILE.
       01 DESPESA-FINANCEIRA-RECORD.
           05 DESPESA-FINANCEIRA-DADOS PIC X(100).

       FD BAIXA-IMOBILIZADO-FILE.
       01 BAIXA-IMOBILIZADO-RECORD.
           05 BAIXA-IMOBILIZADO-DADOS PIC X(100).

       COPY ENDERECO.

       WORKING-STORAGE SECTION.
       01 WS-FECHAMENTO-LOTE    PIC X EXTERNAL.
       01 WS-FECHAMENTO-COMPETENCIA PIC 9(6) EXTERNAL.
       01 WS-OPTION               PIC 9(5) VALUE 0.
       01 WS-BEN-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BEN-EOF              PIC X VALUE "N".
               10 WS-DEPTO-FOLHA  PIC 9(9)V99 VALUE 0.
               10 WS-DEPTO-ORCAMENTO PIC 9(9)V99 VALUE 0.
               10 WS-DEPTO-CUSTO  PIC 9(11)V99 VALUE 0.
               10 WS-DEPTO-CONSUMO PIC 9(11)V99 VALUE 0.
       01 WS-FOLHA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ORC-COMPETENCIA      PIC 9(6).
       01 WS-ORC-OPCAO            PIC X.
       01 WS-ORC-ALFA             PIC X(11).
       01 WS-ORC-NUM REDEFINES WS-ORC-ALFA PIC 9(9)V99.
       01 WS-ORC-TOTAL            PIC 9(11)V99.
       01 WS-CIN-FILE-STATUS      PIC XX VALUE "00".
       01 WS-CIN-EOF              PIC X VALUE "N".
       01 WS-CIN-DATA             PIC 9(8).
       01 WS-CIN-NUMERO           PIC 9(6).
       01 WS-CIN-DEPTO            PIC 9(3).
       01 WS-CIN-PRODUTO          PIC 9(5).
       01 WS-CIN-DEPOSITO         PIC 9(2).
       01 WS-CIN-QTD              PIC 9(5).
       01 WS-CIN-CUSTO-ALFA       PIC X(9).
       01 WS-CIN-VALOR-ALFA       PIC X(11).
       01 WS-CIN-VALOR-NUM REDEFINES WS-CIN-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-FUNC-COUNT           PIC 9(3) VALUE 0.
       01 WS-FUNC-IDX             PIC 9(3) VALUE 0.
       01 WS-FUNC-DEPTO-TABLE.
       01 WS-FLX-SALDO            PIC S9(11)V99.
       01 WS-FLX-LIQUIDO          PIC S9(11)V99.
       01 WS-FLX-NEGATIVO         PIC X VALUE "N".
       01 WS-FLX-TOTAL-DESCONTADO PIC 9(11)V99 VALUE 0.
       01 WS-FLX-TOTAL-CARTAO     PIC 9(11)V99 VALUE 0.
       01 WS-FLX-TOTAL-RETIDO     PIC 9(11)V99 VALUE 0.
       01 WS-FLX-AUX              PIC X(11).
       01 WS-FLX-TABLE.
           05 WS-FLX-ENTRY OCCURS 61 TIMES.
               10 WS-FLX-DATA     PIC 9(8).
               10 WS-FLX-RECEBER  PIC 9(11)V99.
               10 WS-FLX-PAGAR    PIC 9(11)V99.
               10 WS-FLX-DESCONTADO PIC 9(11)V99.
       01 WS-DRE-FILE-STATUS      PIC XX VALUE "00".
       01 WS-DRE-COMP-ATUAL       PIC 9(6).
       01 WS-DRE-COMP-ANTERIOR    PIC 9(6).
       01 WS-DRE-COMP             PIC 9(6).
       01 WS-DRE-COMP-LIDA        PIC 9(6).
       01 WS-DRE-ANO              PIC 9(4).
       01 WS-DRE-MES              PIC 9(2).
       01 WS-DRE-RECEITA          PIC 9(11)V99.
       01 WS-DRE-DEVOLUCOES       PIC 9(11)V99.
       01 WS-DRE-CMV              PIC S9(11)V99.
       01 WS-DRE-FOLHA            PIC 9(11)V99.
       01 WS-DRE-PRV-RESCISAO     PIC 9(11)V99.
       01 WS-DRE-PRV-COMP         PIC 9(6).
       01 WS-DRE-PRV-CODIGO       PIC 9(5).
       01 WS-DRE-PRV-DEPTO        PIC 9(3).
       01 WS-DRE-PRV-TIPO         PIC X.
       01 WS-DRE-PRV-ORIGEM       PIC X.
       01 WS-DRE-PRV-DECIMO-ALFA  PIC X(11).
       01 WS-DRE-PRV-DECIMO REDEFINES WS-DRE-PRV-DECIMO-ALFA
           PIC 9(9)V99.
       01 WS-DRE-PRV-FERIAS-ALFA  PIC X(11).
       01 WS-DRE-PRV-FERIAS REDEFINES WS-DRE-PRV-FERIAS-ALFA
           PIC 9(9)V99.
       01 WS-DRE-PRV-FGTS-ALFA    PIC X(11).
       01 WS-DRE-PRV-FGTS REDEFINES WS-DRE-PRV-FGTS-ALFA
           PIC 9(9)V99.
       01 WS-DRE-PRV-INSS-ALFA    PIC X(11).
       01 WS-DRE-PRV-INSS REDEFINES WS-DRE-PRV-INSS-ALFA
           PIC 9(9)V99.
       01 WS-DRE-COMPRAS          PIC 9(11)V99.
       01 WS-DRE-FROTA            PIC 9(11)V99.
       01 WS-DRE-DESPESAS         PIC 9(11)V99.
       01 WS-DRE-FINANCEIRAS      PIC 9(11)V99.
       01 WS-DRE-DEPRECIACAO      PIC 9(11)V99.
       01 WS-DRE-BAIXA-BENS       PIC S9(11)V99.
       01 WS-DRE-MARGEM           PIC S9(11)V99.
       01 WS-DRE-RESULTADO        PIC S9(11)V99.
       01 WS-DRE-ANT-RECEITA      PIC 9(11)V99.
       01 WS-DRE-ANT-FOLHA        PIC 9(11)V99.
       01 WS-DRE-ANT-COMPRAS      PIC 9(11)V99.
       01 WS-DRE-ANT-FROTA        PIC 9(11)V99.
       01 WS-DRE-ANT-DESPESAS     PIC 9(11)V99.
       01 WS-DRE-ANT-FINANCEIRAS  PIC 9(11)V99.
       01 WS-DRE-ANT-DEPRECIACAO  PIC 9(11)V99.
       01 WS-DRE-ANT-BAIXA-BENS   PIC S9(11)V99.
       01 WS-DRE-BXI-DATA         PIC 9(8).
       01 WS-DRE-BXI-TIPO         PIC X.
       01 WS-DRE-BXI-RESULTADO    PIC X.
       01 WS-DRE-BXI-VALOR-ALFA   PIC X(11).
       01 WS-DRE-BXI-VALOR REDEFINES WS-DRE-BXI-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-DRE-TIT-CATEGORIA    PIC X(3).
       01 WS-DRE-TIT-STATUS       PIC X.
       01 WS-DRE-TIT-VALOR-ALFA   PIC X(11).
       01 WS-DRE-TIT-VALOR REDEFINES WS-DRE-TIT-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-DRE-ANT-MARGEM       PIC S9(11)V99.
       01 WS-DRE-ANT-RESULTADO    PIC S9(11)V99.
       01 WS-DRE-NOTA-COUNT       PIC 9(3) VALUE 0.
       01 WS-RNK-PRECO-NUM REDEFINES WS-RNK-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-RNK-VALOR-ITEM       PIC 9(9)V99.
       01 WS-END-FILE-STATUS      PIC XX VALUE "00".
       01 WS-RGN-DATA-INICIAL     PIC 9(8).
       01 WS-RGN-DATA-FINAL       PIC 9(8).
       01 WS-RGN-ENTRADA-TOPN     PIC X(3).
       01 WS-RGN-TOPN             PIC 9(3) VALUE 5.
       01 WS-RGN-EXIBIDOS         PIC 9(3).
       01 WS-RGN-I                PIC 9(4).
       01 WS-RGN-J                PIC 9(4).
       01 WS-RGN-J1               PIC 9(4).
       01 WS-RGN-K                PIC 9(4).
       01 WS-RGN-LIMITE           PIC 9(4).
       01 WS-RGN-TOTAL-NOTAS      PIC 9(5) VALUE 0.
       01 WS-RGN-TOTAL-VALOR      PIC 9(11)V99 VALUE 0.
       01 WS-RGN-TOTAL-FRETE      PIC 9(11)V99 VALUE 0.
       01 WS-RGN-TICKET           PIC 9(9)V99.
       01 WS-RGN-SHARE            PIC 9(3)V99.
       01 WS-RGN-NOTA-COUNT       PIC 9(4) VALUE 0.
       01 WS-RGN-NOTA-IDX         PIC 9(4) VALUE 0.
       01 WS-RGN-NOTA-TABLE.
           05 WS-RGN-NOTA-ENTRY OCCURS 2000 TIMES.
               10 WS-RGN-NOTA     PIC 9(6).
               10 WS-RGN-NOTA-CLI PIC 9(4).
       01 WS-RGN-CLI-COUNT        PIC 9(4) VALUE 0.
       01 WS-RGN-CLI-TABLE.
           05 WS-RGN-CLI-ENTRY OCCURS 500 TIMES.
               10 WS-RGN-CLI-COD    PIC 9(5).
               10 WS-RGN-CLI-UF     PIC XX.
               10 WS-RGN-CLI-CIDADE PIC X(20).
               10 WS-RGN-CLI-TIPO   PIC X.
               10 WS-RGN-CLI-NOTAS  PIC 9(5).
               10 WS-RGN-CLI-VALOR  PIC 9(11)V99.
               10 WS-RGN-CLI-FRETE  PIC 9(9)V99.
       01 WS-RGN-CLI-TEMP.
           05 WS-RGN-CLI-TEMP-COD    PIC 9(5).
           05 WS-RGN-CLI-TEMP-UF     PIC XX.
           05 WS-RGN-CLI-TEMP-CIDADE PIC X(20).
           05 WS-RGN-CLI-TEMP-TIPO   PIC X.
           05 WS-RGN-CLI-TEMP-NOTAS  PIC 9(5).
           05 WS-RGN-CLI-TEMP-VALOR  PIC 9(11)V99.
           05 WS-RGN-CLI-TEMP-FRETE  PIC 9(9)V99.
       01 WS-RGN-CID-COUNT        PIC 9(4) VALUE 0.
       01 WS-RGN-CID-TABLE.
           05 WS-RGN-CID-ENTRY OCCURS 300 TIMES.
               10 WS-RGN-CID-UF     PIC XX.
               10 WS-RGN-CID-CIDADE PIC X(20).
               10 WS-RGN-CID-NOTAS  PIC 9(5).
               10 WS-RGN-CID-VALOR  PIC 9(11)V99.
               10 WS-RGN-CID-FRETE  PIC 9(11)V99.
       01 WS-RGN-CID-TEMP.
           05 WS-RGN-CID-TEMP-UF     PIC XX.
           05 WS-RGN-CID-TEMP-CIDADE PIC X(20).
           05 WS-RGN-CID-TEMP-NOTAS  PIC 9(5).
           05 WS-RGN-CID-TEMP-VALOR  PIC 9(11)V99.
           05 WS-RGN-CID-TEMP-FRETE  PIC 9(11)V99.
       01 WS-RGN-UF-COUNT         PIC 9(4) VALUE 0.
       01 WS-RGN-UF-TABLE.
           05 WS-RGN-UF-ENTRY OCCURS 30 TIMES.
               10 WS-RGN-UF-SIGLA   PIC XX.
               10 WS-RGN-UF-NOTAS   PIC 9(5).
               10 WS-RGN-UF-VALOR   PIC 9(11)V99.
               10 WS-RGN-UF-FRETE   PIC 9(11)V99.
       01 WS-RGN-UF-TEMP.
           05 WS-RGN-UF-TEMP-SIGLA   PIC XX.
           05 WS-RGN-UF-TEMP-NOTAS   PIC 9(5).
           05 WS-RGN-UF-TEMP-VALOR   PIC 9(11)V99.
           05 WS-RGN-UF-TEMP-FRETE   PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-FECHAMENTO-LOTE = "S"
               PERFORM DRE-GERENCIAL
               GOBACK
           END-IF
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
                       PERFORM FLUXO-CAIXA-PROJETADO
                   WHEN 4
                       PERFORM DRE-GERENCIAL
                   WHEN 5
                       PERFORM FATURAMENTO-POR-REGIAO
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
           DISPLAY "2 - Ranking de Clientes e Produtos"
           DISPLAY "3 - Fluxo de Caixa Projetado (receber x pagar)"
           DISPLAY "4 - DRE Gerencial do Mes"
           DISPLAY "5 - Faturamento por Regiao (UF/cidade)"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

               CLOSE TITULO-RECEBER-FILE
           END-IF

           MOVE 0 TO WS-FLX-TOTAL-CARTAO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RECEBIVEL-CARTAO-FILE
           IF WS-TIT-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-RECEBIVEL-FLUXO UNTIL WS-END-OF-FILE = "Y"
               CLOSE RECEBIVEL-CARTAO-FILE
           END-IF

           MOVE 0 TO WS-FLX-TOTAL-RETIDO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-PAGAR-FILE
           IF WS-TIT-FILE-STATUS = "35"
           END-IF

           MOVE 0 TO WS-FLX-SALDO
           MOVE 0 TO WS-FLX-TOTAL-DESCONTADO
           MOVE "N" TO WS-FLX-NEGATIVO
           DISPLAY "Ate data   Receber       Pagar         "
               "Liquido       Acumulado      Descontado"
           PERFORM EXIBIR-BUCKET-FLUXO
               VARYING WS-FLX-IDX FROM 1 BY 1
               UNTIL WS-FLX-IDX > WS-FLX-BUCKET-COUNT
               DISPLAY "Posicao acumulada nao fica negativa no "
                   "horizonte."
           END-IF
           IF WS-FLX-TOTAL-DESCONTADO > 0
               DISPLAY "Titulos descontados no banco (ja creditados, "
                   "fora do saldo): " WS-FLX-TOTAL-DESCONTADO
           END-IF
           IF WS-FLX-TOTAL-CARTAO > 0
               DISPLAY "Recebiveis de cartao incluidos em Receber "
                   "(liquido): " WS-FLX-TOTAL-CARTAO
           END-IF
           IF WS-FLX-TOTAL-RETIDO > 0
               DISPLAY "Titulos retidos incluidos em Pagar: "
                   WS-FLX-TOTAL-RETIDO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.
                   TO WS-FLX-DATA(WS-FLX-IDX)
           END-IF
           MOVE 0 TO WS-FLX-RECEBER(WS-FLX-IDX)
           MOVE 0 TO WS-FLX-PAGAR(WS-FLX-IDX)
           MOVE 0 TO WS-FLX-DESCONTADO(WS-FLX-IDX).

       LER-RECEBER-FLUXO.
           READ TITULO-RECEBER-FILE INTO TITULO-RECEBER-RECORD
                               TO WS-FLX-RECEBER(WS-FLX-BUCKET)
                       END-IF
                   END-IF
                   IF WS-FLX-TIT-STATUS = "D"
                       AND WS-FLX-TIT-VALOR-ALFA IS NUMERIC
                       PERFORM CLASSIFICAR-BUCKET-FLUXO
                       IF WS-FLX-BUCKET > 0
                           ADD WS-FLX-TIT-VALOR-NUM
                               TO WS-FLX-DESCONTADO(WS-FLX-BUCKET)
                       END-IF
                   END-IF
           END-READ.

       LER-PAGAR-FLUXO.
                       INTO WS-FLX-TIT-DOC WS-FLX-TIT-SEQ
                            WS-FLX-TIT-TERCEIRO WS-FLX-TIT-VENC
                            WS-FLX-TIT-VALOR-ALFA WS-FLX-TIT-STATUS
                   IF (WS-FLX-TIT-STATUS = "A"
                       OR WS-FLX-TIT-STATUS = "R")
                       AND WS-FLX-TIT-VALOR-ALFA IS NUMERIC
                       PERFORM CLASSIFICAR-BUCKET-FLUXO
                       IF WS-FLX-BUCKET > 0
                           ADD WS-FLX-TIT-VALOR-NUM
                               TO WS-FLX-PAGAR(WS-FLX-BUCKET)
                           IF WS-FLX-TIT-STATUS = "R"
                               ADD WS-FLX-TIT-VALOR-NUM
                                   TO WS-FLX-TOTAL-RETIDO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LER-RECEBIVEL-FLUXO.
           READ RECEBIVEL-CARTAO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-FLX-TIT-VALOR-ALFA
                   MOVE SPACE TO WS-FLX-TIT-STATUS
                   UNSTRING RECEBIVEL-CARTAO-DADOS DELIMITED BY ","
                       INTO WS-FLX-TIT-DOC WS-FLX-TIT-SEQ
                            WS-FLX-AUX WS-FLX-AUX WS-FLX-AUX
                            WS-FLX-AUX WS-FLX-TIT-VENC
                            WS-FLX-AUX WS-FLX-AUX
                            WS-FLX-TIT-VALOR-ALFA WS-FLX-TIT-STATUS
                   IF WS-FLX-TIT-STATUS = "A"
                       AND WS-FLX-TIT-VALOR-ALFA IS NUMERIC
                       PERFORM CLASSIFICAR-BUCKET-FLUXO
                       IF WS-FLX-BUCKET > 0
                           ADD WS-FLX-TIT-VALOR-NUM
                               TO WS-FLX-RECEBER(WS-FLX-BUCKET)
                           ADD WS-FLX-TIT-VALOR-NUM
                               TO WS-FLX-TOTAL-CARTAO
                       END-IF
                   END-IF
           END-READ.
               WS-FLX-RECEBER(WS-FLX-IDX) " "
               WS-FLX-PAGAR(WS-FLX-IDX) " "
               WS-FLX-LIQUIDO " "
               WS-FLX-SALDO " "
               WS-FLX-DESCONTADO(WS-FLX-IDX)
           ADD WS-FLX-DESCONTADO(WS-FLX-IDX) TO WS-FLX-TOTAL-DESCONTADO
           IF WS-FLX-SALDO < 0 AND WS-FLX-NEGATIVO = "N"
               MOVE "Y" TO WS-FLX-NEGATIVO
               DISPLAY "*** PRIMEIRA POSICAO NEGATIVA EM "
           DISPLAY "================================================="
           DISPLAY "              DRE GERENCIAL DO MES               "
           DISPLAY "================================================="
           IF WS-FECHAMENTO-LOTE = "S"
               MOVE WS-FECHAMENTO-COMPETENCIA TO WS-DRE-COMP-ATUAL
           ELSE
               DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-DRE-COMP-ATUAL
           END-IF
           MOVE WS-DRE-COMP-ATUAL(1:4) TO WS-DRE-ANO
           MOVE WS-DRE-COMP-ATUAL(5:2) TO WS-DRE-MES
           IF WS-DRE-MES = 1
           MOVE WS-DRE-FOLHA TO WS-DRE-ANT-FOLHA
           MOVE WS-DRE-COMPRAS TO WS-DRE-ANT-COMPRAS
           MOVE WS-DRE-FROTA TO WS-DRE-ANT-FROTA
           MOVE WS-DRE-DESPESAS TO WS-DRE-ANT-DESPESAS
           MOVE WS-DRE-FINANCEIRAS TO WS-DRE-ANT-FINANCEIRAS
           MOVE WS-DRE-DEPRECIACAO TO WS-DRE-ANT-DEPRECIACAO
           MOVE WS-DRE-BAIXA-BENS TO WS-DRE-ANT-BAIXA-BENS
           MOVE WS-DRE-MARGEM TO WS-DRE-ANT-MARGEM
           MOVE WS-DRE-RESULTADO TO WS-DRE-ANT-RESULTADO

               " " WS-DRE-ANT-FOLHA
           DISPLAY "(-) Frota (comb/manut): " WS-DRE-FROTA
               " " WS-DRE-ANT-FROTA
           DISPLAY "(-) Despesas gerais...: " WS-DRE-DESPESAS
               " " WS-DRE-ANT-DESPESAS
           DISPLAY "(-) Despesas financ...: " WS-DRE-FINANCEIRAS
               " " WS-DRE-ANT-FINANCEIRAS
           DISPLAY "(-) Depreciacao.......: " WS-DRE-DEPRECIACAO
               " " WS-DRE-ANT-DEPRECIACAO
           DISPLAY "(+/-) Baixa de bens...: " WS-DRE-BAIXA-BENS
               " " WS-DRE-ANT-BAIXA-BENS
           DISPLAY "(=) Resultado operac..: " WS-DRE-RESULTADO
               " " WS-DRE-ANT-RESULTADO
           DISPLAY "Compras recebidas.....: " WS-DRE-COMPRAS
           MOVE 0 TO WS-DRE-FOLHA
           MOVE 0 TO WS-DRE-COMPRAS
           MOVE 0 TO WS-DRE-FROTA
           MOVE 0 TO WS-DRE-DESPESAS
           MOVE 0 TO WS-DRE-FINANCEIRAS
           MOVE 0 TO WS-DRE-DEPRECIACAO
           MOVE 0 TO WS-DRE-BAIXA-BENS
           PERFORM APURAR-RECEITA-DRE
           PERFORM APURAR-DEVOLUCOES-DRE
           PERFORM APURAR-CMV-DRE
           PERFORM APURAR-FOLHA-DRE
           PERFORM APURAR-PROVISAO-DRE
           PERFORM APURAR-COMPRAS-DRE
           PERFORM APURAR-FROTA-DRE
           PERFORM APURAR-DESPESAS-DRE
           PERFORM APURAR-FINANCEIRAS-DRE
           PERFORM APURAR-DEPRECIACAO-DRE
           PERFORM APURAR-BAIXA-BENS-DRE
           COMPUTE WS-DRE-MARGEM = WS-DRE-RECEITA
               - WS-DRE-DEVOLUCOES - WS-DRE-CMV
           COMPUTE WS-DRE-RESULTADO = WS-DRE-MARGEM
               - WS-DRE-FOLHA - WS-DRE-FROTA - WS-DRE-DESPESAS
               - WS-DRE-FINANCEIRAS
               - WS-DRE-DEPRECIACAO + WS-DRE-BAIXA-BENS.

       APURAR-RECEITA-DRE.
           MOVE 0 TO WS-DRE-NOTA-COUNT
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF FP-DATA(1:6) = WS-DRE-COMP
                       AND NOT FP-ADIANTAMENTO-QUINZENAL
                       AND NOT FP-PAGTO-PROVISIONADO
                       ADD FP-SALARIO-BRUTO TO WS-DRE-FOLHA
                   END-IF
           END-READ.

       APURAR-PROVISAO-DRE.
           MOVE 0 TO WS-DRE-PRV-RESCISAO
           OPEN INPUT PROVISAO-FILE
           IF WS-FOLHA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-PROVISAO-DRE UNTIL WS-END-OF-FILE = "Y"
               CLOSE PROVISAO-FILE
           END-IF
           IF WS-DRE-PRV-RESCISAO > WS-DRE-FOLHA
               MOVE 0 TO WS-DRE-FOLHA
           ELSE
               SUBTRACT WS-DRE-PRV-RESCISAO FROM WS-DRE-FOLHA
           END-IF.

       LER-PROVISAO-DRE.
           READ PROVISAO-FILE INTO PROVISAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING PROVISAO-DADOS DELIMITED BY ","
                       INTO WS-DRE-PRV-COMP WS-DRE-PRV-CODIGO
                            WS-DRE-PRV-DEPTO WS-DRE-PRV-TIPO
                            WS-DRE-PRV-ORIGEM WS-DRE-PRV-DECIMO-ALFA
                            WS-DRE-PRV-FERIAS-ALFA WS-DRE-PRV-FGTS-ALFA
                            WS-DRE-PRV-INSS-ALFA
                   IF WS-DRE-PRV-COMP = WS-DRE-COMP
                       AND WS-DRE-PRV-TIPO = "P"
                       AND WS-DRE-PRV-ORIGEM NOT = "S"
                       ADD WS-DRE-PRV-DECIMO TO WS-DRE-FOLHA
                       ADD WS-DRE-PRV-FERIAS TO WS-DRE-FOLHA
                       ADD WS-DRE-PRV-FGTS TO WS-DRE-FOLHA
                       ADD WS-DRE-PRV-INSS TO WS-DRE-FOLHA
                   END-IF
                   IF WS-DRE-PRV-COMP = WS-DRE-COMP
                       AND WS-DRE-PRV-TIPO = "B"
                       AND WS-DRE-PRV-ORIGEM = "R"
                       ADD WS-DRE-PRV-DECIMO TO WS-DRE-PRV-RESCISAO
                       ADD WS-DRE-PRV-FERIAS TO WS-DRE-PRV-RESCISAO
                   END-IF
           END-READ.

       APURAR-COMPRAS-DRE.
           MOVE 0 TO WS-DRE-NOTA-COUNT
           MOVE "N" TO WS-END-OF-FILE
               CLOSE MANUTENCAO-FILE
           END-IF.

       APURAR-DESPESAS-DRE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-PAGAR-FILE
           IF WS-TIT-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-DESPESA-DRE UNTIL WS-END-OF-FILE = "Y"
               CLOSE TITULO-PAGAR-FILE
           END-IF.

       LER-DESPESA-DRE.
           READ TITULO-PAGAR-FILE INTO TITULO-PAGAR-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DRE-TIT-CATEGORIA
                   UNSTRING TITULO-PAGAR-DADOS DELIMITED BY ","
                       INTO WS-DRE-AUX-CAMPO WS-DRE-AUX-CAMPO
                            WS-DRE-AUX-CAMPO WS-DRE-AUX-DATA
                            WS-DRE-TIT-VALOR-ALFA WS-DRE-TIT-STATUS
                            WS-DRE-AUX-CAMPO WS-DRE-TIT-CATEGORIA
                   IF WS-DRE-TIT-CATEGORIA IS NUMERIC
                       AND WS-DRE-TIT-CATEGORIA NOT = "000"
                       AND WS-DRE-AUX-DATA(1:6) = WS-DRE-COMP
                       AND WS-DRE-TIT-VALOR-ALFA IS NUMERIC
                       ADD WS-DRE-TIT-VALOR TO WS-DRE-DESPESAS
                   END-IF
           END-READ.

       APURAR-FINANCEIRAS-DRE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DESPESA-FINANCEIRA-FILE
           IF WS-DRE-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-FINANCEIRA-DRE UNTIL WS-END-OF-FILE = "Y"
               CLOSE DESPESA-FINANCEIRA-FILE
           END-IF.

       LER-FINANCEIRA-DRE.
           READ DESPESA-FINANCEIRA-FILE INTO DESPESA-FINANCEIRA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DRE-TIT-VALOR-ALFA
                   UNSTRING DESPESA-FINANCEIRA-DADOS DELIMITED BY ","
                       INTO WS-DRE-AUX-DATA WS-DRE-AUX-CAMPO
                            WS-DRE-AUX-CAMPO WS-DRE-TIT-VALOR-ALFA
                   IF WS-DRE-AUX-DATA(1:6) = WS-DRE-COMP
                       AND WS-DRE-TIT-VALOR-ALFA IS NUMERIC
                       ADD WS-DRE-TIT-VALOR TO WS-DRE-FINANCEIRAS
                   END-IF
           END-READ.

       APURAR-DEPRECIACAO-DRE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DEPRECIACAO-FILE
           IF WS-DRE-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-DEPRECIACAO-DRE UNTIL WS-END-OF-FILE = "Y"
               CLOSE DEPRECIACAO-FILE
           END-IF.

       LER-DEPRECIACAO-DRE.
           READ DEPRECIACAO-FILE INTO DEPRECIACAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DRE-TIT-VALOR-ALFA
                   UNSTRING DEPRECIACAO-DADOS DELIMITED BY ","
                       INTO WS-DRE-COMP-LIDA WS-DRE-AUX-CAMPO
                            WS-DRE-AUX-CAMPO WS-DRE-AUX-CAMPO
                            WS-DRE-TIT-VALOR-ALFA
                   IF WS-DRE-COMP-LIDA = WS-DRE-COMP
                       AND WS-DRE-TIT-VALOR-ALFA IS NUMERIC
                       ADD WS-DRE-TIT-VALOR TO WS-DRE-DEPRECIACAO
                   END-IF
           END-READ.

       APURAR-BAIXA-BENS-DRE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT BAIXA-IMOBILIZADO-FILE
           IF WS-DRE-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-BAIXA-BENS-DRE UNTIL WS-END-OF-FILE = "Y"
               CLOSE BAIXA-IMOBILIZADO-FILE
           END-IF.

       LER-BAIXA-BENS-DRE.
           READ BAIXA-IMOBILIZADO-FILE INTO BAIXA-IMOBILIZADO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING BAIXA-IMOBILIZADO-DADOS DELIMITED BY ","
                       INTO WS-DRE-BXI-DATA WS-DRE-AUX-CAMPO
                            WS-DRE-AUX-CAMPO WS-DRE-AUX-CAMPO
                            WS-DRE-BXI-TIPO WS-DRE-AUX-CAMPO
                            WS-DRE-AUX-CAMPO WS-DRE-BXI-RESULTADO
                            WS-DRE-BXI-VALOR-ALFA
                   IF WS-DRE-BXI-DATA(1:6) = WS-DRE-COMP
                       AND WS-DRE-BXI-VALOR-ALFA IS NUMERIC
                       IF WS-DRE-BXI-RESULTADO = "G"
                           ADD WS-DRE-BXI-VALOR TO WS-DRE-BAIXA-BENS
                       ELSE
                           SUBTRACT WS-DRE-BXI-VALOR
                               FROM WS-DRE-BAIXA-BENS
                       END-IF
                   END-IF
           END-READ.

       LER-ABASTECIMENTO-DRE.
           READ ABASTECIMENTO-FILE INTO ABASTECIMENTO-RECORD
               AT END
                   END-IF
           END-READ.

       FATURAMENTO-POR-REGIAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        FATURAMENTO POR REGIAO (UF/CIDADE)       "
           DISPLAY "================================================="
           DISPLAY "Data inicial (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-RGN-DATA-INICIAL
           DISPLAY "Data final (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-RGN-DATA-FINAL
           DISPLAY "Clientes exibidos por cidade (Enter = 5): "
               WITH NO ADVANCING
           ACCEPT WS-RGN-ENTRADA-TOPN
           IF WS-RGN-ENTRADA-TOPN IS NUMERIC
               MOVE WS-RGN-ENTRADA-TOPN TO WS-RGN-TOPN
           ELSE
               MOVE 5 TO WS-RGN-TOPN
           END-IF

           MOVE 0 TO WS-RGN-NOTA-COUNT
           MOVE 0 TO WS-RGN-CLI-COUNT
           MOVE 0 TO WS-RGN-CID-COUNT
           MOVE 0 TO WS-RGN-UF-COUNT
           MOVE 0 TO WS-RGN-TOTAL-NOTAS
           MOVE 0 TO WS-RGN-TOTAL-VALOR
           MOVE 0 TO WS-RGN-TOTAL-FRETE

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VENDA-FILE
           PERFORM LER-VENDA-REGIAO UNTIL WS-END-OF-FILE = "Y"
           CLOSE VENDA-FILE

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VENDA-ITEM-FILE
           PERFORM LER-ITEM-REGIAO UNTIL WS-END-OF-FILE = "Y"
           CLOSE VENDA-ITEM-FILE

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DRE-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-DEVOLUCAO-REGIAO UNTIL WS-END-OF-FILE = "Y"
               CLOSE DEVOLUCAO-FILE
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT ENDERECO-FILE
           IF WS-END-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-ENDERECO-REGIAO UNTIL WS-END-OF-FILE = "Y"
               CLOSE ENDERECO-FILE
           END-IF

           PERFORM ACUMULAR-REGIAO-CLIENTE
               VARYING WS-RGN-I FROM 1 BY 1
               UNTIL WS-RGN-I > WS-RGN-CLI-COUNT

           IF WS-RGN-TOTAL-NOTAS = 0
               DISPLAY "Nenhuma venda no periodo informado."
           ELSE
               PERFORM ORDENAR-RGN-UF
               PERFORM ORDENAR-RGN-CIDADE
               PERFORM ORDENAR-RGN-CLIENTE
               DISPLAY "Notas: " WS-RGN-TOTAL-NOTAS
                   " Faturamento liquido: " WS-RGN-TOTAL-VALOR
                   " Frete: " WS-RGN-TOTAL-FRETE
               DISPLAY " "
               DISPLAY "FATURAMENTO POR UF"
               DISPLAY "UF NOTAS VALOR LIQUIDO    FRETE"
                   "          TICKET MEDIO %"
               PERFORM EXIBIR-RGN-UF
                   VARYING WS-RGN-I FROM 1 BY 1
                   UNTIL WS-RGN-I > WS-RGN-UF-COUNT
               DISPLAY " "
               DISPLAY "FATURAMENTO POR CIDADE E PRINCIPAIS CLIENTES"
               PERFORM EXIBIR-RGN-CIDADE
                   VARYING WS-RGN-I FROM 1 BY 1
                   UNTIL WS-RGN-I > WS-RGN-CID-COUNT
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LER-VENDA-REGIAO.
           READ VENDA-FILE INTO VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF VD-DATA-VENDA >= WS-RGN-DATA-INICIAL
                       AND VD-DATA-VENDA <= WS-RGN-DATA-FINAL
                       AND NOT VD-CANCELADA
                       AND WS-RGN-NOTA-COUNT < 2000
                       PERFORM LOCALIZAR-RGN-CLIENTE
                       IF WS-RGN-K <= WS-RGN-CLI-COUNT
                           ADD 1 TO WS-RGN-NOTA-COUNT
                           MOVE VD-NUMERO-NOTA
                               TO WS-RGN-NOTA(WS-RGN-NOTA-COUNT)
                           MOVE WS-RGN-K
                               TO WS-RGN-NOTA-CLI(WS-RGN-NOTA-COUNT)
                           ADD 1 TO WS-RGN-CLI-NOTAS(WS-RGN-K)
                           IF VD-FRETE IS NUMERIC
                               ADD VD-FRETE
                                   TO WS-RGN-CLI-FRETE(WS-RGN-K)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-RGN-CLIENTE.
           PERFORM PROCURAR-RGN-CLIENTE
               VARYING WS-RGN-K FROM 1 BY 1
               UNTIL WS-RGN-K > WS-RGN-CLI-COUNT
                   OR WS-RGN-CLI-COD(WS-RGN-K) = VD-COD-CLIENTE
           IF WS-RGN-K > WS-RGN-CLI-COUNT
               AND WS-RGN-CLI-COUNT < 500
               ADD 1 TO WS-RGN-CLI-COUNT
               MOVE WS-RGN-CLI-COUNT TO WS-RGN-K
               MOVE VD-COD-CLIENTE TO WS-RGN-CLI-COD(WS-RGN-K)
               MOVE "??" TO WS-RGN-CLI-UF(WS-RGN-K)
               MOVE "SEM ENDERECO" TO WS-RGN-CLI-CIDADE(WS-RGN-K)
               MOVE SPACE TO WS-RGN-CLI-TIPO(WS-RGN-K)
               MOVE 0 TO WS-RGN-CLI-NOTAS(WS-RGN-K)
               MOVE 0 TO WS-RGN-CLI-VALOR(WS-RGN-K)
               MOVE 0 TO WS-RGN-CLI-FRETE(WS-RGN-K)
           END-IF.

       PROCURAR-RGN-CLIENTE.
           CONTINUE.

       LER-ITEM-REGIAO.
           READ VENDA-ITEM-FILE INTO VENDA-ITEM-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO WS-RNK-ITEM-NOTA WS-RNK-ITEM-PRODUTO
                            WS-RNK-ITEM-QTD WS-RNK-PRECO-ALFA
                   IF WS-RNK-PRECO-ALFA IS NOT NUMERIC
                       MOVE "000000000" TO WS-RNK-PRECO-ALFA
                   END-IF
                   PERFORM LOCALIZAR-RGN-NOTA
                   IF WS-RGN-NOTA-IDX <= WS-RGN-NOTA-COUNT
                       COMPUTE WS-RNK-VALOR-ITEM =
                           WS-RNK-ITEM-QTD * WS-RNK-PRECO-NUM
                       MOVE WS-RGN-NOTA-CLI(WS-RGN-NOTA-IDX) TO WS-RGN-K
                       ADD WS-RNK-VALOR-ITEM
                           TO WS-RGN-CLI-VALOR(WS-RGN-K)
                   END-IF
           END-READ.

       LOCALIZAR-RGN-NOTA.
           PERFORM PROCURAR-RGN-NOTA
               VARYING WS-RGN-NOTA-IDX FROM 1 BY 1
               UNTIL WS-RGN-NOTA-IDX > WS-RGN-NOTA-COUNT
                   OR WS-RGN-NOTA(WS-RGN-NOTA-IDX)
                       = WS-RNK-ITEM-NOTA.

       PROCURAR-RGN-NOTA.
           CONTINUE.

       LER-DEVOLUCAO-REGIAO.
           READ DEVOLUCAO-FILE INTO DEVOLUCAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING DEVOLUCAO-DADOS DELIMITED BY ","
                       INTO WS-DRE-DEV-NOTA WS-DRE-DEV-PRODUTO
                            WS-DRE-DEV-QTD WS-DRE-DEV-DATA
                   MOVE WS-DRE-DEV-NOTA TO WS-RNK-ITEM-NOTA
                   PERFORM LOCALIZAR-RGN-NOTA
                   IF WS-RGN-NOTA-IDX <= WS-RGN-NOTA-COUNT
                       AND WS-DRE-DEV-DATA >= WS-RGN-DATA-INICIAL
                       AND WS-DRE-DEV-DATA <= WS-RGN-DATA-FINAL
                       PERFORM BUSCAR-PRECO-DEVOLUCAO-DRE
                       COMPUTE WS-DRE-VALOR =
                           WS-DRE-DEV-QTD * WS-DRE-DEV-PRECO
                       MOVE WS-RGN-NOTA-CLI(WS-RGN-NOTA-IDX) TO WS-RGN-K
                       IF WS-DRE-VALOR > WS-RGN-CLI-VALOR(WS-RGN-K)
                           MOVE 0 TO WS-RGN-CLI-VALOR(WS-RGN-K)
                       ELSE
                           SUBTRACT WS-DRE-VALOR
                               FROM WS-RGN-CLI-VALOR(WS-RGN-K)
                       END-IF
                   END-IF
           END-READ.

       LER-ENDERECO-REGIAO.
           READ ENDERECO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF EN-TIPO-ENTIDADE = "C"
                       PERFORM PROCURAR-RGN-CLIENTE
                           VARYING WS-RGN-K FROM 1 BY 1
                           UNTIL WS-RGN-K > WS-RGN-CLI-COUNT
                               OR WS-RGN-CLI-COD(WS-RGN-K) = EN-CODIGO
                       IF WS-RGN-K <= WS-RGN-CLI-COUNT
                           IF WS-RGN-CLI-TIPO(WS-RGN-K) = SPACE
                               OR (EN-TIPO-ENDERECO = "E"
                               AND WS-RGN-CLI-TIPO(WS-RGN-K) NOT = "E")
                               MOVE EN-ESTADO
                                   TO WS-RGN-CLI-UF(WS-RGN-K)
                               MOVE EN-CIDADE
                                   TO WS-RGN-CLI-CIDADE(WS-RGN-K)
                               MOVE EN-TIPO-ENDERECO
                                   TO WS-RGN-CLI-TIPO(WS-RGN-K)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-REGIAO-CLIENTE.
           ADD WS-RGN-CLI-NOTAS(WS-RGN-I) TO WS-RGN-TOTAL-NOTAS
           ADD WS-RGN-CLI-VALOR(WS-RGN-I) TO WS-RGN-TOTAL-VALOR
           ADD WS-RGN-CLI-FRETE(WS-RGN-I) TO WS-RGN-TOTAL-FRETE
           PERFORM PROCURAR-RGN-UF
               VARYING WS-RGN-K FROM 1 BY 1
               UNTIL WS-RGN-K > WS-RGN-UF-COUNT
                   OR WS-RGN-UF-SIGLA(WS-RGN-K)
                       = WS-RGN-CLI-UF(WS-RGN-I)
           IF WS-RGN-K > WS-RGN-UF-COUNT
               AND WS-RGN-UF-COUNT < 30
               ADD 1 TO WS-RGN-UF-COUNT
               MOVE WS-RGN-UF-COUNT TO WS-RGN-K
               MOVE WS-RGN-CLI-UF(WS-RGN-I) TO WS-RGN-UF-SIGLA(WS-RGN-K)
               MOVE 0 TO WS-RGN-UF-NOTAS(WS-RGN-K)
               MOVE 0 TO WS-RGN-UF-VALOR(WS-RGN-K)
               MOVE 0 TO WS-RGN-UF-FRETE(WS-RGN-K)
           END-IF
           IF WS-RGN-K <= WS-RGN-UF-COUNT
               ADD WS-RGN-CLI-NOTAS(WS-RGN-I)
                   TO WS-RGN-UF-NOTAS(WS-RGN-K)
               ADD WS-RGN-CLI-VALOR(WS-RGN-I)
                   TO WS-RGN-UF-VALOR(WS-RGN-K)
               ADD WS-RGN-CLI-FRETE(WS-RGN-I)
                   TO WS-RGN-UF-FRETE(WS-RGN-K)
           END-IF
           PERFORM PROCURAR-RGN-CIDADE
               VARYING WS-RGN-K FROM 1 BY 1
               UNTIL WS-RGN-K > WS-RGN-CID-COUNT
                   OR (WS-RGN-CID-UF(WS-RGN-K) = WS-RGN-CLI-UF(WS-RGN-I)
                   AND WS-RGN-CID-CIDADE(WS-RGN-K)
                       = WS-RGN-CLI-CIDADE(WS-RGN-I))
           IF WS-RGN-K > WS-RGN-CID-COUNT
               AND WS-RGN-CID-COUNT < 300
               ADD 1 TO WS-RGN-CID-COUNT
               MOVE WS-RGN-CID-COUNT TO WS-RGN-K
               MOVE WS-RGN-CLI-UF(WS-RGN-I) TO WS-RGN-CID-UF(WS-RGN-K)
               MOVE WS-RGN-CLI-CIDADE(WS-RGN-I)
                   TO WS-RGN-CID-CIDADE(WS-RGN-K)
               MOVE 0 TO WS-RGN-CID-NOTAS(WS-RGN-K)
               MOVE 0 TO WS-RGN-CID-VALOR(WS-RGN-K)
               MOVE 0 TO WS-RGN-CID-FRETE(WS-RGN-K)
           END-IF
           IF WS-RGN-K <= WS-RGN-CID-COUNT
               ADD WS-RGN-CLI-NOTAS(WS-RGN-I)
                   TO WS-RGN-CID-NOTAS(WS-RGN-K)
               ADD WS-RGN-CLI-VALOR(WS-RGN-I)
                   TO WS-RGN-CID-VALOR(WS-RGN-K)
               ADD WS-RGN-CLI-FRETE(WS-RGN-I)
                   TO WS-RGN-CID-FRETE(WS-RGN-K)
           END-IF.

       PROCURAR-RGN-UF.
           CONTINUE.

       PROCURAR-RGN-CIDADE.
           CONTINUE.

       ORDENAR-RGN-UF.
           IF WS-RGN-UF-COUNT > 1
               PERFORM ORDENAR-RGN-UF-PASSO
                   VARYING WS-RGN-I FROM 1 BY 1
                   UNTIL WS-RGN-I >= WS-RGN-UF-COUNT
           END-IF.

       ORDENAR-RGN-UF-PASSO.
           COMPUTE WS-RGN-LIMITE = WS-RGN-UF-COUNT - WS-RGN-I
           PERFORM COMPARAR-RGN-UF
               VARYING WS-RGN-J FROM 1 BY 1
               UNTIL WS-RGN-J > WS-RGN-LIMITE.

       COMPARAR-RGN-UF.
           COMPUTE WS-RGN-J1 = WS-RGN-J + 1
           IF WS-RGN-UF-VALOR(WS-RGN-J) < WS-RGN-UF-VALOR(WS-RGN-J1)
               MOVE WS-RGN-UF-ENTRY(WS-RGN-J) TO WS-RGN-UF-TEMP
               MOVE WS-RGN-UF-ENTRY(WS-RGN-J1)
                   TO WS-RGN-UF-ENTRY(WS-RGN-J)
               MOVE WS-RGN-UF-TEMP TO WS-RGN-UF-ENTRY(WS-RGN-J1)
           END-IF.

       ORDENAR-RGN-CIDADE.
           IF WS-RGN-CID-COUNT > 1
               PERFORM ORDENAR-RGN-CID-PASSO
                   VARYING WS-RGN-I FROM 1 BY 1
                   UNTIL WS-RGN-I >= WS-RGN-CID-COUNT
           END-IF.

       ORDENAR-RGN-CID-PASSO.
           COMPUTE WS-RGN-LIMITE = WS-RGN-CID-COUNT - WS-RGN-I
           PERFORM COMPARAR-RGN-CID
               VARYING WS-RGN-J FROM 1 BY 1
               UNTIL WS-RGN-J > WS-RGN-LIMITE.

       COMPARAR-RGN-CID.
           COMPUTE WS-RGN-J1 = WS-RGN-J + 1
           IF WS-RGN-CID-VALOR(WS-RGN-J) < WS-RGN-CID-VALOR(WS-RGN-J1)
               MOVE WS-RGN-CID-ENTRY(WS-RGN-J) TO WS-RGN-CID-TEMP
               MOVE WS-RGN-CID-ENTRY(WS-RGN-J1)
                   TO WS-RGN-CID-ENTRY(WS-RGN-J)
               MOVE WS-RGN-CID-TEMP TO WS-RGN-CID-ENTRY(WS-RGN-J1)
           END-IF.

       ORDENAR-RGN-CLIENTE.
           IF WS-RGN-CLI-COUNT > 1
               PERFORM ORDENAR-RGN-CLI-PASSO
                   VARYING WS-RGN-I FROM 1 BY 1
                   UNTIL WS-RGN-I >= WS-RGN-CLI-COUNT
           END-IF.

       ORDENAR-RGN-CLI-PASSO.
           COMPUTE WS-RGN-LIMITE = WS-RGN-CLI-COUNT - WS-RGN-I
           PERFORM COMPARAR-RGN-CLI
               VARYING WS-RGN-J FROM 1 BY 1
               UNTIL WS-RGN-J > WS-RGN-LIMITE.

       COMPARAR-RGN-CLI.
           COMPUTE WS-RGN-J1 = WS-RGN-J + 1
           IF WS-RGN-CLI-VALOR(WS-RGN-J) < WS-RGN-CLI-VALOR(WS-RGN-J1)
               MOVE WS-RGN-CLI-ENTRY(WS-RGN-J) TO WS-RGN-CLI-TEMP
               MOVE WS-RGN-CLI-ENTRY(WS-RGN-J1)
                   TO WS-RGN-CLI-ENTRY(WS-RGN-J)
               MOVE WS-RGN-CLI-TEMP TO WS-RGN-CLI-ENTRY(WS-RGN-J1)
           END-IF.

       EXIBIR-RGN-UF.
           MOVE 0 TO WS-RGN-TICKET
           IF WS-RGN-UF-NOTAS(WS-RGN-I) > 0
               COMPUTE WS-RGN-TICKET ROUNDED =
                   WS-RGN-UF-VALOR(WS-RGN-I) / WS-RGN-UF-NOTAS(WS-RGN-I)
           END-IF
           MOVE 0 TO WS-RGN-SHARE
           IF WS-RGN-TOTAL-VALOR > 0
               COMPUTE WS-RGN-SHARE ROUNDED =
                   WS-RGN-UF-VALOR(WS-RGN-I) * 100 / WS-RGN-TOTAL-VALOR
           END-IF
           DISPLAY WS-RGN-UF-SIGLA(WS-RGN-I) " "
               WS-RGN-UF-NOTAS(WS-RGN-I) " "
               WS-RGN-UF-VALOR(WS-RGN-I) " "
               WS-RGN-UF-FRETE(WS-RGN-I) " "
               WS-RGN-TICKET " " WS-RGN-SHARE.

       EXIBIR-RGN-CIDADE.
           MOVE 0 TO WS-RGN-TICKET
           IF WS-RGN-CID-NOTAS(WS-RGN-I) > 0
               COMPUTE WS-RGN-TICKET ROUNDED =
                   WS-RGN-CID-VALOR(WS-RGN-I)
                   / WS-RGN-CID-NOTAS(WS-RGN-I)
           END-IF
           MOVE 0 TO WS-RGN-SHARE
           IF WS-RGN-TOTAL-VALOR > 0
               COMPUTE WS-RGN-SHARE ROUNDED =
                   WS-RGN-CID-VALOR(WS-RGN-I) * 100 / WS-RGN-TOTAL-VALOR
           END-IF
           DISPLAY "-------------------------------------------------"
           DISPLAY WS-RGN-CID-UF(WS-RGN-I) " - "
               WS-RGN-CID-CIDADE(WS-RGN-I)
               " Notas: " WS-RGN-CID-NOTAS(WS-RGN-I)
               " Valor: " WS-RGN-CID-VALOR(WS-RGN-I)
           DISPLAY "   Frete: " WS-RGN-CID-FRETE(WS-RGN-I)
               " Ticket medio: " WS-RGN-TICKET
               " (" WS-RGN-SHARE " %)"
           MOVE 0 TO WS-RGN-EXIBIDOS
           PERFORM EXIBIR-RGN-CLIENTE-CIDADE
               VARYING WS-RGN-J FROM 1 BY 1
               UNTIL WS-RGN-J > WS-RGN-CLI-COUNT
                   OR WS-RGN-EXIBIDOS >= WS-RGN-TOPN.

       EXIBIR-RGN-CLIENTE-CIDADE.
           IF WS-RGN-CLI-UF(WS-RGN-J) = WS-RGN-CID-UF(WS-RGN-I)
               AND WS-RGN-CLI-CIDADE(WS-RGN-J)
                   = WS-RGN-CID-CIDADE(WS-RGN-I)
               ADD 1 TO WS-RGN-EXIBIDOS
               MOVE "(NAO CADASTRADO)" TO WS-RNK-NOME
               OPEN INPUT CLIENTE-FILE
               MOVE WS-RGN-CLI-COD(WS-RGN-J) TO CLI-CODIGO-CHAVE
               READ CLIENTE-FILE KEY IS CLI-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CL-NOME TO WS-RNK-NOME
               END-READ
               CLOSE CLIENTE-FILE
               COMPUTE WS-RGN-SHARE ROUNDED =
                   WS-RGN-CLI-VALOR(WS-RGN-J) * 100 / WS-RGN-TOTAL-VALOR
               DISPLAY "   " WS-RGN-EXIBIDOS ". "
                   WS-RGN-CLI-COD(WS-RGN-J) " " WS-RNK-NOME
                   " Notas: " WS-RGN-CLI-NOTAS(WS-RGN-J)
                   " Valor: " WS-RGN-CLI-VALOR(WS-RGN-J)
                   " (" WS-RGN-SHARE " %)"
           END-IF.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           MOVE 9 TO WS-OPTION.
                   MOVE 0 TO WS-DEPTO-FOLHA(WS-DEPTO-COUNT)
                   MOVE 0 TO WS-DEPTO-ORCAMENTO(WS-DEPTO-COUNT)
                   MOVE 0 TO WS-DEPTO-CUSTO(WS-DEPTO-COUNT)
                   MOVE 0 TO WS-DEPTO-CONSUMO(WS-DEPTO-COUNT)
                   MOVE SPACES TO WS-ORC-ALFA
                   UNSTRING DEPARTAMENTO-DADOS DELIMITED BY ","
                       INTO WS-DEPTO-COD(WS-DEPTO-COUNT)
               PERFORM ACUMULAR-CUSTO-FOLHA UNTIL WS-END-OF-FILE = "Y"
               CLOSE FOLHA-FILE
               PERFORM ACUMULAR-CUSTO-BENEFICIOS
               PERFORM ACUMULAR-CONSUMO-INTERNO
               DISPLAY "============================================"
               DISPLAY "ORCAMENTO X CUSTO DA FOLHA - "
                   WS-ORC-COMPETENCIA
               ADD WS-BEN-VALOR-NUM TO WS-DEPTO-CUSTO(WS-DEPTO-IDX)
           END-IF.

       ACUMULAR-CONSUMO-INTERNO.
           MOVE "N" TO WS-CIN-EOF
           OPEN INPUT CONSUMO-INTERNO-FILE
           IF WS-CIN-FILE-STATUS = "35"
               MOVE "Y" TO WS-CIN-EOF
           ELSE
               PERFORM LER-CONSUMO-INTERNO UNTIL WS-CIN-EOF = "Y"
               CLOSE CONSUMO-INTERNO-FILE
           END-IF.

       LER-CONSUMO-INTERNO.
           READ CONSUMO-INTERNO-FILE INTO CONSUMO-INTERNO-RECORD
               AT END
                   MOVE "Y" TO WS-CIN-EOF
               NOT AT END
                   MOVE SPACES TO WS-CIN-VALOR-ALFA
                   UNSTRING CONSUMO-INTERNO-DADOS DELIMITED BY ","
                       INTO WS-CIN-DATA WS-CIN-NUMERO WS-CIN-DEPTO
                            WS-CIN-PRODUTO WS-CIN-DEPOSITO WS-CIN-QTD
                            WS-CIN-CUSTO-ALFA WS-CIN-VALOR-ALFA
                   IF WS-CIN-DATA(1:6) = WS-ORC-COMPETENCIA
                       AND WS-CIN-VALOR-ALFA IS NUMERIC
                       PERFORM SOMAR-CONSUMO-DEPTO
                   END-IF
           END-READ.

       SOMAR-CONSUMO-DEPTO.
           MOVE 0 TO WS-DEPTO-IDX
           PERFORM PROCURAR-DEPTO-CUSTO
               VARYING WS-DEPTO-IDX FROM 1 BY 1
               UNTIL WS-DEPTO-IDX > WS-DEPTO-COUNT
                   OR WS-DEPTO-COD(WS-DEPTO-IDX) = WS-CIN-DEPTO
           IF WS-DEPTO-IDX <= WS-DEPTO-COUNT
               ADD WS-CIN-VALOR-NUM TO WS-DEPTO-CONSUMO(WS-DEPTO-IDX)
           END-IF.

       EXIBIR-ORCAMENTO-DEPTO.
           DISPLAY WS-DEPTO-COD(WS-DEPTO-IDX) " - "
               WS-DEPTO-NOME(WS-DEPTO-IDX)
           DISPLAY "  Orcamento: " WS-DEPTO-ORCAMENTO(WS-DEPTO-IDX)
               "  Custo folha: " WS-DEPTO-CUSTO(WS-DEPTO-IDX)
           COMPUTE WS-ORC-TOTAL = WS-DEPTO-CUSTO(WS-DEPTO-IDX)
               + WS-DEPTO-CONSUMO(WS-DEPTO-IDX)
           DISPLAY "  Consumo interno: " WS-DEPTO-CONSUMO(WS-DEPTO-IDX)
               "  Custo total: " WS-ORC-TOTAL
           IF WS-DEPTO-CUSTO(WS-DEPTO-IDX) >
               WS-DEPTO-ORCAMENTO(WS-DEPTO-IDX)
               DISPLAY "  *** ACIMA DO ORCAMENTO ***"

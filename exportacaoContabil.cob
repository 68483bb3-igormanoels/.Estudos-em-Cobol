               "dadosValorizacaoMensal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAL-FILE-STATUS.
           SELECT PEDIDO-MOEDA-FILE ASSIGN TO "dadosPedidoMoeda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT VARIACAO-CAMBIAL-FILE ASSIGN TO
               "dadosVariacaoCambial.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT DEPRECIACAO-FILE ASSIGN TO "dadosDepreciacao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT BAIXA-IMOBILIZADO-FILE ASSIGN TO
               "dadosBaixaImobilizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT DESPESA-FINANCEIRA-FILE ASSIGN TO "dadosDespesa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PROVISAO-FILE ASSIGN TO "dadosProvisao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT EXPORTACAO-FILE ASSIGN TO WS-EXPORTACAO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

           05 FP-IMPOSTO-RENDA        PIC 9(9)V99.
           05 FP-SALARIO-FAMILIA      PIC 9(9)V99.
           05 FP-SALARIO-LIQUIDO      PIC 9(9)V99.
           05 FILLER                  PIC X(02).
           05 FP-TIPO                 PIC X.
               88 FP-ADIANTAMENTO-QUINZENAL VALUE "A".
               88 FP-PAGTO-PROVISIONADO VALUES "1" "2" "F".
           05 FILLER                  PIC X(49).

       FD PEDIDO-FILE.
       01 PEDIDO-RECORD.
       01 VALORIZACAO-MENSAL-RECORD.
           05 VALORIZACAO-MENSAL-DADOS PIC X(30).

       FD PEDIDO-MOEDA-FILE.
       01 PEDIDO-MOEDA-RECORD.
           05 PEDIDO-MOEDA-DADOS PIC X(40).

       FD VARIACAO-CAMBIAL-FILE.
       01 VARIACAO-CAMBIAL-RECORD.
           05 VARIACAO-CAMBIAL-DADOS PIC X(100).

       FD DEPRECIACAO-FILE.
       01 DEPRECIACAO-RECORD.
           05 DEPRECIACAO-DADOS PIC X(50).

       FD BAIXA-IMOBILIZADO-FILE.
       01 BAIXA-IMOBILIZADO-RECORD.
           05 BAIXA-IMOBILIZADO-DADOS PIC X(100).

       FD DESPESA-FINANCEIRA-FILE.
       01 DESPESA-FINANCEIRA-RECORD.
           05 DESPESA-FINANCEIRA-DADOS PIC X(100).

       FD PROVISAO-FILE.
       01 PROVISAO-RECORD.
           05 PROVISAO-DADOS PIC X(80).

       FD EXPORTACAO-FILE.
       01 EXPORTACAO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FECHAMENTO-LOTE    PIC X EXTERNAL.
       01 WS-FECHAMENTO-COMPETENCIA PIC 9(6) EXTERNAL.
       01 WS-AUX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-VAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXPORTACAO-NOME    PIC X(40).
       01 WS-FOLHA-INSS         PIC 9(11)V99 VALUE 0.
       01 WS-FOLHA-IR           PIC 9(11)V99 VALUE 0.
       01 WS-FOLHA-LIQUIDO      PIC 9(11)V99 VALUE 0.
       01 WS-PRV-DECIMO         PIC 9(11)V99 VALUE 0.
       01 WS-PRV-FERIAS         PIC 9(11)V99 VALUE 0.
       01 WS-PRV-ENCARGOS       PIC 9(11)V99 VALUE 0.
       01 WS-PRV-BAIXAS         PIC 9(11)V99 VALUE 0.
       01 WS-PRV-RESCISAO       PIC 9(11)V99 VALUE 0.
       01 WS-PRV-R-COMP         PIC 9(6).
       01 WS-PRV-R-CODIGO       PIC 9(5).
       01 WS-PRV-R-DEPTO        PIC 9(3).
       01 WS-PRV-R-TIPO         PIC X.
       01 WS-PRV-R-ORIGEM       PIC X.
       01 WS-PRV-R-DECIMO-ALFA  PIC X(11).
       01 WS-PRV-R-DECIMO REDEFINES WS-PRV-R-DECIMO-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-FERIAS-ALFA  PIC X(11).
       01 WS-PRV-R-FERIAS REDEFINES WS-PRV-R-FERIAS-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-FGTS-ALFA    PIC X(11).
       01 WS-PRV-R-FGTS REDEFINES WS-PRV-R-FGTS-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-INSS-ALFA    PIC X(11).
       01 WS-PRV-R-INSS REDEFINES WS-PRV-R-INSS-ALFA
           PIC 9(9)V99.
       01 WS-PED-NUMERO         PIC 9(6).
       01 WS-PED-FORNECEDOR     PIC 9(6).
       01 WS-PED-STATUS         PIC X.
       01 WS-PED-IDX            PIC 9(3) VALUE 0.
       01 WS-PED-TABLE.
           05 WS-PED-MES OCCURS 300 TIMES PIC 9(6).
       01 WS-PED-RECEB-TABLE.
           05 WS-PED-MES-RECEB OCCURS 300 TIMES PIC 9(8).
       01 WS-PED-TAXA-TABLE.
           05 WS-PED-MES-TAXA OCCURS 300 TIMES PIC 9(3)V9(6).
       01 WS-PMO-PEDIDO         PIC 9(6).
       01 WS-PMO-MOEDA          PIC X(3).
       01 WS-CMB-MOEDA          PIC X(3).
       01 WS-CMB-DATA           PIC 9(8).
       01 WS-CMB-TAXA           PIC 9(3)V9(6).
       01 WS-CMB-ACHADO         PIC X.
       01 WS-ITEM-NUMERO        PIC 9(6).
       01 WS-ITEM-PRODUTO       PIC 9(5).
       01 WS-ITEM-QTD-PEDIDA    PIC 9(5).
       01 WS-VAL-TEM-ANTERIOR   PIC X VALUE "N".
       01 WS-VAL-VARIACAO       PIC S9(11)V99 VALUE 0.
       01 WS-VAL-VARIACAO-ED    PIC -9(11).99.
       01 WS-VCB-DATA           PIC 9(8).
       01 WS-VCB-PEDIDO         PIC 9(6).
       01 WS-VCB-SEQ            PIC 9(2).
       01 WS-VCB-MOEDA          PIC X(3).
       01 WS-VCB-VALOR-MOEDA    PIC X(11).
       01 WS-VCB-TAXA-ENTRADA   PIC X(9).
       01 WS-VCB-TAXA-PAGTO     PIC X(9).
       01 WS-VCB-TIPO           PIC X.
       01 WS-VCB-VALOR-ALFA     PIC X(11).
       01 WS-VCB-VALOR-NUM REDEFINES WS-VCB-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-TOTAL-VARIACAO-ATIVA   PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-VARIACAO-PASSIVA PIC 9(11)V99 VALUE 0.
       01 WS-DEP-COMP           PIC 9(6).
       01 WS-DEP-AUX            PIC X(10).
       01 WS-DEP-VALOR-ALFA     PIC X(11).
       01 WS-DEP-VALOR-NUM REDEFINES WS-DEP-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-TOTAL-DEPRECIACAO  PIC 9(11)V99 VALUE 0.
       01 WS-BXI-DATA           PIC 9(8).
       01 WS-BXI-RESULTADO      PIC X.
       01 WS-TOTAL-GANHO-BAIXA  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-PERDA-BAIXA  PIC 9(11)V99 VALUE 0.
       01 WS-DSP-DATA           PIC 9(8).
       01 WS-DSP-TIPO           PIC X(10).
       01 WS-TOTAL-TAXA-CARTAO  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DESCONTO-TIT PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "================================================="
           DISPLAY "        EXPORTACAO CONTABIL MENSAL               "
           DISPLAY "================================================="
           IF WS-FECHAMENTO-LOTE = "S"
               MOVE WS-FECHAMENTO-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
               ACCEPT WS-COMPETENCIA
           END-IF
           MOVE WS-COMPETENCIA(1:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES
           IF WS-COMP-MES = 1
           COMPUTE WS-COMP-ANTERIOR =
               WS-COMP-ANO * 100 + WS-COMP-MES

           PERFORM INICIALIZAR-TOTAIS-EXPORTACAO
           PERFORM APURAR-FOLHA-COMPETENCIA
           PERFORM APURAR-PROVISAO-COMPETENCIA
           PERFORM APURAR-COMPRAS-COMPETENCIA
           PERFORM APURAR-VENDAS-COMPETENCIA
           PERFORM APURAR-VALORIZACAO-COMPETENCIA
           PERFORM APURAR-VARIACAO-CAMBIAL
           PERFORM APURAR-IMOBILIZADO-COMPETENCIA
           PERFORM APURAR-DESPESA-FINANCEIRA
           PERFORM GRAVAR-ARQUIVO-EXPORTACAO

           DISPLAY "Exportacao gravada em " WS-EXPORTACAO-NOME
           GOBACK.

       INICIALIZAR-TOTAIS-EXPORTACAO.
           MOVE 0 TO WS-FOLHA-BRUTO
           MOVE 0 TO WS-FOLHA-INSS
           MOVE 0 TO WS-FOLHA-IR
           MOVE 0 TO WS-FOLHA-LIQUIDO
           MOVE 0 TO WS-PRV-DECIMO
           MOVE 0 TO WS-PRV-FERIAS
           MOVE 0 TO WS-PRV-ENCARGOS
           MOVE 0 TO WS-PRV-BAIXAS
           MOVE 0 TO WS-PRV-RESCISAO
           MOVE 0 TO WS-TOTAL-COMPRAS
           MOVE 0 TO WS-TOTAL-VENDAS
           MOVE 0 TO WS-TOTAL-IMPOSTOS
           MOVE 0 TO WS-TOTAL-MERCADORIAS
           MOVE 0 TO WS-VAL-ATUAL
           MOVE 0 TO WS-VAL-ANTERIOR
           MOVE "N" TO WS-VAL-TEM-ATUAL
           MOVE "N" TO WS-VAL-TEM-ANTERIOR
           MOVE 0 TO WS-VAL-VARIACAO
           MOVE 0 TO WS-TOTAL-VARIACAO-ATIVA
           MOVE 0 TO WS-TOTAL-VARIACAO-PASSIVA
           MOVE 0 TO WS-TOTAL-DEPRECIACAO
           MOVE 0 TO WS-TOTAL-GANHO-BAIXA
           MOVE 0 TO WS-TOTAL-PERDA-BAIXA
           MOVE 0 TO WS-TOTAL-TAXA-CARTAO
           MOVE 0 TO WS-TOTAL-DESCONTO-TIT.

       APURAR-FOLHA-COMPETENCIA.
           OPEN INPUT FOLHA-FILE
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF FP-DATA(1:6) = WS-COMPETENCIA
                       ADD FP-SALARIO-LIQUIDO TO WS-FOLHA-LIQUIDO
                       IF NOT FP-ADIANTAMENTO-QUINZENAL
                           ADD FP-INSS TO WS-FOLHA-INSS
                           ADD FP-IMPOSTO-RENDA TO WS-FOLHA-IR
                       END-IF
                       IF NOT FP-ADIANTAMENTO-QUINZENAL
                           AND NOT FP-PAGTO-PROVISIONADO
                           ADD FP-SALARIO-BRUTO TO WS-FOLHA-BRUTO
                       END-IF
                   END-IF
           END-READ.

       APURAR-PROVISAO-COMPETENCIA.
           OPEN INPUT PROVISAO-FILE
           IF WS-AUX-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-PROVISAO-EXPORTACAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PROVISAO-FILE
           END-IF
           IF WS-PRV-RESCISAO > WS-FOLHA-BRUTO
               MOVE 0 TO WS-FOLHA-BRUTO
           ELSE
               SUBTRACT WS-PRV-RESCISAO FROM WS-FOLHA-BRUTO
           END-IF.

       LER-PROVISAO-EXPORTACAO.
           READ PROVISAO-FILE INTO PROVISAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING PROVISAO-DADOS DELIMITED BY ","
                       INTO WS-PRV-R-COMP WS-PRV-R-CODIGO
                            WS-PRV-R-DEPTO WS-PRV-R-TIPO
                            WS-PRV-R-ORIGEM WS-PRV-R-DECIMO-ALFA
                            WS-PRV-R-FERIAS-ALFA WS-PRV-R-FGTS-ALFA
                            WS-PRV-R-INSS-ALFA
                   IF WS-PRV-R-COMP = WS-COMPETENCIA
                       AND WS-PRV-R-ORIGEM NOT = "S"
                       PERFORM ACUMULAR-PROVISAO-EXPORTACAO
                   END-IF
           END-READ.

       ACUMULAR-PROVISAO-EXPORTACAO.
           IF WS-PRV-R-TIPO = "P"
               ADD WS-PRV-R-DECIMO TO WS-PRV-DECIMO
               ADD WS-PRV-R-FERIAS TO WS-PRV-FERIAS
               ADD WS-PRV-R-FGTS TO WS-PRV-ENCARGOS
               ADD WS-PRV-R-INSS TO WS-PRV-ENCARGOS
           ELSE
               ADD WS-PRV-R-DECIMO TO WS-PRV-BAIXAS
               ADD WS-PRV-R-FERIAS TO WS-PRV-BAIXAS
               ADD WS-PRV-R-FGTS TO WS-PRV-BAIXAS
               ADD WS-PRV-R-INSS TO WS-PRV-BAIXAS
               IF WS-PRV-R-ORIGEM = "R"
                   ADD WS-PRV-R-DECIMO TO WS-PRV-RESCISAO
                   ADD WS-PRV-R-FERIAS TO WS-PRV-RESCISAO
               END-IF
           END-IF.

       APURAR-COMPRAS-COMPETENCIA.
           MOVE 0 TO WS-PED-COUNT
           MOVE "N" TO WS-END-OF-FILE
           PERFORM LER-PEDIDO-EXPORTACAO UNTIL WS-END-OF-FILE = "Y"
           CLOSE PEDIDO-FILE

           OPEN INPUT PEDIDO-MOEDA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-MOEDA-PEDIDO-EXPORTACAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PEDIDO-MOEDA-FILE
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PEDIDO-ITEM-FILE
           PERFORM LER-ITEM-PEDIDO-EXPORTACAO
                       ADD 1 TO WS-PED-COUNT
                       MOVE WS-PED-NUMERO
                           TO WS-PED-MES(WS-PED-COUNT)
                       MOVE WS-PED-RECEBIMENTO
                           TO WS-PED-MES-RECEB(WS-PED-COUNT)
                       MOVE 1 TO WS-PED-MES-TAXA(WS-PED-COUNT)
                   END-IF
           END-READ.

       LER-MOEDA-PEDIDO-EXPORTACAO.
           READ PEDIDO-MOEDA-FILE INTO PEDIDO-MOEDA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING PEDIDO-MOEDA-DADOS DELIMITED BY ","
                       INTO WS-PMO-PEDIDO WS-PMO-MOEDA
                   MOVE WS-PMO-PEDIDO TO WS-ITEM-NUMERO
                   PERFORM LOCALIZAR-PEDIDO-MES
                   IF WS-PED-IDX <= WS-PED-COUNT
                       MOVE WS-PMO-MOEDA TO WS-CMB-MOEDA
                       MOVE WS-PED-MES-RECEB(WS-PED-IDX)
                           TO WS-CMB-DATA
                       CALL 'obterTaxaCambio' USING WS-CMB-MOEDA
                           WS-CMB-DATA WS-CMB-TAXA WS-CMB-ACHADO
                       IF WS-CMB-ACHADO = "Y"
                           MOVE WS-CMB-TAXA
                               TO WS-PED-MES-TAXA(WS-PED-IDX)
                       END-IF
                   END-IF
           END-READ.

                            WS-ITEM-PRECO-ALFA
                   PERFORM LOCALIZAR-PEDIDO-MES
                   IF WS-PED-IDX <= WS-PED-COUNT
                       COMPUTE WS-TOTAL-COMPRAS ROUNDED =
                           WS-TOTAL-COMPRAS
                           + WS-ITEM-QTD-RECEBIDA
                           * WS-ITEM-PRECO-NUM
                           * WS-PED-MES-TAXA(WS-PED-IDX)
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       APURAR-VARIACAO-CAMBIAL.
           OPEN INPUT VARIACAO-CAMBIAL-FILE
           IF WS-AUX-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-VARIACAO-EXPORTACAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE VARIACAO-CAMBIAL-FILE
           END-IF.

       LER-VARIACAO-EXPORTACAO.
           READ VARIACAO-CAMBIAL-FILE INTO VARIACAO-CAMBIAL-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING VARIACAO-CAMBIAL-DADOS DELIMITED BY ","
                       INTO WS-VCB-DATA WS-VCB-PEDIDO WS-VCB-SEQ
                            WS-VCB-MOEDA WS-VCB-VALOR-MOEDA
                            WS-VCB-TAXA-ENTRADA WS-VCB-TAXA-PAGTO
                            WS-VCB-TIPO WS-VCB-VALOR-ALFA
                   IF WS-VCB-DATA(1:6) = WS-COMPETENCIA
                       AND WS-VCB-VALOR-ALFA IS NUMERIC
                       IF WS-VCB-TIPO = "G"
                           ADD WS-VCB-VALOR-NUM
                               TO WS-TOTAL-VARIACAO-ATIVA
                       ELSE
                           ADD WS-VCB-VALOR-NUM
                               TO WS-TOTAL-VARIACAO-PASSIVA
                       END-IF
                   END-IF
           END-READ.

       APURAR-IMOBILIZADO-COMPETENCIA.
           OPEN INPUT DEPRECIACAO-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-DEPRECIACAO-EXPORTACAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE DEPRECIACAO-FILE
           END-IF
           OPEN INPUT BAIXA-IMOBILIZADO-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-BAIXA-BEM-EXPORTACAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE BAIXA-IMOBILIZADO-FILE
           END-IF.

       LER-DEPRECIACAO-EXPORTACAO.
           READ DEPRECIACAO-FILE INTO DEPRECIACAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DEP-VALOR-ALFA
                   UNSTRING DEPRECIACAO-DADOS DELIMITED BY ","
                       INTO WS-DEP-COMP WS-DEP-AUX WS-DEP-AUX
                            WS-DEP-AUX WS-DEP-VALOR-ALFA
                   IF WS-DEP-COMP = WS-COMPETENCIA
                       AND WS-DEP-VALOR-ALFA IS NUMERIC
                       ADD WS-DEP-VALOR-NUM TO WS-TOTAL-DEPRECIACAO
                   END-IF
           END-READ.

       LER-BAIXA-BEM-EXPORTACAO.
           READ BAIXA-IMOBILIZADO-FILE INTO BAIXA-IMOBILIZADO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DEP-VALOR-ALFA
                   UNSTRING BAIXA-IMOBILIZADO-DADOS DELIMITED BY ","
                       INTO WS-BXI-DATA WS-DEP-AUX WS-DEP-AUX
                            WS-DEP-AUX WS-DEP-AUX WS-DEP-AUX
                            WS-DEP-AUX WS-BXI-RESULTADO
                            WS-DEP-VALOR-ALFA
                   IF WS-BXI-DATA(1:6) = WS-COMPETENCIA
                       AND WS-DEP-VALOR-ALFA IS NUMERIC
                       IF WS-BXI-RESULTADO = "G"
                           ADD WS-DEP-VALOR-NUM
                               TO WS-TOTAL-GANHO-BAIXA
                       ELSE
                           ADD WS-DEP-VALOR-NUM
                               TO WS-TOTAL-PERDA-BAIXA
                       END-IF
                   END-IF
           END-READ.

       APURAR-DESPESA-FINANCEIRA.
           OPEN INPUT DESPESA-FINANCEIRA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-DESPESA-FINANCEIRA
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE DESPESA-FINANCEIRA-FILE
           END-IF.

       LER-DESPESA-FINANCEIRA.
           READ DESPESA-FINANCEIRA-FILE INTO DESPESA-FINANCEIRA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-DEP-VALOR-ALFA
                   UNSTRING DESPESA-FINANCEIRA-DADOS DELIMITED BY ","
                       INTO WS-DSP-DATA WS-DSP-TIPO WS-DEP-AUX
                            WS-DEP-VALOR-ALFA
                   IF WS-DSP-DATA(1:6) = WS-COMPETENCIA
                       AND WS-DEP-VALOR-ALFA IS NUMERIC
                       IF WS-DSP-TIPO = "TAXACARTAO"
                           ADD WS-DEP-VALOR-NUM
                               TO WS-TOTAL-TAXA-CARTAO
                       ELSE
                           ADD WS-DEP-VALOR-NUM
                               TO WS-TOTAL-DESCONTO-TIT
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-ARQUIVO-EXPORTACAO.
           MOVE SPACES TO WS-EXPORTACAO-NOME
           STRING "exportacaoContabil_" DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "PROVISAO-13;" DELIMITED BY SIZE
                  WS-PRV-DECIMO DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "PROVISAO-FERIAS;" DELIMITED BY SIZE
                  WS-PRV-FERIAS DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "PROVISAO-ENCARGOS;" DELIMITED BY SIZE
                  WS-PRV-ENCARGOS DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "PROVISAO-BAIXA;" DELIMITED BY SIZE
                  WS-PRV-BAIXAS DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "COMPRAS-RECEBIDAS;" DELIMITED BY SIZE
                  WS-TOTAL-COMPRAS DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           STRING "ESTOQUE-VARIACAO;" DELIMITED BY SIZE
                  WS-VAL-VARIACAO-ED DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "VARIACAO-CAMBIAL-ATIVA;" DELIMITED BY SIZE
                  WS-TOTAL-VARIACAO-ATIVA DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "VARIACAO-CAMBIAL-PASSIVA;" DELIMITED BY SIZE
                  WS-TOTAL-VARIACAO-PASSIVA DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "DEPRECIACAO-IMOBILIZADO;" DELIMITED BY SIZE
                  WS-TOTAL-DEPRECIACAO DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "IMOBILIZADO-GANHO-BAIXA;" DELIMITED BY SIZE
                  WS-TOTAL-GANHO-BAIXA DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "IMOBILIZADO-PERDA-BAIXA;" DELIMITED BY SIZE
                  WS-TOTAL-PERDA-BAIXA DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "DESPESA-TAXA-CARTAO;" DELIMITED BY SIZE
                  WS-TOTAL-TAXA-CARTAO DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA
           MOVE SPACES TO EXPORTACAO-LINHA
           STRING "DESPESA-DESCONTO-TITULOS;" DELIMITED BY SIZE
                  WS-TOTAL-DESCONTO-TIT DELIMITED BY SIZE
               INTO EXPORTACAO-LINHA
           WRITE EXPORTACAO-LINHA.

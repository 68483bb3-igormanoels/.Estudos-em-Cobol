       IDENTIFICATION DIVISION.
       PROGRAM-ID. encerramentoExercicio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCICIO-FILE ASSIGN TO
               "dadosExercicioEncerrado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXE-FILE-STATUS.
           SELECT PERIODO-FECHADO-FILE ASSIGN TO
               "dadosPeriodoFechado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT FOLHA-FILE ASSIGN TO "dadosFolhaPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-NUMERO-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PEDIDO-ITEM-FILE ASSIGN TO "dadosPedidoItem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-PED-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PEDIDO-MOEDA-FILE ASSIGN TO "dadosPedidoMoeda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT VENDA-FILE ASSIGN TO "dadosVenda.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDA-NOTA-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT VENDA-ITEM-FILE ASSIGN TO "dadosVendaItem.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITEM-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT VALORIZACAO-MENSAL-FILE ASSIGN TO
               "dadosValorizacaoMensal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PROVISAO-FILE ASSIGN TO "dadosProvisao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT PROVISAO-ARQ-FILE ASSIGN TO WS-ENC-PRV-ARQ-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEQUENCIA-FILE ASSIGN TO "dadosSequencia.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT RESUMO-FILE ASSIGN TO WS-ENC-RESUMO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXERCICIO-FILE.
       01 EXERCICIO-RECORD.
           05 EXERCICIO-DADOS PIC X(40).
       01 EXERCICIO-RECORD-CAMPOS REDEFINES EXERCICIO-RECORD.
           05 EXE-ANO              PIC 9(4).
           05 EXE-LOGIN            PIC X(10).
           05 EXE-DATA             PIC 9(8).
           05 EXE-HORA             PIC 9(6).
           05 FILLER               PIC X(12).

       FD PERIODO-FECHADO-FILE.
       01 PERIODO-FECHADO-RECORD.
           05 PERIODO-FECHADO-DADOS PIC X(10).

       FD FOLHA-FILE.
       01 FOLHA-RECORD.
           05 FOLHA-DADOS PIC X(150).
       01 FOLHA-RECORD-CAMPOS REDEFINES FOLHA-RECORD.
           05 FP-CODIGO               PIC 9(5).
           05 FP-NOME                 PIC X(30).
           05 FP-DATA                 PIC 9(8).
           05 FP-SALARIO-BRUTO        PIC 9(9)V99.
           05 FP-INSS                 PIC 9(9)V99.
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
           05 PEDIDO-DADOS PIC X(100).
       01 PEDIDO-RECORD-CHAVE REDEFINES PEDIDO-RECORD.
           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD PEDIDO-ITEM-FILE.
       01 PEDIDO-ITEM-RECORD.
           05 PEDIDO-ITEM-DADOS PIC X(100).
       01 PEDIDO-ITEM-RECORD-CHAVE REDEFINES PEDIDO-ITEM-RECORD.
           05 ITEM-PED-CHAVE.
               10 ITEM-PED-NUMERO-CHAVE  PIC 9(6).
               10 FILLER                 PIC X.
               10 ITEM-PED-PRODUTO-CHAVE PIC 9(5).
           05 FILLER PIC X(88).

       FD PEDIDO-MOEDA-FILE.
       01 PEDIDO-MOEDA-RECORD.
           05 PEDIDO-MOEDA-DADOS PIC X(40).

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
           05 FILLER                  PIC X(80).

       FD VENDA-ITEM-FILE.
       01 VENDA-ITEM-RECORD.
           05 VENDA-ITEM-DADOS PIC X(100).
       01 VENDA-ITEM-RECORD-CHAVE REDEFINES VENDA-ITEM-RECORD.
           05 ITEM-CHAVE.
               10 ITEM-NOTA-CHAVE      PIC 9(6).
               10 FILLER               PIC X.
               10 ITEM-PRODUTO-CHAVE   PIC 9(5).
           05 FILLER PIC X(88).

       FD VALORIZACAO-MENSAL-FILE.
       01 VALORIZACAO-MENSAL-RECORD.
           05 VALORIZACAO-MENSAL-DADOS PIC X(30).

       FD PROVISAO-FILE.
       01 PROVISAO-RECORD.
           05 PROVISAO-DADOS PIC X(80).

       FD PROVISAO-ARQ-FILE.
       01 PROVISAO-ARQ-LINHA PIC X(80).

       FD SEQUENCIA-FILE.
       01 SEQUENCIA-RECORD.
           05 SEQUENCIA-DADOS PIC X(40).

       FD RESUMO-FILE.
       01 RESUMO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-USUARIO-ADMIN      PIC X EXTERNAL VALUE "N".
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-ENCERRAMENTO-LOTE  PIC X EXTERNAL.
       01 WS-ENCERRAMENTO-ANO   PIC 9(4) EXTERNAL.
       01 WS-EXE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AUX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PRV-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SEQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-END-OF-FILE        PIC X VALUE "N".
       01 WS-ENC-ANO            PIC 9(4) VALUE 0.
       01 WS-ENC-MES            PIC 9(2) VALUE 0.
       01 WS-ENC-CONFIRMA       PIC X.
       01 WS-ENC-OK             PIC X VALUE "Y".
       01 WS-ENC-HOJE           PIC 9(8).
       01 WS-ENC-HORARIO        PIC 9(8).
       01 WS-ENC-LISTADOS       PIC 9(4) VALUE 0.
       01 WS-ENC-RESUMO-NOME    PIC X(40).
       01 WS-ENC-PRV-ARQ-NOME   PIC X(40).
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-PER-LIDO           PIC 9(6).
       01 WS-ENC-MESES-FECHADOS.
           05 WS-ENC-MES-FECHADO OCCURS 12 TIMES PIC X.
       01 WS-ENC-MESES-ABERTOS  PIC 9(2) VALUE 0.
       01 WS-ENC-MENSAL.
           05 WS-ENC-MENSAL-ITEM OCCURS 12 TIMES.
               10 WS-ENC-M-VENDAS    PIC 9(11)V99.
               10 WS-ENC-M-IMPOSTOS  PIC 9(11)V99.
               10 WS-ENC-M-COMPRAS   PIC 9(11)V99.
               10 WS-ENC-M-BRUTO     PIC 9(11)V99.
               10 WS-ENC-M-INSS      PIC 9(11)V99.
               10 WS-ENC-M-IR        PIC 9(11)V99.
               10 WS-ENC-M-LIQUIDO   PIC 9(11)V99.
       01 WS-ENC-TOTAIS.
           05 WS-ENC-T-VENDAS       PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-IMPOSTOS     PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-COMPRAS      PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-BRUTO        PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-INSS         PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-IR           PIC 9(11)V99 VALUE 0.
           05 WS-ENC-T-LIQUIDO      PIC 9(11)V99 VALUE 0.
       01 WS-ENC-ESTOQUE-DEZ    PIC 9(11)V99 VALUE 0.
       01 WS-ENC-TEM-ESTOQUE    PIC X VALUE "N".
       01 WS-ENC-VALOR-ED       PIC Z(10)9.99.
       01 WS-ENC-VALOR-ED2      PIC Z(10)9.99.
       01 WS-ENC-VALOR-ED3      PIC Z(10)9.99.
       01 WS-ENC-NOTA-COUNT     PIC 9(4) VALUE 0.
       01 WS-ENC-NOTA-IDX       PIC 9(4) VALUE 0.
       01 WS-ENC-NOTA-TABLE.
           05 WS-ENC-NOTA OCCURS 3000 TIMES.
               10 WS-ENC-NOTA-NUMERO PIC 9(6).
               10 WS-ENC-NOTA-MES    PIC 9(2).
       01 WS-ENC-PED-COUNT      PIC 9(4) VALUE 0.
       01 WS-ENC-PED-IDX        PIC 9(4) VALUE 0.
       01 WS-ENC-PED-TABLE.
           05 WS-ENC-PED OCCURS 2000 TIMES.
               10 WS-ENC-PED-NUMERO  PIC 9(6).
               10 WS-ENC-PED-RECEB   PIC 9(8).
               10 WS-ENC-PED-TAXA    PIC 9(3)V9(6).
       01 WS-PED-NUMERO         PIC 9(6).
       01 WS-PED-FORNECEDOR     PIC 9(6).
       01 WS-PED-STATUS         PIC X.
       01 WS-PED-DATA           PIC 9(8).
       01 WS-PED-RECEBIMENTO    PIC 9(8).
       01 WS-PMO-PEDIDO         PIC 9(6).
       01 WS-PMO-MOEDA          PIC X(3).
       01 WS-CMB-MOEDA          PIC X(3).
       01 WS-CMB-DATA           PIC 9(8).
       01 WS-CMB-TAXA           PIC 9(3)V9(6).
       01 WS-CMB-ACHADO         PIC X.
       01 WS-ITEM-NUMERO        PIC 9(6).
       01 WS-ITEM-PRODUTO       PIC 9(5).
       01 WS-ITEM-QTD-PEDIDA    PIC 9(5).
       01 WS-ITEM-QTD-RECEBIDA  PIC 9(5).
       01 WS-ITEM-PRECO-ALFA    PIC X(09).
       01 WS-ITEM-PRECO-NUM REDEFINES WS-ITEM-PRECO-ALFA
           PIC 9(7)V99.
       01 WS-ITEM-PROMO-LIDO    PIC X.
       01 WS-ITEM-IMP-ALFA      PIC X(09).
       01 WS-ITEM-IMP-NUM REDEFINES WS-ITEM-IMP-ALFA
           PIC 9(7)V99.
       01 WS-VAL-COMP           PIC 9(6).
       01 WS-VAL-VALOR-ALFA     PIC X(13).
       01 WS-VAL-VALOR-NUM REDEFINES WS-VAL-VALOR-ALFA
           PIC 9(11)V99.
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
       01 WS-ENC-LIMITE-COMP    PIC 9(6).
       01 WS-ENC-PRV-COUNT      PIC 9(4) VALUE 0.
       01 WS-ENC-PRV-IDX        PIC 9(4) VALUE 0.
       01 WS-ENC-PRV-TABLE.
           05 WS-ENC-PRV OCCURS 1000 TIMES.
               10 WS-ENC-PRV-CODIGO  PIC 9(5).
               10 WS-ENC-PRV-DEPTO   PIC 9(3).
               10 WS-ENC-PRV-DECIMO  PIC S9(9)V99.
               10 WS-ENC-PRV-FERIAS  PIC S9(9)V99.
               10 WS-ENC-PRV-FGTS    PIC S9(9)V99.
               10 WS-ENC-PRV-INSS    PIC S9(9)V99.
       01 WS-ENC-MANTIDA-COUNT  PIC 9(4) VALUE 0.
       01 WS-ENC-MANTIDA-IDX    PIC 9(4) VALUE 0.
       01 WS-ENC-MANTIDA-TABLE.
           05 WS-ENC-MANTIDA OCCURS 2000 TIMES PIC X(80).
       01 WS-ENC-ARQUIVADAS     PIC 9(5) VALUE 0.
       01 WS-ENC-SALDOS         PIC 9(5) VALUE 0.
       01 WS-ENC-SALDO-TIPO     PIC X.
       01 WS-ENC-SALDO-DECIMO   PIC 9(9)V99.
       01 WS-ENC-SALDO-FERIAS   PIC 9(9)V99.
       01 WS-ENC-SALDO-FGTS     PIC 9(9)V99.
       01 WS-ENC-SALDO-INSS     PIC 9(9)V99.
       01 WS-SEQ-TIPO           PIC X.
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-PROXIMO        PIC 9(6).
       01 WS-SEQ-COUNT          PIC 9(3) VALUE 0.
       01 WS-SEQ-IDX            PIC 9(3) VALUE 0.
       01 WS-SEQ-TABLE.
           05 WS-SEQ-LINHA OCCURS 100 TIMES PIC X(40).
       01 WS-SEQ-ANUAL-COUNT    PIC 9(3) VALUE 0.
       01 WS-SEQ-ANUAL-IDX      PIC 9(3) VALUE 0.
       01 WS-SEQ-ANUAL-TABLE.
           05 WS-SEQ-ANUAL OCCURS 100 TIMES PIC X(10).
       01 WS-SEQ-REINICIADAS    PIC 9(3) VALUE 0.
       01 WS-SEQ-MARCADA        PIC X.
       01 WS-SEQ-ENTRADA        PIC X(10).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE "N" TO WS-ENCERRAMENTO-LOTE
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM EXECUTAR-ENCERRAMENTO
                   WHEN 2
                       PERFORM SERIES-REINICIO-ANUAL
                   WHEN 3
                       PERFORM LISTAR-EXERCICIOS-ENCERRADOS
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
               PERFORM TELA-PRINCIPAL
           END-PERFORM
           GOBACK.

       TELA-PRINCIPAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "         ENCERRAMENTO DE EXERCICIO               "
           DISPLAY "================================================="
           DISPLAY "1 - Executar Encerramento do Exercicio"
           DISPLAY "2 - Series com Reinicio Anual de Numeracao"
           DISPLAY "3 - Exercicios Encerrados"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       EXECUTAR-ENCERRAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       EXECUTAR ENCERRAMENTO DO EXERCICIO        "
           DISPLAY "================================================="
           MOVE "Y" TO WS-ENC-OK
           IF WS-USUARIO-ADMIN NOT = "Y"
               DISPLAY "Acesso negado: encerramento restrito ao "
                   "administrador."
               MOVE "N" TO WS-ENC-OK
           ELSE
               DISPLAY "Exercicio a encerrar (AAAA): "
                   WITH NO ADVANCING
               ACCEPT WS-ENC-ANO
               COMPUTE WS-EXE-DATA = WS-ENC-ANO * 10000 + 1231
               CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
                   WS-EXE-ENCERRADO
               IF WS-ENC-ANO = 0
                   DISPLAY "Exercicio invalido."
                   MOVE "N" TO WS-ENC-OK
               ELSE
               IF WS-EXE-ENCERRADO = "Y"
                   DISPLAY "Exercicio " WS-ENC-ANO " ja encerrado."
                   MOVE "N" TO WS-ENC-OK
               END-IF
               END-IF
           END-IF
           IF WS-ENC-OK = "Y"
               PERFORM CONFERIR-MESES-FECHADOS
               IF WS-ENC-MESES-ABERTOS > 0
                   DISPLAY WS-ENC-MESES-ABERTOS " competencia(s) do "
                       "exercicio sem fechamento do kardex; "
                       "encerramento recusado."
                   MOVE "N" TO WS-ENC-OK
               ELSE
                   DISPLAY "As doze competencias de " WS-ENC-ANO
                       " estao fechadas."
               END-IF
           END-IF
           IF WS-ENC-OK = "Y"
               DISPLAY "O encerramento arquiva os movimentos do "
                   "exercicio e bloqueia novos lancamentos."
               DISPLAY "Confirmar o encerramento de " WS-ENC-ANO
                   "? (S/N): " WITH NO ADVANCING
               ACCEPT WS-ENC-CONFIRMA
               IF WS-ENC-CONFIRMA NOT = "S"
                   AND WS-ENC-CONFIRMA NOT = "s"
                   DISPLAY "Encerramento abandonado."
                   MOVE "N" TO WS-ENC-OK
               END-IF
           END-IF
           IF WS-ENC-OK = "Y"
               PERFORM GERAR-RESUMO-ANUAL
               PERFORM GERAR-INFORMES-RENDIMENTOS
               PERFORM TRANSPORTAR-PROVISAO
               PERFORM REINICIAR-SERIES-ANUAIS
               PERFORM ARQUIVAR-MOVIMENTOS-EXERCICIO
               PERFORM GRAVAR-EXERCICIO-ENCERRADO
               DISPLAY "Exercicio " WS-ENC-ANO " encerrado. "
                   "Lancamentos datados no exercicio estao "
                   "bloqueados."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       CONFERIR-MESES-FECHADOS.
           MOVE ALL "N" TO WS-ENC-MESES-FECHADOS
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PERIODO-FECHADO-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-PERIODO-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PERIODO-FECHADO-FILE
           END-IF
           MOVE 0 TO WS-ENC-MESES-ABERTOS
           PERFORM CONFERIR-UM-MES
               VARYING WS-ENC-MES FROM 1 BY 1
               UNTIL WS-ENC-MES > 12.

       LER-PERIODO-EXERCICIO.
           READ PERIODO-FECHADO-FILE INTO PERIODO-FECHADO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF PERIODO-FECHADO-DADOS(1:6) IS NUMERIC
                       MOVE PERIODO-FECHADO-DADOS(1:6) TO WS-PER-LIDO
                       IF WS-PER-LIDO(1:4) = WS-ENC-ANO
                           AND WS-PER-LIDO(5:2) >= "01"
                           AND WS-PER-LIDO(5:2) <= "12"
                           MOVE WS-PER-LIDO(5:2) TO WS-ENC-MES
                           MOVE "S" TO WS-ENC-MES-FECHADO(WS-ENC-MES)
                       END-IF
                   END-IF
           END-READ.

       CONFERIR-UM-MES.
           IF WS-ENC-MES-FECHADO(WS-ENC-MES) NOT = "S"
               ADD 1 TO WS-ENC-MESES-ABERTOS
               DISPLAY "  Competencia " WS-ENC-ANO WS-ENC-MES
                   " nao fechada."
           END-IF.

       GERAR-RESUMO-ANUAL.
           DISPLAY "Apurando resumos anuais..."
           INITIALIZE WS-ENC-MENSAL
           INITIALIZE WS-ENC-TOTAIS
           PERFORM APURAR-VENDAS-EXERCICIO
           PERFORM APURAR-COMPRAS-EXERCICIO
           PERFORM APURAR-FOLHA-EXERCICIO
           PERFORM APURAR-ESTOQUE-DEZEMBRO
           PERFORM SOMAR-TOTAL-MES
               VARYING WS-ENC-MES FROM 1 BY 1
               UNTIL WS-ENC-MES > 12
           PERFORM GRAVAR-RESUMO-ANUAL.

       APURAR-VENDAS-EXERCICIO.
           MOVE 0 TO WS-ENC-NOTA-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VENDA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-VENDA-EXERCICIO UNTIL WS-END-OF-FILE = "Y"
               CLOSE VENDA-FILE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VENDA-ITEM-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-ITEM-VENDA-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE VENDA-ITEM-FILE
           END-IF.

       LER-VENDA-EXERCICIO.
           READ VENDA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF VD-DATA-VENDA(1:4) = WS-ENC-ANO
                       AND NOT VD-CANCELADA
                       AND WS-ENC-NOTA-COUNT < 3000
                       ADD 1 TO WS-ENC-NOTA-COUNT
                       MOVE VD-NUMERO-NOTA
                           TO WS-ENC-NOTA-NUMERO(WS-ENC-NOTA-COUNT)
                       MOVE VD-DATA-VENDA(5:2)
                           TO WS-ENC-NOTA-MES(WS-ENC-NOTA-COUNT)
                   END-IF
           END-READ.

       LER-ITEM-VENDA-EXERCICIO.
           READ VENDA-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-ITEM-IMP-ALFA
                   UNSTRING VENDA-ITEM-DADOS DELIMITED BY ","
                       INTO WS-ITEM-NUMERO WS-ITEM-PRODUTO
                            WS-ITEM-QTD-PEDIDA WS-ITEM-PRECO-ALFA
                            WS-ITEM-PROMO-LIDO WS-ITEM-IMP-ALFA
                   IF WS-ITEM-PRECO-ALFA IS NOT NUMERIC
                       MOVE "000000000" TO WS-ITEM-PRECO-ALFA
                   END-IF
                   IF WS-ITEM-IMP-ALFA IS NOT NUMERIC
                       MOVE "000000000" TO WS-ITEM-IMP-ALFA
                   END-IF
                   PERFORM LOCALIZAR-NOTA-EXERCICIO
                   IF WS-ENC-NOTA-IDX <= WS-ENC-NOTA-COUNT
                       MOVE WS-ENC-NOTA-MES(WS-ENC-NOTA-IDX)
                           TO WS-ENC-MES
                       COMPUTE WS-ENC-M-VENDAS(WS-ENC-MES) =
                           WS-ENC-M-VENDAS(WS-ENC-MES)
                           + WS-ITEM-QTD-PEDIDA * WS-ITEM-PRECO-NUM
                       ADD WS-ITEM-IMP-NUM
                           TO WS-ENC-M-IMPOSTOS(WS-ENC-MES)
                   END-IF
           END-READ.

       LOCALIZAR-NOTA-EXERCICIO.
           PERFORM PROCURAR-NOTA-EXERCICIO
               VARYING WS-ENC-NOTA-IDX FROM 1 BY 1
               UNTIL WS-ENC-NOTA-IDX > WS-ENC-NOTA-COUNT
                   OR WS-ENC-NOTA-NUMERO(WS-ENC-NOTA-IDX)
                       = WS-ITEM-NUMERO.

       PROCURAR-NOTA-EXERCICIO.
           CONTINUE.

       APURAR-COMPRAS-EXERCICIO.
           MOVE 0 TO WS-ENC-PED-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PEDIDO-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-PEDIDO-EXERCICIO UNTIL WS-END-OF-FILE = "Y"
               CLOSE PEDIDO-FILE
           END-IF
           OPEN INPUT PEDIDO-MOEDA-FILE
           IF WS-AUX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM LER-MOEDA-PEDIDO-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PEDIDO-MOEDA-FILE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PEDIDO-ITEM-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-ITEM-PEDIDO-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PEDIDO-ITEM-FILE
           END-IF.

       LER-PEDIDO-EXERCICIO.
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE 0 TO WS-PED-RECEBIMENTO
                   UNSTRING PEDIDO-DADOS DELIMITED BY ","
                       INTO WS-PED-NUMERO WS-PED-FORNECEDOR
                            WS-PED-STATUS WS-PED-DATA
                            WS-PED-RECEBIMENTO
                   IF WS-PED-RECEBIMENTO(1:4) = WS-ENC-ANO
                       AND WS-ENC-PED-COUNT < 2000
                       ADD 1 TO WS-ENC-PED-COUNT
                       MOVE WS-PED-NUMERO
                           TO WS-ENC-PED-NUMERO(WS-ENC-PED-COUNT)
                       MOVE WS-PED-RECEBIMENTO
                           TO WS-ENC-PED-RECEB(WS-ENC-PED-COUNT)
                       MOVE 1 TO WS-ENC-PED-TAXA(WS-ENC-PED-COUNT)
                   END-IF
           END-READ.

       LER-MOEDA-PEDIDO-EXERCICIO.
           READ PEDIDO-MOEDA-FILE INTO PEDIDO-MOEDA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING PEDIDO-MOEDA-DADOS DELIMITED BY ","
                       INTO WS-PMO-PEDIDO WS-PMO-MOEDA
                   MOVE WS-PMO-PEDIDO TO WS-ITEM-NUMERO
                   PERFORM LOCALIZAR-PEDIDO-EXERCICIO
                   IF WS-ENC-PED-IDX <= WS-ENC-PED-COUNT
                       MOVE WS-PMO-MOEDA TO WS-CMB-MOEDA
                       MOVE WS-ENC-PED-RECEB(WS-ENC-PED-IDX)
                           TO WS-CMB-DATA
                       CALL 'obterTaxaCambio' USING WS-CMB-MOEDA
                           WS-CMB-DATA WS-CMB-TAXA WS-CMB-ACHADO
                       IF WS-CMB-ACHADO = "Y"
                           MOVE WS-CMB-TAXA
                               TO WS-ENC-PED-TAXA(WS-ENC-PED-IDX)
                       END-IF
                   END-IF
           END-READ.

       LER-ITEM-PEDIDO-EXERCICIO.
           READ PEDIDO-ITEM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING PEDIDO-ITEM-DADOS DELIMITED BY ","
                       INTO WS-ITEM-NUMERO WS-ITEM-PRODUTO
                            WS-ITEM-QTD-PEDIDA WS-ITEM-QTD-RECEBIDA
                            WS-ITEM-PRECO-ALFA
                   IF WS-ITEM-PRECO-ALFA IS NOT NUMERIC
                       MOVE "000000000" TO WS-ITEM-PRECO-ALFA
                   END-IF
                   PERFORM LOCALIZAR-PEDIDO-EXERCICIO
                   IF WS-ENC-PED-IDX <= WS-ENC-PED-COUNT
                       MOVE WS-ENC-PED-RECEB(WS-ENC-PED-IDX)(5:2)
                           TO WS-ENC-MES
                       COMPUTE WS-ENC-M-COMPRAS(WS-ENC-MES) ROUNDED =
                           WS-ENC-M-COMPRAS(WS-ENC-MES)
                           + WS-ITEM-QTD-RECEBIDA
                           * WS-ITEM-PRECO-NUM
                           * WS-ENC-PED-TAXA(WS-ENC-PED-IDX)
                   END-IF
           END-READ.

       LOCALIZAR-PEDIDO-EXERCICIO.
           PERFORM PROCURAR-PEDIDO-EXERCICIO
               VARYING WS-ENC-PED-IDX FROM 1 BY 1
               UNTIL WS-ENC-PED-IDX > WS-ENC-PED-COUNT
                   OR WS-ENC-PED-NUMERO(WS-ENC-PED-IDX)
                       = WS-ITEM-NUMERO.

       PROCURAR-PEDIDO-EXERCICIO.
           CONTINUE.

       APURAR-FOLHA-EXERCICIO.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT FOLHA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-FOLHA-EXERCICIO UNTIL WS-END-OF-FILE = "Y"
               CLOSE FOLHA-FILE
           END-IF.

       LER-FOLHA-EXERCICIO.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF FP-DATA(1:4) = WS-ENC-ANO
                       MOVE FP-DATA(5:2) TO WS-ENC-MES
                       ADD FP-SALARIO-LIQUIDO
                           TO WS-ENC-M-LIQUIDO(WS-ENC-MES)
                       IF NOT FP-ADIANTAMENTO-QUINZENAL
                           ADD FP-INSS TO WS-ENC-M-INSS(WS-ENC-MES)
                           ADD FP-IMPOSTO-RENDA
                               TO WS-ENC-M-IR(WS-ENC-MES)
                       END-IF
                       IF NOT FP-ADIANTAMENTO-QUINZENAL
                           AND NOT FP-PAGTO-PROVISIONADO
                           ADD FP-SALARIO-BRUTO
                               TO WS-ENC-M-BRUTO(WS-ENC-MES)
                       END-IF
                   END-IF
           END-READ.

       APURAR-ESTOQUE-DEZEMBRO.
           MOVE 0 TO WS-ENC-ESTOQUE-DEZ
           MOVE "N" TO WS-ENC-TEM-ESTOQUE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT VALORIZACAO-MENSAL-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-VALORIZACAO-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE VALORIZACAO-MENSAL-FILE
           END-IF.

       LER-VALORIZACAO-EXERCICIO.
           READ VALORIZACAO-MENSAL-FILE INTO VALORIZACAO-MENSAL-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   UNSTRING VALORIZACAO-MENSAL-DADOS DELIMITED BY ","
                       INTO WS-VAL-COMP WS-VAL-VALOR-ALFA
                   IF WS-VAL-COMP(1:4) = WS-ENC-ANO
                       AND WS-VAL-COMP(5:2) = "12"
                       AND WS-VAL-VALOR-ALFA IS NUMERIC
                       MOVE WS-VAL-VALOR-NUM TO WS-ENC-ESTOQUE-DEZ
                       MOVE "Y" TO WS-ENC-TEM-ESTOQUE
                   END-IF
           END-READ.

       SOMAR-TOTAL-MES.
           ADD WS-ENC-M-VENDAS(WS-ENC-MES) TO WS-ENC-T-VENDAS
           ADD WS-ENC-M-IMPOSTOS(WS-ENC-MES) TO WS-ENC-T-IMPOSTOS
           ADD WS-ENC-M-COMPRAS(WS-ENC-MES) TO WS-ENC-T-COMPRAS
           ADD WS-ENC-M-BRUTO(WS-ENC-MES) TO WS-ENC-T-BRUTO
           ADD WS-ENC-M-INSS(WS-ENC-MES) TO WS-ENC-T-INSS
           ADD WS-ENC-M-IR(WS-ENC-MES) TO WS-ENC-T-IR
           ADD WS-ENC-M-LIQUIDO(WS-ENC-MES) TO WS-ENC-T-LIQUIDO.

       GRAVAR-RESUMO-ANUAL.
           MOVE SPACES TO WS-ENC-RESUMO-NOME
           STRING "resumoExercicio_" DELIMITED BY SIZE
                  WS-ENC-ANO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ENC-RESUMO-NOME
           OPEN OUTPUT RESUMO-FILE
           MOVE SPACES TO RESUMO-LINHA
           STRING "RESUMO ANUAL DO EXERCICIO " DELIMITED BY SIZE
                  WS-ENC-ANO DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE "MES         VENDAS        COMPRAS    FOLHA BRUTA"
               TO RESUMO-LINHA
           WRITE RESUMO-LINHA
           PERFORM GRAVAR-RESUMO-MES
               VARYING WS-ENC-MES FROM 1 BY 1
               UNTIL WS-ENC-MES > 12
           MOVE ALL "-" TO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-VENDAS TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Vendas (mercadorias): " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-IMPOSTOS TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Impostos sobre vendas: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-COMPRAS TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Compras recebidas: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-BRUTO TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Folha - salarios brutos: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-INSS TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Folha - INSS retido: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-IR TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Folha - IR retido: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE WS-ENC-T-LIQUIDO TO WS-ENC-VALOR-ED
           MOVE SPACES TO RESUMO-LINHA
           STRING "Folha - liquido pago: " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA
           MOVE SPACES TO RESUMO-LINHA
           IF WS-ENC-TEM-ESTOQUE = "Y"
               MOVE WS-ENC-ESTOQUE-DEZ TO WS-ENC-VALOR-ED
               STRING "Estoque valorizado em 31/12: "
                      DELIMITED BY SIZE
                      WS-ENC-VALOR-ED DELIMITED BY SIZE
                      INTO RESUMO-LINHA
           ELSE
               STRING "Estoque valorizado em 31/12: "
                      DELIMITED BY SIZE
                      "sem valorizacao gravada" DELIMITED BY SIZE
                      INTO RESUMO-LINHA
           END-IF
           WRITE RESUMO-LINHA
           CLOSE RESUMO-FILE
           MOVE WS-ENC-RESUMO-NOME TO WS-RLE-ARQUIVO
           MOVE "resumoExercicio" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Exercicio " DELIMITED BY SIZE
                  WS-ENC-ANO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Resumo anual gravado em " WS-ENC-RESUMO-NOME.

       GRAVAR-RESUMO-MES.
           MOVE WS-ENC-M-VENDAS(WS-ENC-MES) TO WS-ENC-VALOR-ED
           MOVE WS-ENC-M-COMPRAS(WS-ENC-MES) TO WS-ENC-VALOR-ED2
           MOVE WS-ENC-M-BRUTO(WS-ENC-MES) TO WS-ENC-VALOR-ED3
           MOVE SPACES TO RESUMO-LINHA
           STRING WS-ENC-ANO DELIMITED BY SIZE
                  WS-ENC-MES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ENC-VALOR-ED3 DELIMITED BY SIZE
                  INTO RESUMO-LINHA
           WRITE RESUMO-LINHA.

       GERAR-INFORMES-RENDIMENTOS.
           DISPLAY "Gerando informes de rendimentos de " WS-ENC-ANO
               "..."
           MOVE WS-ENC-ANO TO WS-ENCERRAMENTO-ANO
           MOVE "S" TO WS-ENCERRAMENTO-LOTE
           CALL 'gestaoFuncionario'
           MOVE "N" TO WS-ENCERRAMENTO-LOTE.

       TRANSPORTAR-PROVISAO.
           COMPUTE WS-ENC-LIMITE-COMP = WS-ENC-ANO * 100 + 12
           MOVE 0 TO WS-ENC-PRV-COUNT
           MOVE 0 TO WS-ENC-MANTIDA-COUNT
           MOVE 0 TO WS-ENC-ARQUIVADAS
           MOVE 0 TO WS-ENC-SALDOS
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PROVISAO-FILE
           IF WS-PRV-FILE-STATUS = "35"
               DISPLAY "Sem provisoes de ferias e 13o a transportar."
           ELSE
               MOVE SPACES TO WS-ENC-PRV-ARQ-NOME
               STRING "dadosProvisao.txt_exercicio_" DELIMITED BY SIZE
                      WS-ENC-ANO DELIMITED BY SIZE
                      INTO WS-ENC-PRV-ARQ-NOME
               OPEN OUTPUT PROVISAO-ARQ-FILE
               PERFORM LER-PROVISAO-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE PROVISAO-ARQ-FILE
               CLOSE PROVISAO-FILE
               OPEN OUTPUT PROVISAO-FILE
               PERFORM GRAVAR-SALDO-PROVISAO
                   VARYING WS-ENC-PRV-IDX FROM 1 BY 1
                   UNTIL WS-ENC-PRV-IDX > WS-ENC-PRV-COUNT
               PERFORM DEVOLVER-PROVISAO-MANTIDA
                   VARYING WS-ENC-MANTIDA-IDX FROM 1 BY 1
                   UNTIL WS-ENC-MANTIDA-IDX > WS-ENC-MANTIDA-COUNT
               CLOSE PROVISAO-FILE
               DISPLAY "Provisao de ferias e 13o: "
                   WS-ENC-ARQUIVADAS " movimento(s) arquivado(s) em "
                   WS-ENC-PRV-ARQ-NOME
               DISPLAY "   " WS-ENC-SALDOS " saldo(s) por funcionario "
                   "transportado(s) para o novo exercicio."
           END-IF.

       LER-PROVISAO-EXERCICIO.
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
                   IF WS-PRV-R-COMP <= WS-ENC-LIMITE-COMP
                       WRITE PROVISAO-ARQ-LINHA FROM PROVISAO-DADOS
                       ADD 1 TO WS-ENC-ARQUIVADAS
                       PERFORM ACUMULAR-SALDO-PROVISAO
                   ELSE
                       IF WS-ENC-MANTIDA-COUNT < 2000
                           ADD 1 TO WS-ENC-MANTIDA-COUNT
                           MOVE PROVISAO-DADOS
                               TO WS-ENC-MANTIDA(WS-ENC-MANTIDA-COUNT)
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-SALDO-PROVISAO.
           PERFORM PROCURAR-SALDO-PROVISAO
               VARYING WS-ENC-PRV-IDX FROM 1 BY 1
               UNTIL WS-ENC-PRV-IDX > WS-ENC-PRV-COUNT
                   OR (WS-ENC-PRV-CODIGO(WS-ENC-PRV-IDX)
                       = WS-PRV-R-CODIGO
                   AND WS-ENC-PRV-DEPTO(WS-ENC-PRV-IDX)
                       = WS-PRV-R-DEPTO)
           IF WS-ENC-PRV-IDX > WS-ENC-PRV-COUNT
               IF WS-ENC-PRV-COUNT < 1000
                   ADD 1 TO WS-ENC-PRV-COUNT
                   MOVE WS-PRV-R-CODIGO
                       TO WS-ENC-PRV-CODIGO(WS-ENC-PRV-COUNT)
                   MOVE WS-PRV-R-DEPTO
                       TO WS-ENC-PRV-DEPTO(WS-ENC-PRV-COUNT)
                   MOVE 0 TO WS-ENC-PRV-DECIMO(WS-ENC-PRV-COUNT)
                   MOVE 0 TO WS-ENC-PRV-FERIAS(WS-ENC-PRV-COUNT)
                   MOVE 0 TO WS-ENC-PRV-FGTS(WS-ENC-PRV-COUNT)
                   MOVE 0 TO WS-ENC-PRV-INSS(WS-ENC-PRV-COUNT)
                   MOVE WS-ENC-PRV-COUNT TO WS-ENC-PRV-IDX
               END-IF
           END-IF
           IF WS-ENC-PRV-IDX <= WS-ENC-PRV-COUNT
               IF WS-PRV-R-TIPO = "P"
                   ADD WS-PRV-R-DECIMO
                       TO WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX)
                   ADD WS-PRV-R-FERIAS
                       TO WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX)
                   ADD WS-PRV-R-FGTS
                       TO WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX)
                   ADD WS-PRV-R-INSS
                       TO WS-ENC-PRV-INSS(WS-ENC-PRV-IDX)
               ELSE
                   SUBTRACT WS-PRV-R-DECIMO
                       FROM WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX)
                   SUBTRACT WS-PRV-R-FERIAS
                       FROM WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX)
                   SUBTRACT WS-PRV-R-FGTS
                       FROM WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX)
                   SUBTRACT WS-PRV-R-INSS
                       FROM WS-ENC-PRV-INSS(WS-ENC-PRV-IDX)
               END-IF
           END-IF.

       PROCURAR-SALDO-PROVISAO.
           CONTINUE.

       GRAVAR-SALDO-PROVISAO.
           MOVE "P" TO WS-ENC-SALDO-TIPO
           PERFORM SEPARAR-SALDO-PROVISAO
           IF WS-ENC-SALDO-DECIMO + WS-ENC-SALDO-FERIAS
               + WS-ENC-SALDO-FGTS + WS-ENC-SALDO-INSS > 0
               PERFORM ESCREVER-SALDO-PROVISAO
           END-IF
           MOVE "B" TO WS-ENC-SALDO-TIPO
           PERFORM SEPARAR-SALDO-PROVISAO
           IF WS-ENC-SALDO-DECIMO + WS-ENC-SALDO-FERIAS
               + WS-ENC-SALDO-FGTS + WS-ENC-SALDO-INSS > 0
               PERFORM ESCREVER-SALDO-PROVISAO
           END-IF.

       SEPARAR-SALDO-PROVISAO.
           MOVE 0 TO WS-ENC-SALDO-DECIMO
           MOVE 0 TO WS-ENC-SALDO-FERIAS
           MOVE 0 TO WS-ENC-SALDO-FGTS
           MOVE 0 TO WS-ENC-SALDO-INSS
           IF WS-ENC-SALDO-TIPO = "P"
               IF WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX) > 0
                   MOVE WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX)
                       TO WS-ENC-SALDO-DECIMO
               END-IF
               IF WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX) > 0
                   MOVE WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX)
                       TO WS-ENC-SALDO-FERIAS
               END-IF
               IF WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX) > 0
                   MOVE WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX)
                       TO WS-ENC-SALDO-FGTS
               END-IF
               IF WS-ENC-PRV-INSS(WS-ENC-PRV-IDX) > 0
                   MOVE WS-ENC-PRV-INSS(WS-ENC-PRV-IDX)
                       TO WS-ENC-SALDO-INSS
               END-IF
           ELSE
               IF WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX) < 0
                   COMPUTE WS-ENC-SALDO-DECIMO =
                       0 - WS-ENC-PRV-DECIMO(WS-ENC-PRV-IDX)
               END-IF
               IF WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX) < 0
                   COMPUTE WS-ENC-SALDO-FERIAS =
                       0 - WS-ENC-PRV-FERIAS(WS-ENC-PRV-IDX)
               END-IF
               IF WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX) < 0
                   COMPUTE WS-ENC-SALDO-FGTS =
                       0 - WS-ENC-PRV-FGTS(WS-ENC-PRV-IDX)
               END-IF
               IF WS-ENC-PRV-INSS(WS-ENC-PRV-IDX) < 0
                   COMPUTE WS-ENC-SALDO-INSS =
                       0 - WS-ENC-PRV-INSS(WS-ENC-PRV-IDX)
               END-IF
           END-IF.

       ESCREVER-SALDO-PROVISAO.
           MOVE SPACES TO PROVISAO-DADOS
           STRING WS-ENC-LIMITE-COMP DELIMITED BY SIZE ","
                  WS-ENC-PRV-CODIGO(WS-ENC-PRV-IDX) DELIMITED BY SIZE
                  ","
                  WS-ENC-PRV-DEPTO(WS-ENC-PRV-IDX) DELIMITED BY SIZE
                  ","
                  WS-ENC-SALDO-TIPO DELIMITED BY SIZE ","
                  "S" DELIMITED BY SIZE ","
                  WS-ENC-SALDO-DECIMO DELIMITED BY SIZE ","
                  WS-ENC-SALDO-FERIAS DELIMITED BY SIZE ","
                  WS-ENC-SALDO-FGTS DELIMITED BY SIZE ","
                  WS-ENC-SALDO-INSS DELIMITED BY SIZE
                  INTO PROVISAO-DADOS
           WRITE PROVISAO-RECORD
           ADD 1 TO WS-ENC-SALDOS.

       DEVOLVER-PROVISAO-MANTIDA.
           MOVE WS-ENC-MANTIDA(WS-ENC-MANTIDA-IDX) TO PROVISAO-DADOS
           WRITE PROVISAO-RECORD.

       REINICIAR-SERIES-ANUAIS.
           PERFORM CARREGAR-SEQUENCIAS
           MOVE 0 TO WS-SEQ-REINICIADAS
           IF WS-SEQ-ANUAL-COUNT = 0
               DISPLAY "Nenhuma serie com reinicio anual cadastrada."
           ELSE
               PERFORM REINICIAR-UMA-SERIE
                   VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               PERFORM REGRAVAR-SEQUENCIAS
               DISPLAY WS-SEQ-REINICIADAS " serie(s) de numeracao "
                   "reiniciada(s) para o novo exercicio."
           END-IF.

       REINICIAR-UMA-SERIE.
           MOVE SPACES TO WS-SEQ-SERIE
           UNSTRING WS-SEQ-LINHA(WS-SEQ-IDX) DELIMITED BY ","
               INTO WS-SEQ-TIPO WS-SEQ-SERIE
           IF WS-SEQ-TIPO = "S"
               PERFORM LOCALIZAR-SERIE-ANUAL
               IF WS-SEQ-ANUAL-IDX <= WS-SEQ-ANUAL-COUNT
                   MOVE 1 TO WS-SEQ-PROXIMO
                   MOVE SPACES TO WS-SEQ-LINHA(WS-SEQ-IDX)
                   STRING "S" DELIMITED BY SIZE ","
                          WS-SEQ-SERIE DELIMITED BY SPACE ","
                          WS-SEQ-PROXIMO DELIMITED BY SIZE
                          INTO WS-SEQ-LINHA(WS-SEQ-IDX)
                   ADD 1 TO WS-SEQ-REINICIADAS
                   DISPLAY "  Serie " WS-SEQ-SERIE " reiniciada."
               END-IF
           END-IF.

       LOCALIZAR-SERIE-ANUAL.
           PERFORM PROCURAR-SERIE-ANUAL
               VARYING WS-SEQ-ANUAL-IDX FROM 1 BY 1
               UNTIL WS-SEQ-ANUAL-IDX > WS-SEQ-ANUAL-COUNT
                   OR WS-SEQ-ANUAL(WS-SEQ-ANUAL-IDX) = WS-SEQ-SERIE.

       PROCURAR-SERIE-ANUAL.
           CONTINUE.

       CARREGAR-SEQUENCIAS.
           MOVE 0 TO WS-SEQ-COUNT
           MOVE 0 TO WS-SEQ-ANUAL-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT SEQUENCIA-FILE
           IF WS-SEQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-SEQUENCIA-EXERCICIO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE SEQUENCIA-FILE
           END-IF.

       LER-SEQUENCIA-EXERCICIO.
           READ SEQUENCIA-FILE INTO SEQUENCIA-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO WS-SEQ-SERIE
                   UNSTRING SEQUENCIA-DADOS DELIMITED BY ","
                       INTO WS-SEQ-TIPO WS-SEQ-SERIE
                   IF WS-SEQ-TIPO = "A"
                       AND WS-SEQ-ANUAL-COUNT < 100
                       ADD 1 TO WS-SEQ-ANUAL-COUNT
                       MOVE WS-SEQ-SERIE
                           TO WS-SEQ-ANUAL(WS-SEQ-ANUAL-COUNT)
                   END-IF
                   IF WS-SEQ-COUNT < 100
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE SEQUENCIA-DADOS
                           TO WS-SEQ-LINHA(WS-SEQ-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-SEQUENCIAS.
           OPEN OUTPUT SEQUENCIA-FILE
           PERFORM REGRAVAR-UMA-SEQUENCIA
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
           CLOSE SEQUENCIA-FILE.

       REGRAVAR-UMA-SEQUENCIA.
           IF WS-SEQ-LINHA(WS-SEQ-IDX) NOT = SPACES
               WRITE SEQUENCIA-RECORD FROM WS-SEQ-LINHA(WS-SEQ-IDX)
           END-IF.

       ARQUIVAR-MOVIMENTOS-EXERCICIO.
           DISPLAY "Arquivando movimentos do exercicio " WS-ENC-ANO
               "..."
           MOVE WS-ENC-ANO TO WS-ENCERRAMENTO-ANO
           MOVE "S" TO WS-ENCERRAMENTO-LOTE
           CALL 'expurgoArquivos'
           MOVE "N" TO WS-ENCERRAMENTO-LOTE.

       GRAVAR-EXERCICIO-ENCERRADO.
           ACCEPT WS-ENC-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-ENC-HORARIO FROM TIME
           MOVE SPACES TO EXERCICIO-RECORD
           MOVE WS-ENC-ANO TO EXE-ANO
           MOVE WS-USUARIO-LOGIN TO EXE-LOGIN
           MOVE WS-ENC-HOJE TO EXE-DATA
           MOVE WS-ENC-HORARIO(1:6) TO EXE-HORA
           OPEN EXTEND EXERCICIO-FILE
           IF WS-EXE-FILE-STATUS = "35"
               OPEN OUTPUT EXERCICIO-FILE
           END-IF
           WRITE EXERCICIO-RECORD
           CLOSE EXERCICIO-FILE
           MOVE "encerramentoExerc" TO WS-AUD-PROGRAMA
           MOVE "ENCERRAR" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "EXERCICIO " DELIMITED BY SIZE
                  WS-ENC-ANO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE "ABERTO" TO WS-AUD-ANTES
           MOVE "ENCERRADO" TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       SERIES-REINICIO-ANUAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     SERIES COM REINICIO ANUAL DE NUMERACAO      "
           DISPLAY "================================================="
           PERFORM CARREGAR-SEQUENCIAS
           PERFORM EXIBIR-SERIE-SEQUENCIA
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
           DISPLAY "Serie a marcar/desmarcar (Enter = nenhuma): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SEQ-ENTRADA
           ACCEPT WS-SEQ-ENTRADA
           IF WS-SEQ-ENTRADA NOT = SPACES
               PERFORM ALTERNAR-SERIE-ANUAL
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       EXIBIR-SERIE-SEQUENCIA.
           MOVE SPACES TO WS-SEQ-SERIE
           MOVE 0 TO WS-SEQ-PROXIMO
           UNSTRING WS-SEQ-LINHA(WS-SEQ-IDX) DELIMITED BY ","
               INTO WS-SEQ-TIPO WS-SEQ-SERIE WS-SEQ-PROXIMO
           IF WS-SEQ-TIPO = "S"
               PERFORM LOCALIZAR-SERIE-ANUAL
               IF WS-SEQ-ANUAL-IDX <= WS-SEQ-ANUAL-COUNT
                   MOVE "S" TO WS-SEQ-MARCADA
               ELSE
                   MOVE "N" TO WS-SEQ-MARCADA
               END-IF
               DISPLAY WS-SEQ-SERIE " proximo " WS-SEQ-PROXIMO
                   "  reinicio anual: " WS-SEQ-MARCADA
           END-IF.

       ALTERNAR-SERIE-ANUAL.
           MOVE WS-SEQ-ENTRADA TO WS-SEQ-SERIE
           PERFORM LOCALIZAR-SERIE-ANUAL
           IF WS-SEQ-ANUAL-IDX <= WS-SEQ-ANUAL-COUNT
               PERFORM DESMARCAR-SERIE-ANUAL
                   VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
               MOVE "N" TO WS-SEQ-MARCADA
               DISPLAY "Serie " WS-SEQ-SERIE
                   " volta a numeracao continua."
           ELSE
               IF WS-SEQ-COUNT < 100
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE SPACES TO WS-SEQ-LINHA(WS-SEQ-COUNT)
                   STRING "A" DELIMITED BY SIZE ","
                          WS-SEQ-SERIE DELIMITED BY SPACE
                          INTO WS-SEQ-LINHA(WS-SEQ-COUNT)
                   MOVE "S" TO WS-SEQ-MARCADA
                   DISPLAY "Serie " WS-SEQ-SERIE
                       " reinicia a cada exercicio."
               END-IF
           END-IF
           PERFORM REGRAVAR-SEQUENCIAS
           MOVE "encerramentoExerc" TO WS-AUD-PROGRAMA
           MOVE "SERIEANUAL" TO WS-AUD-ACAO
           MOVE WS-SEQ-SERIE TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE WS-SEQ-MARCADA TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       DESMARCAR-SERIE-ANUAL.
           MOVE SPACES TO WS-SEQ-ENTRADA
           UNSTRING WS-SEQ-LINHA(WS-SEQ-IDX) DELIMITED BY ","
               INTO WS-SEQ-TIPO WS-SEQ-ENTRADA
           IF WS-SEQ-TIPO = "A" AND WS-SEQ-ENTRADA = WS-SEQ-SERIE
               MOVE SPACES TO WS-SEQ-LINHA(WS-SEQ-IDX)
           END-IF.

       LISTAR-EXERCICIOS-ENCERRADOS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "           EXERCICIOS ENCERRADOS                 "
           DISPLAY "================================================="
           MOVE 0 TO WS-ENC-LISTADOS
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT EXERCICIO-FILE
           IF WS-EXE-FILE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-EXERCICIO-LISTA UNTIL WS-END-OF-FILE = "Y"
               CLOSE EXERCICIO-FILE
           END-IF
           IF WS-ENC-LISTADOS = 0
               DISPLAY "Nenhum exercicio encerrado."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LER-EXERCICIO-LISTA.
           READ EXERCICIO-FILE INTO EXERCICIO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-ENC-LISTADOS
                   DISPLAY "Exercicio " EXE-ANO " encerrado por "
                       EXE-LOGIN " em " EXE-DATA " " EXE-HORA
           END-READ.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "encerramentoExerc" TO WS-RLE-PROGRAMA
           MOVE "6" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

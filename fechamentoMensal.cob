       IDENTIFICATION DIVISION.
       PROGRAM-ID. fechamentoMensal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMENTO-MENSAL-FILE ASSIGN TO
               "dadosFechamentoMensal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FMS-FILE-STATUS.
           SELECT FILIAL-FILE ASSIGN TO "dadosFilial.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT CAIXA-FILE ASSIGN TO "dadosCaixa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT USUARIO-FILE ASSIGN TO "dadosUsuario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-LOGIN-CHAVE
           FILE STATUS IS WS-USU-FILE-STATUS.
           SELECT PEDIDO-FILE ASSIGN TO "dadosPedidoCompra.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEDIDO-NUMERO-CHAVE
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT TITULO-PAGAR-FILE
           ASSIGN TO "dadosTitulosPagar.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITULO-PAG-CHAVE
           FILE STATUS IS WS-TIT-FILE-STATUS.
           SELECT RELATORIO-DIVERGENCIA-FILE ASSIGN TO
               "relatorioDivergenciaEstoque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT PERIODO-FECHADO-FILE ASSIGN TO
               "dadosPeriodoFechado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT FOLHA-FILE ASSIGN TO "dadosFolhaPagamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT BACKUP-ORIGEM-FILE ASSIGN TO WS-FMS-ORIGEM-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUX-FILE-STATUS.
           SELECT BACKUP-DESTINO-FILE ASSIGN TO WS-FMS-DESTINO-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FECHAMENTO-MENSAL-FILE.
       01 FECHAMENTO-MENSAL-RECORD.
           05 FECHAMENTO-MENSAL-DADOS PIC X(100).
           05 FECHAMENTO-MENSAL-CAMPOS
               REDEFINES FECHAMENTO-MENSAL-DADOS.
               10 FM-COMPETENCIA       PIC 9(6).
               10 FM-FILIAL            PIC 9(2).
               10 FM-PASSO             PIC 9(2).
               10 FM-SITUACAO          PIC X.
                   88 FM-CONCLUIDO     VALUE "C".
                   88 FM-FALHOU        VALUE "F".
               10 FM-LOGIN             PIC X(10).
               10 FM-DATA              PIC 9(8).
               10 FM-HORA              PIC 9(6).
               10 FM-RESULTADO         PIC X(50).
               10 FILLER               PIC X(15).

       FD FILIAL-FILE.
       01 FILIAL-RECORD.
           05 FILIAL-DADOS PIC X(60).

       FD CAIXA-FILE.
       01 CAIXA-RECORD.
           05 CAIXA-DADOS PIC X(70).

       FD USUARIO-FILE.
       01 USUARIO-RECORD.
           05 USUARIO-DADOS PIC X(60).
       01 USUARIO-RECORD-CHAVE REDEFINES USUARIO-RECORD.
           05 USU-LOGIN-CHAVE PIC X(10).
           05 FILLER PIC X(34).
           05 USU-FILIAL PIC X(2).
           05 FILLER PIC X(14).

       FD PEDIDO-FILE.
       01 PEDIDO-RECORD.
           05 PEDIDO-DADOS PIC X(100).
       01 PEDIDO-RECORD-CHAVE REDEFINES PEDIDO-RECORD.
           05 PEDIDO-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(94).

       FD TITULO-PAGAR-FILE.
       01 TITULO-PAGAR-RECORD.
           05 TITULO-PAGAR-DADOS PIC X(80).
       01 TITULO-PAGAR-RECORD-CHAVE REDEFINES TITULO-PAGAR-RECORD.
           05 TITULO-PAG-CHAVE.
               10 TITULO-PAG-PEDIDO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 TITULO-PAG-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(71).

       FD RELATORIO-DIVERGENCIA-FILE.
       01 RELATORIO-DIVERGENCIA-LINHA PIC X(80).

       FD PERIODO-FECHADO-FILE.
       01 PERIODO-FECHADO-RECORD.
           05 PERIODO-FECHADO-DADOS PIC X(10).

       FD FOLHA-FILE.
       01 FOLHA-RECORD.
           05 FOLHA-DADOS PIC X(150).
       01 FOLHA-RECORD-CAMPOS REDEFINES FOLHA-RECORD.
           05 FP-CODIGO               PIC 9(5).
           05 FILLER                  PIC X(30).
           05 FP-DATA                 PIC 9(8).
           05 FILLER                  PIC X(57).
           05 FP-TIPO                 PIC X.
               88 FP-FOLHA-MENSAL     VALUES "M" " ".
           05 FILLER                  PIC X(22).
           05 FP-FGTS                 PIC 9(5)V99.
           05 FILLER                  PIC X(20).

       FD BACKUP-ORIGEM-FILE.
       01 BACKUP-ORIGEM-LINHA PIC X(420).

       FD BACKUP-DESTINO-FILE.
       01 BACKUP-DESTINO-LINHA PIC X(420).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-USUARIO-ADMIN      PIC X EXTERNAL VALUE "N".
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-USUARIO-FILIAL     PIC 9(2) EXTERNAL.
       01 WS-FECHAMENTO-LOTE    PIC X EXTERNAL.
       01 WS-FECHAMENTO-COMPETENCIA PIC 9(6) EXTERNAL.
       01 WS-FMS-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AUX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-USU-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TIT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BKP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FMS-EOF            PIC X VALUE "N".
       01 WS-FMS-COMPETENCIA    PIC 9(6) VALUE 0.
       01 WS-FMS-COMP-MES       PIC 9(2).
       01 WS-FMS-COMP-OK        PIC X VALUE "N".
       01 WS-FMS-FILIAL         PIC 9(2) VALUE 0.
       01 WS-FMS-FILIAL-ALFA    PIC X(2).
       01 WS-FMS-FILIAL-BUSCA   PIC 9(2).
       01 WS-FMS-PASSO-ALFA     PIC X.
       01 WS-FMS-PASSO          PIC 9(2) VALUE 0.
       01 WS-FMS-ANTERIOR       PIC 9(2) VALUE 0.
       01 WS-FMS-IDX            PIC 9(2) VALUE 0.
       01 WS-FMS-CONCLUIDOS     PIC 9(2) VALUE 0.
       01 WS-FMS-REEXECUTAR     PIC X.
       01 WS-FMS-PRE-OK         PIC X VALUE "Y".
       01 WS-FMS-SITUACAO-NOVA  PIC X.
       01 WS-FMS-RESULTADO      PIC X(50).
       01 WS-FMS-DESCRICAO      PIC X(12).
       01 WS-FMS-MAPA           PIC X(7).
       01 WS-FMS-HOJE           PIC 9(8).
       01 WS-FMS-HORARIO        PIC 9(8).
       01 WS-FMS-LISTADOS       PIC 9(4) VALUE 0.
       01 WS-FMS-CONTADOR       PIC 9(5) VALUE 0.
       01 WS-FMS-CONTADOR-ED    PIC Z(4)9.
       01 WS-FMS-VALOR          PIC 9(9)V99 VALUE 0.
       01 WS-FMS-VALOR-ED       PIC Z(8)9.99.
       01 WS-FMS-ACHADO         PIC X VALUE "N".
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-FMS-PASSOS-VALORES.
           05 FILLER PIC X(30) VALUE "Fechamento do kardex".
           05 FILLER PIC X(30) VALUE "Conferencia da folha mensal".
           05 FILLER PIC X(30) VALUE "Apuracao do FGTS".
           05 FILLER PIC X(30) VALUE "Exportacao contabil".
           05 FILLER PIC X(30) VALUE "DRE gerencial".
           05 FILLER PIC X(30) VALUE "Livros fiscais".
           05 FILLER PIC X(30) VALUE "Copia de seguranca".
       01 WS-FMS-PASSOS REDEFINES WS-FMS-PASSOS-VALORES.
           05 WS-FMS-PASSO-NOME OCCURS 7 TIMES PIC X(30).
       01 WS-FMS-SITUACAO-TABLE.
           05 WS-FMS-SIT OCCURS 7 TIMES.
               10 WS-FMS-SIT-STATUS    PIC X.
               10 WS-FMS-SIT-LOGIN     PIC X(10).
               10 WS-FMS-SIT-DATA      PIC 9(8).
               10 WS-FMS-SIT-HORA      PIC 9(6).
               10 WS-FMS-SIT-RESULTADO PIC X(50).
       01 WS-FMS-FIL-COUNT      PIC 9(2) VALUE 0.
       01 WS-FMS-FIL-IDX        PIC 9(2) VALUE 0.
       01 WS-FMS-FIL-TABLE.
           05 WS-FMS-FIL-ENTRY OCCURS 50 TIMES.
               10 WS-FMS-FIL-CODIGO PIC 9(2).
               10 WS-FMS-FIL-NOME   PIC X(30).
       01 WS-FMS-FIL-CODIGO-LIDO PIC 9(2).
       01 WS-FMS-FIL-NOME-LIDO  PIC X(30).
       01 WS-CXA-TIPO-REG       PIC X.
       01 WS-CXA-SESSAO         PIC 9(6).
       01 WS-CXA-OPERADOR       PIC X(10).
       01 WS-CXA-DATA           PIC 9(8).
       01 WS-CXA-COUNT          PIC 9(3) VALUE 0.
       01 WS-CXA-IDX            PIC 9(3) VALUE 0.
       01 WS-CXA-TABLE.
           05 WS-CXA-ENTRY OCCURS 200 TIMES.
               10 WS-CXA-T-SESSAO   PIC 9(6).
               10 WS-CXA-T-OPERADOR PIC X(10).
               10 WS-CXA-T-DATA     PIC 9(8).
               10 WS-CXA-T-ABERTA   PIC X.
       01 WS-CXA-ABERTAS        PIC 9(3) VALUE 0.
       01 WS-PED-NUMERO         PIC 9(6).
       01 WS-PED-FORNECEDOR     PIC 9(6).
       01 WS-PED-STATUS         PIC X.
       01 WS-PED-DATA           PIC 9(8).
       01 WS-PED-DATA-REC       PIC 9(8).
       01 WS-PED-PRAZO          PIC 9(3).
       01 WS-PED-FILIAL         PIC X(2).
       01 WS-PED-SEM-TITULO     PIC 9(5) VALUE 0.
       01 WS-PER-LIDO           PIC 9(6).
       01 WS-FMS-ORIGEM-NOME    PIC X(40).
       01 WS-FMS-DESTINO-NOME   PIC X(40).
       01 WS-FMS-BKP-EOF        PIC X VALUE "N".
       01 WS-FMS-BKP-COPIADOS   PIC 9(2) VALUE 0.
       01 WS-FMS-BKP-VALORES.
           05 FILLER PIC X(30) VALUE "dadosKardex.txt".
           05 FILLER PIC X(30) VALUE "dadosSaldoKardex.txt".
           05 FILLER PIC X(30) VALUE "dadosValorizacaoMensal.txt".
           05 FILLER PIC X(30) VALUE "dadosPeriodoFechado.txt".
           05 FILLER PIC X(30) VALUE "dadosFolhaPagamento.txt".
           05 FILLER PIC X(30) VALUE "dadosCaixa.txt".
           05 FILLER PIC X(30) VALUE "dadosAuditoria.txt".
           05 FILLER PIC X(30) VALUE "dadosFechamentoMensal.txt".
       01 WS-FMS-BKP-ARQUIVOS REDEFINES WS-FMS-BKP-VALORES.
           05 WS-FMS-BKP-NOME OCCURS 8 TIMES PIC X(30).
       01 WS-FMS-BKP-IDX        PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE "N" TO WS-FECHAMENTO-LOTE
           PERFORM OBTER-COMPETENCIA-FILIAL
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM SITUACAO-FECHAMENTO
                   WHEN 2
                       PERFORM EXECUTAR-PASSO
                   WHEN 3
                       PERFORM SITUACAO-FILIAIS
                   WHEN 4
                       PERFORM HISTORICO-FECHAMENTO
                   WHEN 5
                       PERFORM OBTER-COMPETENCIA-FILIAL
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
           DISPLAY "               FECHAMENTO MENSAL                 "
           DISPLAY "================================================="
           DISPLAY "Competencia: " WS-FMS-COMPETENCIA
               "   Filial: " WS-FMS-FILIAL
           DISPLAY "1 - Situacao do Fechamento (checklist)"
           DISPLAY "2 - Executar Passo do Fechamento"
           DISPLAY "3 - Situacao do Fechamento por Filial"
           DISPLAY "4 - Historico de Execucoes da Competencia"
           DISPLAY "5 - Trocar Competencia/Filial"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       OBTER-COMPETENCIA-FILIAL.
           MOVE "N" TO WS-FMS-COMP-OK
           PERFORM OBTER-COMPETENCIA UNTIL WS-FMS-COMP-OK = "Y"
           MOVE WS-USUARIO-FILIAL TO WS-FMS-FILIAL
           IF WS-USUARIO-ADMIN = "Y"
               DISPLAY "Filial (Enter = " WS-USUARIO-FILIAL "): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-FMS-FILIAL-ALFA
               ACCEPT WS-FMS-FILIAL-ALFA
               IF WS-FMS-FILIAL-ALFA IS NUMERIC
                   MOVE WS-FMS-FILIAL-ALFA TO WS-FMS-FILIAL
               END-IF
           END-IF
           IF WS-FMS-FILIAL = 0
               MOVE 1 TO WS-FMS-FILIAL
           END-IF.

       OBTER-COMPETENCIA.
           DISPLAY "Competencia a fechar (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-FMS-COMPETENCIA
           MOVE WS-FMS-COMPETENCIA(5:2) TO WS-FMS-COMP-MES
           IF WS-FMS-COMP-MES < 1 OR WS-FMS-COMP-MES > 12
               DISPLAY "Competencia invalida."
           ELSE
               MOVE "Y" TO WS-FMS-COMP-OK
           END-IF.

       CARREGAR-SITUACAO.
           PERFORM LIMPAR-SITUACAO-PASSO
               VARYING WS-FMS-IDX FROM 1 BY 1
               UNTIL WS-FMS-IDX > 7
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT FECHAMENTO-MENSAL-FILE
           IF WS-FMS-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-SITUACAO-PASSO UNTIL WS-FMS-EOF = "Y"
               CLOSE FECHAMENTO-MENSAL-FILE
           END-IF.

       LIMPAR-SITUACAO-PASSO.
           MOVE SPACE TO WS-FMS-SIT-STATUS(WS-FMS-IDX)
           MOVE SPACES TO WS-FMS-SIT-LOGIN(WS-FMS-IDX)
           MOVE 0 TO WS-FMS-SIT-DATA(WS-FMS-IDX)
           MOVE 0 TO WS-FMS-SIT-HORA(WS-FMS-IDX)
           MOVE SPACES TO WS-FMS-SIT-RESULTADO(WS-FMS-IDX).

       LER-SITUACAO-PASSO.
           READ FECHAMENTO-MENSAL-FILE INTO FECHAMENTO-MENSAL-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   IF FM-COMPETENCIA = WS-FMS-COMPETENCIA
                       AND FM-FILIAL = WS-FMS-FILIAL-BUSCA
                       AND FM-PASSO >= 1 AND FM-PASSO <= 7
                       MOVE FM-SITUACAO
                           TO WS-FMS-SIT-STATUS(FM-PASSO)
                       MOVE FM-LOGIN TO WS-FMS-SIT-LOGIN(FM-PASSO)
                       MOVE FM-DATA TO WS-FMS-SIT-DATA(FM-PASSO)
                       MOVE FM-HORA TO WS-FMS-SIT-HORA(FM-PASSO)
                       MOVE FM-RESULTADO
                           TO WS-FMS-SIT-RESULTADO(FM-PASSO)
                   END-IF
           END-READ.

       SITUACAO-FECHAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     CHECKLIST DO FECHAMENTO " WS-FMS-COMPETENCIA
               " - FILIAL " WS-FMS-FILIAL
           DISPLAY "================================================="
           MOVE WS-FMS-FILIAL TO WS-FMS-FILIAL-BUSCA
           PERFORM CARREGAR-SITUACAO
           PERFORM EXIBIR-SITUACAO-PASSO
               VARYING WS-FMS-IDX FROM 1 BY 1
               UNTIL WS-FMS-IDX > 7
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       EXIBIR-SITUACAO-PASSO.
           PERFORM DESCREVER-SITUACAO
           DISPLAY WS-FMS-IDX " - " WS-FMS-PASSO-NOME(WS-FMS-IDX)
               " " WS-FMS-DESCRICAO
           IF WS-FMS-SIT-STATUS(WS-FMS-IDX) NOT = SPACE
               DISPLAY "     por " WS-FMS-SIT-LOGIN(WS-FMS-IDX)
                   " em " WS-FMS-SIT-DATA(WS-FMS-IDX)
                   " " WS-FMS-SIT-HORA(WS-FMS-IDX)
               DISPLAY "     " WS-FMS-SIT-RESULTADO(WS-FMS-IDX)
           END-IF.

       DESCREVER-SITUACAO.
           EVALUATE WS-FMS-SIT-STATUS(WS-FMS-IDX)
               WHEN "C"
                   MOVE "[CONCLUIDO]" TO WS-FMS-DESCRICAO
               WHEN "F"
                   MOVE "[FALHOU]" TO WS-FMS-DESCRICAO
               WHEN OTHER
                   MOVE "[PENDENTE]" TO WS-FMS-DESCRICAO
           END-EVALUATE.

       EXECUTAR-PASSO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "         EXECUTAR PASSO DO FECHAMENTO            "
           DISPLAY "================================================="
           MOVE WS-FMS-FILIAL TO WS-FMS-FILIAL-BUSCA
           PERFORM CARREGAR-SITUACAO
           PERFORM LOCALIZAR-PROXIMO-PASSO
           IF WS-FMS-IDX > 7
               DISPLAY "Todos os passos da competencia estao "
                   "concluidos."
           ELSE
               DISPLAY "Proximo passo pendente: " WS-FMS-IDX " - "
                   WS-FMS-PASSO-NOME(WS-FMS-IDX)
           END-IF
           DISPLAY "Passo a executar (1-7, Enter = proximo): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-FMS-PASSO-ALFA
           ACCEPT WS-FMS-PASSO-ALFA
           IF WS-FMS-PASSO-ALFA IS NUMERIC
               MOVE WS-FMS-PASSO-ALFA TO WS-FMS-PASSO
           ELSE
               MOVE WS-FMS-IDX TO WS-FMS-PASSO
           END-IF
           IF WS-FMS-PASSO < 1 OR WS-FMS-PASSO > 7
               DISPLAY "Nenhum passo a executar."
           ELSE
               PERFORM VALIDAR-ORDEM-PASSO
               IF WS-FMS-PRE-OK = "Y"
                   PERFORM PROCESSAR-PASSO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LOCALIZAR-PROXIMO-PASSO.
           PERFORM PROCURAR-PROXIMO-PASSO
               VARYING WS-FMS-IDX FROM 1 BY 1
               UNTIL WS-FMS-IDX > 7
                   OR WS-FMS-SIT-STATUS(WS-FMS-IDX) NOT = "C".

       PROCURAR-PROXIMO-PASSO.
           CONTINUE.

       VALIDAR-ORDEM-PASSO.
           MOVE "Y" TO WS-FMS-PRE-OK
           COMPUTE WS-EXE-DATA = WS-FMS-COMPETENCIA * 100 + 1
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               MOVE "N" TO WS-FMS-PRE-OK
               DISPLAY "Competencia pertence a exercicio encerrado, "
                   "execucao recusada."
           END-IF
           IF WS-FMS-PRE-OK = "Y" AND WS-FMS-PASSO > 1
               COMPUTE WS-FMS-ANTERIOR = WS-FMS-PASSO - 1
               IF WS-FMS-SIT-STATUS(WS-FMS-ANTERIOR) NOT = "C"
                   MOVE "N" TO WS-FMS-PRE-OK
                   DISPLAY "Execucao fora de ordem recusada: conclua "
                       "antes o passo " WS-FMS-ANTERIOR " - "
                       WS-FMS-PASSO-NOME(WS-FMS-ANTERIOR)
               END-IF
           END-IF
           IF WS-FMS-PRE-OK = "Y"
               AND WS-FMS-SIT-STATUS(WS-FMS-PASSO) = "C"
               MOVE "N" TO WS-FMS-PRE-OK
               DISPLAY "Passo ja concluido por "
                   WS-FMS-SIT-LOGIN(WS-FMS-PASSO) " em "
                   WS-FMS-SIT-DATA(WS-FMS-PASSO) "."
               IF WS-USUARIO-ADMIN = "Y"
                   DISPLAY "Reexecutar o passo? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-FMS-REEXECUTAR
                   IF WS-FMS-REEXECUTAR = "S"
                       OR WS-FMS-REEXECUTAR = "s"
                       MOVE "Y" TO WS-FMS-PRE-OK
                   END-IF
               END-IF
           END-IF.

       PROCESSAR-PASSO.
           DISPLAY "Passo " WS-FMS-PASSO " - "
               WS-FMS-PASSO-NOME(WS-FMS-PASSO)
           DISPLAY "Verificando pre-requisitos..."
           MOVE SPACES TO WS-FMS-RESULTADO
           PERFORM VERIFICAR-PRE-REQUISITOS
           IF WS-FMS-PRE-OK = "N"
               MOVE "F" TO WS-FMS-SITUACAO-NOVA
               DISPLAY "Pre-requisito nao atendido: " WS-FMS-RESULTADO
           ELSE
               PERFORM RODAR-PASSO
               IF WS-FMS-SITUACAO-NOVA = "C"
                   DISPLAY "Passo concluido: " WS-FMS-RESULTADO
               ELSE
                   DISPLAY "Passo falhou: " WS-FMS-RESULTADO
               END-IF
           END-IF
           PERFORM GRAVAR-REGISTRO-FECHAMENTO.

       VERIFICAR-PRE-REQUISITOS.
           MOVE "Y" TO WS-FMS-PRE-OK
           EVALUATE WS-FMS-PASSO
               WHEN 1
                   PERFORM VERIFICAR-CAIXAS-ABERTOS
                   IF WS-CXA-ABERTAS > 0
                       MOVE "N" TO WS-FMS-PRE-OK
                       MOVE WS-CXA-ABERTAS TO WS-FMS-CONTADOR-ED
                       STRING WS-FMS-CONTADOR-ED DELIMITED BY SIZE
                              " sessao(oes) de caixa aberta(s)"
                              DELIMITED BY SIZE
                              INTO WS-FMS-RESULTADO
                   ELSE
                       PERFORM VERIFICAR-KARDEX-RECONCILIADO
                       IF WS-FMS-ACHADO = "N"
                           MOVE "N" TO WS-FMS-PRE-OK
                           MOVE "Kardex com divergencias, ver relatorio"
                               TO WS-FMS-RESULTADO
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM CONTAR-FOLHA-MENSAL
                   IF WS-FMS-CONTADOR = 0
                       MOVE "N" TO WS-FMS-PRE-OK
                       MOVE "Nenhuma folha mensal calculada"
                           TO WS-FMS-RESULTADO
                   END-IF
               WHEN 4
                   PERFORM VERIFICAR-KARDEX-FECHADO
                   IF WS-FMS-ACHADO = "N"
                       MOVE "N" TO WS-FMS-PRE-OK
                       MOVE "Kardex da competencia nao esta fechado"
                           TO WS-FMS-RESULTADO
                   ELSE
                       PERFORM VERIFICAR-PEDIDOS-SEM-TITULO
                       IF WS-PED-SEM-TITULO > 0
                           MOVE "N" TO WS-FMS-PRE-OK
                           MOVE WS-PED-SEM-TITULO
                               TO WS-FMS-CONTADOR-ED
                           STRING WS-FMS-CONTADOR-ED DELIMITED BY SIZE
                                  " pedido(s) recebido(s) sem titulo"
                                  DELIMITED BY SIZE
                                  INTO WS-FMS-RESULTADO
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RODAR-PASSO.
           MOVE "C" TO WS-FMS-SITUACAO-NOVA
           MOVE WS-FMS-COMPETENCIA TO WS-FECHAMENTO-COMPETENCIA
           MOVE "S" TO WS-FECHAMENTO-LOTE
           EVALUATE WS-FMS-PASSO
               WHEN 1
                   CALL 'fechamentoKardex'
                   PERFORM VERIFICAR-KARDEX-FECHADO
                   IF WS-FMS-ACHADO = "Y"
                       MOVE "Kardex fechado na competencia"
                           TO WS-FMS-RESULTADO
                   ELSE
                       MOVE "F" TO WS-FMS-SITUACAO-NOVA
                       MOVE "Fechamento do kardex nao registrado"
                           TO WS-FMS-RESULTADO
                   END-IF
               WHEN 2
                   MOVE WS-FMS-CONTADOR TO WS-FMS-CONTADOR-ED
                   STRING WS-FMS-CONTADOR-ED DELIMITED BY SIZE
                          " holerite(s) mensal(is) conferido(s)"
                          DELIMITED BY SIZE
                          INTO WS-FMS-RESULTADO
               WHEN 3
                   PERFORM APURAR-FGTS-FOLHA
                   MOVE WS-FMS-VALOR TO WS-FMS-VALOR-ED
                   STRING "FGTS a depositar: " DELIMITED BY SIZE
                          WS-FMS-VALOR-ED DELIMITED BY SIZE
                          INTO WS-FMS-RESULTADO
               WHEN 4
                   CALL 'exportacaoContabil'
                   STRING "Exportacao gravada: exportacaoContabil_"
                          DELIMITED BY SIZE
                          WS-FMS-COMPETENCIA DELIMITED BY SIZE
                          INTO WS-FMS-RESULTADO
               WHEN 5
                   CALL 'relatoriosGerenciais'
                   MOVE "DRE gerencial emitido" TO WS-FMS-RESULTADO
               WHEN 6
                   CALL 'livrosFiscais'
                   STRING "Livros gravados em livroFiscal_"
                          DELIMITED BY SIZE
                          WS-FMS-COMPETENCIA DELIMITED BY SIZE
                          ".txt" DELIMITED BY SIZE
                          INTO WS-FMS-RESULTADO
               WHEN 7
                   PERFORM COPIAR-ARQUIVOS-BACKUP
                   MOVE WS-FMS-BKP-COPIADOS TO WS-FMS-CONTADOR-ED
                   STRING WS-FMS-CONTADOR-ED DELIMITED BY SIZE
                          " arquivo(s) copiado(s) para backup_"
                          DELIMITED BY SIZE
                          WS-FMS-COMPETENCIA DELIMITED BY SIZE
                          INTO WS-FMS-RESULTADO
           END-EVALUATE
           MOVE "N" TO WS-FECHAMENTO-LOTE.

       GRAVAR-REGISTRO-FECHAMENTO.
           ACCEPT WS-FMS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-FMS-HORARIO FROM TIME
           MOVE SPACES TO FECHAMENTO-MENSAL-RECORD
           MOVE WS-FMS-COMPETENCIA TO FM-COMPETENCIA
           MOVE WS-FMS-FILIAL TO FM-FILIAL
           MOVE WS-FMS-PASSO TO FM-PASSO
           MOVE WS-FMS-SITUACAO-NOVA TO FM-SITUACAO
           MOVE WS-USUARIO-LOGIN TO FM-LOGIN
           MOVE WS-FMS-HOJE TO FM-DATA
           MOVE WS-FMS-HORARIO(1:6) TO FM-HORA
           MOVE WS-FMS-RESULTADO TO FM-RESULTADO
           OPEN EXTEND FECHAMENTO-MENSAL-FILE
           IF WS-FMS-FILE-STATUS = "35"
               OPEN OUTPUT FECHAMENTO-MENSAL-FILE
           END-IF
           WRITE FECHAMENTO-MENSAL-RECORD
           CLOSE FECHAMENTO-MENSAL-FILE.

       VERIFICAR-CAIXAS-ABERTOS.
           MOVE 0 TO WS-CXA-COUNT
           MOVE 0 TO WS-CXA-ABERTAS
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT CAIXA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-SESSAO-CAIXA UNTIL WS-FMS-EOF = "Y"
               CLOSE CAIXA-FILE
           END-IF
           IF WS-CXA-COUNT > 0
               OPEN INPUT USUARIO-FILE
               PERFORM AVALIAR-SESSAO-ABERTA
                   VARYING WS-CXA-IDX FROM 1 BY 1
                   UNTIL WS-CXA-IDX > WS-CXA-COUNT
               IF WS-USU-FILE-STATUS NOT = "35"
                   CLOSE USUARIO-FILE
               END-IF
           END-IF.

       LER-SESSAO-CAIXA.
           READ CAIXA-FILE INTO CAIXA-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   MOVE 0 TO WS-CXA-DATA
                   UNSTRING CAIXA-DADOS DELIMITED BY ","
                       INTO WS-CXA-TIPO-REG WS-CXA-SESSAO
                            WS-CXA-OPERADOR WS-CXA-DATA
                   IF WS-CXA-TIPO-REG = "S" AND WS-CXA-COUNT < 200
                       ADD 1 TO WS-CXA-COUNT
                       MOVE WS-CXA-SESSAO
                           TO WS-CXA-T-SESSAO(WS-CXA-COUNT)
                       MOVE WS-CXA-OPERADOR
                           TO WS-CXA-T-OPERADOR(WS-CXA-COUNT)
                       MOVE WS-CXA-DATA TO WS-CXA-T-DATA(WS-CXA-COUNT)
                       MOVE "S" TO WS-CXA-T-ABERTA(WS-CXA-COUNT)
                   END-IF
                   IF WS-CXA-TIPO-REG = "F"
                       PERFORM LOCALIZAR-SESSAO-CAIXA
                       IF WS-CXA-IDX <= WS-CXA-COUNT
                           MOVE "N" TO WS-CXA-T-ABERTA(WS-CXA-IDX)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-SESSAO-CAIXA.
           PERFORM PROCURAR-SESSAO-CAIXA
               VARYING WS-CXA-IDX FROM 1 BY 1
               UNTIL WS-CXA-IDX > WS-CXA-COUNT
                   OR WS-CXA-T-SESSAO(WS-CXA-IDX) = WS-CXA-SESSAO.

       PROCURAR-SESSAO-CAIXA.
           CONTINUE.

       AVALIAR-SESSAO-ABERTA.
           IF WS-CXA-T-ABERTA(WS-CXA-IDX) = "S"
               AND WS-CXA-T-DATA(WS-CXA-IDX)(1:6)
                   <= WS-FMS-COMPETENCIA
               MOVE 1 TO WS-FMS-FILIAL-BUSCA
               IF WS-USU-FILE-STATUS NOT = "35"
                   MOVE WS-CXA-T-OPERADOR(WS-CXA-IDX)
                       TO USU-LOGIN-CHAVE
                   READ USUARIO-FILE
                       KEY IS USU-LOGIN-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF USU-FILIAL IS NUMERIC
                               MOVE USU-FILIAL TO WS-FMS-FILIAL-BUSCA
                           END-IF
                   END-READ
               END-IF
               IF WS-FMS-FILIAL-BUSCA = WS-FMS-FILIAL
                   ADD 1 TO WS-CXA-ABERTAS
                   DISPLAY "  Sessao de caixa "
                       WS-CXA-T-SESSAO(WS-CXA-IDX) " aberta por "
                       WS-CXA-T-OPERADOR(WS-CXA-IDX) " em "
                       WS-CXA-T-DATA(WS-CXA-IDX)
               END-IF
           END-IF.

       VERIFICAR-KARDEX-RECONCILIADO.
           CALL 'reconciliacaoEstoque'
           MOVE "N" TO WS-FMS-ACHADO
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT RELATORIO-DIVERGENCIA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-DIVERGENCIA-KARDEX UNTIL WS-FMS-EOF = "Y"
               CLOSE RELATORIO-DIVERGENCIA-FILE
           END-IF.

       LER-DIVERGENCIA-KARDEX.
           READ RELATORIO-DIVERGENCIA-FILE
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   IF RELATORIO-DIVERGENCIA-LINHA(1:30) =
                       "Nenhuma divergencia encontrada"
                       MOVE "Y" TO WS-FMS-ACHADO
                   END-IF
           END-READ.

       VERIFICAR-KARDEX-FECHADO.
           MOVE "N" TO WS-FMS-ACHADO
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT PERIODO-FECHADO-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-PERIODO-FECHADO UNTIL WS-FMS-EOF = "Y"
               CLOSE PERIODO-FECHADO-FILE
           END-IF.

       LER-PERIODO-FECHADO.
           READ PERIODO-FECHADO-FILE INTO PERIODO-FECHADO-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   MOVE PERIODO-FECHADO-DADOS(1:6) TO WS-PER-LIDO
                   IF WS-PER-LIDO = WS-FMS-COMPETENCIA
                       MOVE "Y" TO WS-FMS-ACHADO
                       MOVE "Y" TO WS-FMS-EOF
                   END-IF
           END-READ.

       CONTAR-FOLHA-MENSAL.
           MOVE 0 TO WS-FMS-CONTADOR
           MOVE 0 TO WS-FMS-VALOR
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT FOLHA-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-FOLHA-FECHAMENTO UNTIL WS-FMS-EOF = "Y"
               CLOSE FOLHA-FILE
           END-IF.

       LER-FOLHA-FECHAMENTO.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   IF FP-DATA(1:6) = WS-FMS-COMPETENCIA
                       AND FP-FOLHA-MENSAL
                       ADD 1 TO WS-FMS-CONTADOR
                   END-IF
                   IF FP-DATA(1:6) = WS-FMS-COMPETENCIA
                       AND FP-FGTS IS NUMERIC
                       ADD FP-FGTS TO WS-FMS-VALOR
                   END-IF
           END-READ.

       APURAR-FGTS-FOLHA.
           PERFORM CONTAR-FOLHA-MENSAL.

       VERIFICAR-PEDIDOS-SEM-TITULO.
           MOVE 0 TO WS-PED-SEM-TITULO
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT PEDIDO-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               OPEN INPUT TITULO-PAGAR-FILE
               PERFORM LER-PEDIDO-FECHAMENTO UNTIL WS-FMS-EOF = "Y"
               IF WS-TIT-FILE-STATUS NOT = "35"
                   CLOSE TITULO-PAGAR-FILE
               END-IF
               CLOSE PEDIDO-FILE
           END-IF.

       LER-PEDIDO-FECHAMENTO.
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PED-FILIAL
                   MOVE 0 TO WS-PED-DATA-REC
                   UNSTRING PEDIDO-DADOS DELIMITED BY ","
                       INTO WS-PED-NUMERO WS-PED-FORNECEDOR
                            WS-PED-STATUS WS-PED-DATA
                            WS-PED-DATA-REC WS-PED-PRAZO
                            WS-PED-FILIAL
                   IF WS-PED-FILIAL IS NOT NUMERIC
                       MOVE "00" TO WS-PED-FILIAL
                   END-IF
                   IF (WS-PED-STATUS = "R" OR WS-PED-STATUS = "L")
                       AND WS-PED-DATA-REC(1:6) <= WS-FMS-COMPETENCIA
                       AND (WS-PED-FILIAL = "00"
                           OR WS-PED-FILIAL = WS-FMS-FILIAL)
                       PERFORM BUSCAR-TITULO-PEDIDO
                       IF WS-FMS-ACHADO = "N"
                           ADD 1 TO WS-PED-SEM-TITULO
                           DISPLAY "  Pedido " WS-PED-NUMERO
                               " recebido em " WS-PED-DATA-REC
                               " sem titulo a pagar"
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-TITULO-PEDIDO.
           MOVE "N" TO WS-FMS-ACHADO
           IF WS-TIT-FILE-STATUS NOT = "35"
               MOVE WS-PED-NUMERO TO TITULO-PAG-PEDIDO-CHAVE
               MOVE "," TO TITULO-PAGAR-RECORD(7:1)
               MOVE 0 TO TITULO-PAG-SEQ-CHAVE
               START TITULO-PAGAR-FILE KEY IS >= TITULO-PAG-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TITULO-PAGAR-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF TITULO-PAG-PEDIDO-CHAVE
                                   = WS-PED-NUMERO
                                   MOVE "Y" TO WS-FMS-ACHADO
                               END-IF
                       END-READ
               END-START
           END-IF.

       COPIAR-ARQUIVOS-BACKUP.
           MOVE 0 TO WS-FMS-BKP-COPIADOS
           PERFORM COPIAR-UM-ARQUIVO-BACKUP
               VARYING WS-FMS-BKP-IDX FROM 1 BY 1
               UNTIL WS-FMS-BKP-IDX > 8.

       COPIAR-UM-ARQUIVO-BACKUP.
           MOVE WS-FMS-BKP-NOME(WS-FMS-BKP-IDX) TO WS-FMS-ORIGEM-NOME
           MOVE SPACES TO WS-FMS-DESTINO-NOME
           STRING "backup_" DELIMITED BY SIZE
                  WS-FMS-COMPETENCIA DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-FMS-BKP-NOME(WS-FMS-BKP-IDX) DELIMITED BY SPACE
                  INTO WS-FMS-DESTINO-NOME
           OPEN INPUT BACKUP-ORIGEM-FILE
           IF WS-AUX-FILE-STATUS = "35"
               DISPLAY "  " WS-FMS-ORIGEM-NOME " inexistente, ignorado."
           ELSE
               OPEN OUTPUT BACKUP-DESTINO-FILE
               MOVE "N" TO WS-FMS-BKP-EOF
               PERFORM COPIAR-LINHA-BACKUP UNTIL WS-FMS-BKP-EOF = "Y"
               CLOSE BACKUP-DESTINO-FILE
               CLOSE BACKUP-ORIGEM-FILE
               ADD 1 TO WS-FMS-BKP-COPIADOS
               DISPLAY "  " WS-FMS-ORIGEM-NOME " -> "
                   WS-FMS-DESTINO-NOME
           END-IF.

       COPIAR-LINHA-BACKUP.
           READ BACKUP-ORIGEM-FILE
               AT END
                   MOVE "Y" TO WS-FMS-BKP-EOF
               NOT AT END
                   WRITE BACKUP-DESTINO-LINHA FROM BACKUP-ORIGEM-LINHA
           END-READ.

       SITUACAO-FILIAIS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   SITUACAO DO FECHAMENTO " WS-FMS-COMPETENCIA
               " POR FILIAL"
           DISPLAY "================================================="
           PERFORM CARREGAR-FILIAIS
           DISPLAY "Passos: 1-Kardex 2-Folha 3-FGTS 4-Contabil "
               "5-DRE 6-Fiscal 7-Backup"
           DISPLAY "(C = concluido, F = falhou, . = pendente)"
           PERFORM EXIBIR-SITUACAO-FILIAL
               VARYING WS-FMS-FIL-IDX FROM 1 BY 1
               UNTIL WS-FMS-FIL-IDX > WS-FMS-FIL-COUNT
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       CARREGAR-FILIAIS.
           MOVE 0 TO WS-FMS-FIL-COUNT
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT FILIAL-FILE
           IF WS-AUX-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-FILIAL-FECHAMENTO UNTIL WS-FMS-EOF = "Y"
               CLOSE FILIAL-FILE
           END-IF
           IF WS-FMS-FIL-COUNT = 0
               MOVE 1 TO WS-FMS-FIL-COUNT
               MOVE WS-FMS-FILIAL TO WS-FMS-FIL-CODIGO(1)
               MOVE "FILIAL NAO CADASTRADA" TO WS-FMS-FIL-NOME(1)
           END-IF.

       LER-FILIAL-FECHAMENTO.
           READ FILIAL-FILE INTO FILIAL-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   MOVE SPACES TO WS-FMS-FIL-NOME-LIDO
                   UNSTRING FILIAL-DADOS DELIMITED BY ","
                       INTO WS-FMS-FIL-CODIGO-LIDO
                            WS-FMS-FIL-NOME-LIDO
                   IF WS-FMS-FIL-COUNT < 50
                       ADD 1 TO WS-FMS-FIL-COUNT
                       MOVE WS-FMS-FIL-CODIGO-LIDO
                           TO WS-FMS-FIL-CODIGO(WS-FMS-FIL-COUNT)
                       MOVE WS-FMS-FIL-NOME-LIDO
                           TO WS-FMS-FIL-NOME(WS-FMS-FIL-COUNT)
                   END-IF
           END-READ.

       EXIBIR-SITUACAO-FILIAL.
           MOVE WS-FMS-FIL-CODIGO(WS-FMS-FIL-IDX)
               TO WS-FMS-FILIAL-BUSCA
           PERFORM CARREGAR-SITUACAO
           MOVE 0 TO WS-FMS-CONCLUIDOS
           MOVE ALL "." TO WS-FMS-MAPA
           PERFORM MONTAR-MAPA-FILIAL
               VARYING WS-FMS-IDX FROM 1 BY 1
               UNTIL WS-FMS-IDX > 7
           IF WS-FMS-CONCLUIDOS = 7
               MOVE "FECHADA" TO WS-FMS-DESCRICAO
           ELSE
               IF WS-FMS-MAPA = "......."
                   MOVE "NAO INICIADA" TO WS-FMS-DESCRICAO
               ELSE
                   MOVE "EM ANDAMENTO" TO WS-FMS-DESCRICAO
               END-IF
           END-IF
           DISPLAY "Filial " WS-FMS-FIL-CODIGO(WS-FMS-FIL-IDX) " "
               WS-FMS-FIL-NOME(WS-FMS-FIL-IDX) " " WS-FMS-MAPA " "
               WS-FMS-CONCLUIDOS "/7 " WS-FMS-DESCRICAO.

       MONTAR-MAPA-FILIAL.
           IF WS-FMS-SIT-STATUS(WS-FMS-IDX) NOT = SPACE
               MOVE WS-FMS-SIT-STATUS(WS-FMS-IDX)
                   TO WS-FMS-MAPA(WS-FMS-IDX:1)
           END-IF
           IF WS-FMS-SIT-STATUS(WS-FMS-IDX) = "C"
               ADD 1 TO WS-FMS-CONCLUIDOS
           END-IF.

       HISTORICO-FECHAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   HISTORICO DO FECHAMENTO " WS-FMS-COMPETENCIA
           DISPLAY "================================================="
           MOVE 0 TO WS-FMS-LISTADOS
           MOVE "N" TO WS-FMS-EOF
           OPEN INPUT FECHAMENTO-MENSAL-FILE
           IF WS-FMS-FILE-STATUS = "35"
               MOVE "Y" TO WS-FMS-EOF
           ELSE
               PERFORM LER-HISTORICO-FECHAMENTO UNTIL WS-FMS-EOF = "Y"
               CLOSE FECHAMENTO-MENSAL-FILE
           END-IF
           IF WS-FMS-LISTADOS = 0
               DISPLAY "Nenhuma execucao registrada na competencia."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LER-HISTORICO-FECHAMENTO.
           READ FECHAMENTO-MENSAL-FILE INTO FECHAMENTO-MENSAL-RECORD
               AT END
                   MOVE "Y" TO WS-FMS-EOF
               NOT AT END
                   IF FM-COMPETENCIA = WS-FMS-COMPETENCIA
                       ADD 1 TO WS-FMS-LISTADOS
                       DISPLAY "Filial " FM-FILIAL " passo " FM-PASSO
                           " [" FM-SITUACAO "] " FM-LOGIN " "
                           FM-DATA " " FM-HORA
                       DISPLAY "   " FM-RESULTADO
                   END-IF
           END-READ.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

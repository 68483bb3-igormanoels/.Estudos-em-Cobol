       IDENTIFICATION DIVISION.
       PROGRAM-ID. relatoriosEmitidos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-EMITIDO-FILE ASSIGN TO
               "dadosRelatorioEmitido.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-INDICE-STATUS.
           SELECT RETENCAO-FILE ASSIGN TO "dadosRetencaoRelatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-RETENCAO-STATUS.
           SELECT ARQUIVADO-FILE ASSIGN TO WS-REM-ARQUIVO-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REM-ARQUIVO-STATUS.
           SELECT REIMPRESSAO-FILE ASSIGN TO
               "reimpressaoRelatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO-EMITIDO-FILE.
       01 RELATORIO-EMITIDO-RECORD.
           05 RELATORIO-EMITIDO-DADOS PIC X(200).
           05 RELATORIO-EMITIDO-CAMPOS
               REDEFINES RELATORIO-EMITIDO-DADOS.
               10 REL-NUMERO           PIC 9(6).
               10 REL-TIPO             PIC X(20).
               10 REL-PROGRAMA         PIC X(20).
               10 REL-LOGIN            PIC X(10).
               10 REL-FILIAL           PIC 9(2).
               10 REL-DATA             PIC 9(8).
               10 REL-HORA             PIC 9(6).
               10 REL-PAGINAS          PIC 9(4).
               10 REL-PERFIL           PIC X.
               10 REL-SITUACAO         PIC X.
                   88 REL-ATIVO        VALUE "A".
                   88 REL-EXPURGADO    VALUE "E".
               10 REL-ARQUIVO          PIC X(60).
               10 REL-PARAMETROS       PIC X(60).
               10 FILLER               PIC X(2).

       FD RETENCAO-FILE.
       01 RETENCAO-RECORD.
           05 RETENCAO-DADOS PIC X(40).
           05 RETENCAO-CAMPOS REDEFINES RETENCAO-DADOS.
               10 RET-TIPO             PIC X(20).
               10 RET-DIAS             PIC 9(4).
               10 FILLER               PIC X(16).

       FD ARQUIVADO-FILE.
       01 ARQUIVADO-LINHA PIC X(300).

       FD REIMPRESSAO-FILE.
       01 REIMPRESSAO-LINHA PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-OPTION              PIC 9(5) VALUE 0.
       01 WS-USUARIO-ADMIN       PIC X EXTERNAL VALUE "N".
       01 WS-USUARIO-LOGIN       PIC X(10) EXTERNAL.
       01 WS-PERFIL-USUARIO      PIC X(10) EXTERNAL.
       01 WS-REM-INDICE-STATUS   PIC XX VALUE "00".
       01 WS-REM-RETENCAO-STATUS PIC XX VALUE "00".
       01 WS-REM-ARQUIVO-STATUS  PIC XX VALUE "00".
       01 WS-END-OF-FILE         PIC X VALUE "N".
       01 WS-REM-ARQUIVO-NOME    PIC X(60).
       01 WS-REM-FILTRO-TIPO     PIC X(20).
       01 WS-REM-DATA-INICIAL    PIC 9(8) VALUE 0.
       01 WS-REM-DATA-FINAL      PIC 9(8) VALUE 0.
       01 WS-REM-NUMERO          PIC 9(6) VALUE 0.
       01 WS-REM-ACHADO          PIC X VALUE "N".
       01 WS-REM-PERMITIDO       PIC X VALUE "N".
       01 WS-REM-POSICAO         PIC 9 VALUE 0.
       01 WS-REM-LISTADOS        PIC 9(5) VALUE 0.
       01 WS-REM-LINHAS          PIC 9(7) VALUE 0.
       01 WS-REM-EXIBIR          PIC X VALUE "N".
       01 WS-REM-SITUACAO-TXT    PIC X(9).
       01 WS-REM-ENCONTRADO.
           05 WS-REM-ENC-DADOS   PIC X(200).
       01 WS-REM-RET-TIPO        PIC X(20).
       01 WS-REM-RET-DIAS        PIC 9(4) VALUE 0.
       01 WS-REM-RET-COUNT       PIC 9(3) VALUE 0.
       01 WS-REM-RET-IDX         PIC 9(3) VALUE 0.
       01 WS-REM-RET-TABLE.
           05 WS-REM-RET-LINHA OCCURS 200 TIMES PIC X(40).
       01 WS-REM-TIPO-EXPURGO    PIC X(20).
       01 WS-AUD-PROGRAMA        PIC X(20).
       01 WS-AUD-ACAO            PIC X(10).
       01 WS-AUD-CHAVE           PIC X(20).
       01 WS-AUD-ANTES           PIC X(150).
       01 WS-AUD-DEPOIS          PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM PESQUISAR-RELATORIOS
                   WHEN 2
                       PERFORM REIMPRIMIR-RELATORIO
                   WHEN 3
                       PERFORM REGRAS-RETENCAO
                   WHEN 4
                       PERFORM APLICAR-RETENCAO-AGORA
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
           DISPLAY "             RELATORIOS EMITIDOS                 "
           DISPLAY "================================================="
           DISPLAY "1 - Pesquisar Relatorios Emitidos"
           DISPLAY "2 - Reimprimir Relatorio"
           IF WS-USUARIO-ADMIN = "Y"
               DISPLAY "3 - Regras de Retencao por Relatorio"
               DISPLAY "4 - Aplicar Retencao Agora"
           END-IF
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       PESQUISAR-RELATORIOS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "         PESQUISAR RELATORIOS EMITIDOS           "
           DISPLAY "================================================="
           DISPLAY "Relatorio (Enter = todos): " WITH NO ADVANCING
           MOVE SPACES TO WS-REM-FILTRO-TIPO
           ACCEPT WS-REM-FILTRO-TIPO
           DISPLAY "Data inicial AAAAMMDD (0 = sem limite): "
               WITH NO ADVANCING
           ACCEPT WS-REM-DATA-INICIAL
           DISPLAY "Data final AAAAMMDD (0 = sem limite): "
               WITH NO ADVANCING
           ACCEPT WS-REM-DATA-FINAL
           IF WS-REM-DATA-FINAL = 0
               MOVE 99999999 TO WS-REM-DATA-FINAL
           END-IF
           DISPLAY "Numero Relatorio            Data     Hora   "
               "Operador   Fl Pag Situacao"
           MOVE 0 TO WS-REM-LISTADOS
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RELATORIO-EMITIDO-FILE
           IF WS-REM-INDICE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-RELATORIO-PESQUISA
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE RELATORIO-EMITIDO-FILE
           END-IF
           IF WS-REM-LISTADOS = 0
               DISPLAY "Nenhum relatorio emitido para o filtro."
           ELSE
               DISPLAY WS-REM-LISTADOS " relatorio(s) encontrado(s)."
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LER-RELATORIO-PESQUISA.
           READ RELATORIO-EMITIDO-FILE INTO RELATORIO-EMITIDO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE "Y" TO WS-REM-EXIBIR
                   IF WS-REM-FILTRO-TIPO NOT = SPACES
                       AND REL-TIPO NOT = WS-REM-FILTRO-TIPO
                       MOVE "N" TO WS-REM-EXIBIR
                   END-IF
                   IF REL-DATA < WS-REM-DATA-INICIAL
                       OR REL-DATA > WS-REM-DATA-FINAL
                       MOVE "N" TO WS-REM-EXIBIR
                   END-IF
                   PERFORM VERIFICAR-PERFIL-RELATORIO
                   IF WS-REM-PERMITIDO = "N"
                       MOVE "N" TO WS-REM-EXIBIR
                   END-IF
                   IF WS-REM-EXIBIR = "Y"
                       PERFORM EXIBIR-RELATORIO-EMITIDO
                   END-IF
           END-READ.

       EXIBIR-RELATORIO-EMITIDO.
           ADD 1 TO WS-REM-LISTADOS
           IF REL-EXPURGADO
               MOVE "EXPURGADO" TO WS-REM-SITUACAO-TXT
           ELSE
               MOVE "ARQUIVADO" TO WS-REM-SITUACAO-TXT
           END-IF
           DISPLAY REL-NUMERO " " REL-TIPO " " REL-DATA " " REL-HORA
               " " REL-LOGIN " " REL-FILIAL " " REL-PAGINAS " "
               WS-REM-SITUACAO-TXT
           IF REL-PARAMETROS NOT = SPACES
               DISPLAY "       " REL-PARAMETROS
           END-IF.

       VERIFICAR-PERFIL-RELATORIO.
           MOVE "N" TO WS-REM-PERMITIDO
           IF WS-USUARIO-ADMIN = "Y" OR REL-PERFIL = "0"
               MOVE "Y" TO WS-REM-PERMITIDO
           ELSE
           IF REL-PERFIL IS NUMERIC
               MOVE REL-PERFIL TO WS-REM-POSICAO
               IF WS-PERFIL-USUARIO(WS-REM-POSICAO:1) = "S"
                   MOVE "Y" TO WS-REM-PERMITIDO
               END-IF
           END-IF
           END-IF.

       REIMPRIMIR-RELATORIO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "             REIMPRIMIR RELATORIO                "
           DISPLAY "================================================="
           DISPLAY "Numero do relatorio emitido: " WITH NO ADVANCING
           ACCEPT WS-REM-NUMERO
           MOVE "N" TO WS-REM-ACHADO
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RELATORIO-EMITIDO-FILE
           IF WS-REM-INDICE-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LOCALIZAR-RELATORIO-EMITIDO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE RELATORIO-EMITIDO-FILE
           END-IF
           IF WS-REM-ACHADO = "N"
               DISPLAY "Relatorio " WS-REM-NUMERO " nao encontrado."
           ELSE
               MOVE WS-REM-ENC-DADOS TO RELATORIO-EMITIDO-DADOS
               PERFORM VERIFICAR-PERFIL-RELATORIO
               IF WS-REM-PERMITIDO = "N"
                   DISPLAY "Acesso negado: relatorio fora do seu "
                       "perfil."
               ELSE
               IF REL-EXPURGADO
                   DISPLAY "Relatorio expurgado pela regra de "
                       "retencao, reimpressao indisponivel."
               ELSE
                   PERFORM GERAR-REIMPRESSAO
               END-IF
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       LOCALIZAR-RELATORIO-EMITIDO.
           READ RELATORIO-EMITIDO-FILE INTO RELATORIO-EMITIDO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF REL-NUMERO = WS-REM-NUMERO
                       MOVE RELATORIO-EMITIDO-DADOS TO WS-REM-ENC-DADOS
                       MOVE "Y" TO WS-REM-ACHADO
                   END-IF
           END-READ.

       GERAR-REIMPRESSAO.
           MOVE REL-ARQUIVO TO WS-REM-ARQUIVO-NOME
           OPEN INPUT ARQUIVADO-FILE
           IF WS-REM-ARQUIVO-STATUS NOT = "00"
               DISPLAY "Arquivo " WS-REM-ARQUIVO-NOME " indisponivel."
           ELSE
               OPEN OUTPUT REIMPRESSAO-FILE
               MOVE 0 TO WS-REM-LINHAS
               MOVE "N" TO WS-END-OF-FILE
               PERFORM COPIAR-LINHA-REIMPRESSAO
                   UNTIL WS-END-OF-FILE = "Y"
               CLOSE REIMPRESSAO-FILE
               CLOSE ARQUIVADO-FILE
               DISPLAY "Relatorio " REL-TIPO " de " REL-DATA " "
                   REL-HORA " reimpresso em reimpressaoRelatorio.txt"
               DISPLAY WS-REM-LINHAS " linha(s), " REL-PAGINAS
                   " pagina(s)."
               MOVE "relatoriosEmitidos" TO WS-AUD-PROGRAMA
               MOVE "REIMPRIMIR" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               STRING "RELATORIO " DELIMITED BY SIZE
                      REL-NUMERO DELIMITED BY SIZE
                      INTO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE REL-TIPO TO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
           END-IF.

       COPIAR-LINHA-REIMPRESSAO.
           READ ARQUIVADO-FILE
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   WRITE REIMPRESSAO-LINHA FROM ARQUIVADO-LINHA
                   ADD 1 TO WS-REM-LINHAS
           END-READ.

       REGRAS-RETENCAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REGRAS DE RETENCAO POR RELATORIO          "
           DISPLAY "================================================="
           IF WS-USUARIO-ADMIN NOT = "Y"
               DISPLAY "Acesso negado: opcao restrita ao administrador."
           ELSE
               PERFORM CARREGAR-RETENCAO
               IF WS-REM-RET-COUNT = 0
                   DISPLAY "Nenhuma regra cadastrada; vale o parametro "
                       "RETENCAO-RELATORIO (padrao 90 dias)."
               END-IF
               PERFORM EXIBIR-REGRA-RETENCAO
                   VARYING WS-REM-RET-IDX FROM 1 BY 1
                   UNTIL WS-REM-RET-IDX > WS-REM-RET-COUNT
               DISPLAY "Relatorio a definir (Enter = nenhum): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REM-RET-TIPO
               ACCEPT WS-REM-RET-TIPO
               IF WS-REM-RET-TIPO NOT = SPACES
                   DISPLAY "Dias de retencao (0 = manter sempre): "
                       WITH NO ADVANCING
                   ACCEPT WS-REM-RET-DIAS
                   PERFORM GRAVAR-REGRA-RETENCAO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       CARREGAR-RETENCAO.
           MOVE 0 TO WS-REM-RET-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RETENCAO-FILE
           IF WS-REM-RETENCAO-STATUS = "35"
               MOVE "Y" TO WS-END-OF-FILE
           ELSE
               PERFORM LER-RETENCAO UNTIL WS-END-OF-FILE = "Y"
               CLOSE RETENCAO-FILE
           END-IF.

       LER-RETENCAO.
           READ RETENCAO-FILE INTO RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF WS-REM-RET-COUNT < 200
                       ADD 1 TO WS-REM-RET-COUNT
                       MOVE RETENCAO-DADOS
                           TO WS-REM-RET-LINHA(WS-REM-RET-COUNT)
                   END-IF
           END-READ.

       EXIBIR-REGRA-RETENCAO.
           MOVE WS-REM-RET-LINHA(WS-REM-RET-IDX) TO RETENCAO-DADOS
           DISPLAY RET-TIPO " " RET-DIAS " dia(s)".

       GRAVAR-REGRA-RETENCAO.
           PERFORM PROCURAR-REGRA-RETENCAO
               VARYING WS-REM-RET-IDX FROM 1 BY 1
               UNTIL WS-REM-RET-IDX > WS-REM-RET-COUNT
                   OR WS-REM-RET-LINHA(WS-REM-RET-IDX)(1:20)
                       = WS-REM-RET-TIPO
           IF WS-REM-RET-IDX > WS-REM-RET-COUNT
               IF WS-REM-RET-COUNT < 200
                   ADD 1 TO WS-REM-RET-COUNT
                   MOVE WS-REM-RET-COUNT TO WS-REM-RET-IDX
               END-IF
           END-IF
           MOVE SPACES TO RETENCAO-DADOS
           MOVE WS-REM-RET-TIPO TO RET-TIPO
           MOVE WS-REM-RET-DIAS TO RET-DIAS
           MOVE RETENCAO-DADOS TO WS-REM-RET-LINHA(WS-REM-RET-IDX)
           OPEN OUTPUT RETENCAO-FILE
           PERFORM REGRAVAR-REGRA-RETENCAO
               VARYING WS-REM-RET-IDX FROM 1 BY 1
               UNTIL WS-REM-RET-IDX > WS-REM-RET-COUNT
           CLOSE RETENCAO-FILE
           DISPLAY "Retencao de " WS-REM-RET-TIPO " definida em "
               WS-REM-RET-DIAS " dia(s)."
           MOVE "relatoriosEmitidos" TO WS-AUD-PROGRAMA
           MOVE "RETENCAO" TO WS-AUD-ACAO
           MOVE WS-REM-RET-TIPO TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE WS-REM-RET-DIAS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       PROCURAR-REGRA-RETENCAO.
           CONTINUE.

       REGRAVAR-REGRA-RETENCAO.
           WRITE RETENCAO-RECORD FROM WS-REM-RET-LINHA(WS-REM-RET-IDX).

       APLICAR-RETENCAO-AGORA.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "           APLICAR RETENCAO AGORA                "
           DISPLAY "================================================="
           IF WS-USUARIO-ADMIN NOT = "Y"
               DISPLAY "Acesso negado: opcao restrita ao administrador."
           ELSE
               MOVE SPACES TO WS-REM-TIPO-EXPURGO
               CALL 'expurgarRelatorios' USING WS-REM-TIPO-EXPURGO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION
           MOVE 0 TO WS-OPTION.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

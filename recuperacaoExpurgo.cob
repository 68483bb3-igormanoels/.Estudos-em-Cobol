       IDENTIFICATION DIVISION.
       PROGRAM-ID. recuperacaoExpurgo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-EXPURGO-FILE ASSIGN TO
               "dadosCatalogoExpurgo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REX-CATALOGO-STATUS.
           SELECT EXPURGO-FILE ASSIGN TO WS-REX-ARQUIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REX-EXPURGO-STATUS.
           SELECT VISAO-FILE ASSIGN TO WS-REX-VISAO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REX-VISAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-EXPURGO-FILE.
       01 CATALOGO-EXPURGO-RECORD.
           05 CATALOGO-EXPURGO-DADOS PIC X(150).
           05 CATALOGO-EXPURGO-CAMPOS
               REDEFINES CATALOGO-EXPURGO-DADOS.
               10 CAT-ARQUIVO-DADOS    PIC X(40).
               10 CAT-ARQUIVO-EXPURGO  PIC X(60).
               10 CAT-CORTE            PIC 9(8).
               10 CAT-REGISTROS        PIC 9(7).
               10 CAT-DATA-EXPURGO     PIC 9(8).
               10 CAT-ORIGEM           PIC X.
               10 FILLER               PIC X(26).

       FD EXPURGO-FILE.
       01 EXPURGO-LINHA PIC X(150).

       FD VISAO-FILE.
       01 VISAO-LINHA PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-REX-CATALOGO-STATUS PIC XX VALUE "00".
       01 WS-REX-EXPURGO-STATUS PIC XX VALUE "00".
       01 WS-REX-VISAO-STATUS   PIC XX VALUE "00".
       01 WS-REX-ARQUIVO        PIC X(60).
       01 WS-REX-VISAO          PIC X(60).
       01 WS-REX-EOF            PIC X VALUE "N".
       01 WS-REX-CFG-VALORES.
           05 FILLER PIC X(40) VALUE "dadosKardex.txt".
           05 FILLER PIC X(40) VALUE "visaoKardexRecuperado.txt".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC X(12) VALUE "Produto".
           05 FILLER PIC X(40) VALUE "excecoesEstoque.txt".
           05 FILLER PIC X(40) VALUE "visaoExcecoesRecuperadas.txt".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(12) VALUE "Produto".
           05 FILLER PIC X(40) VALUE "dadosHistoricoPreco.txt".
           05 FILLER PIC X(40)
               VALUE "visaoHistoricoPrecoRecuperado.txt".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 4.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(12) VALUE "Produto".
           05 FILLER PIC X(40) VALUE "dadosFolhaPagamento.txt".
           05 FILLER PIC X(40) VALUE "visaoFolhaRecuperada.txt".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC 9(3) VALUE 36.
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(12) VALUE "Funcionario".
           05 FILLER PIC X(40)
               VALUE "dadosTransferenciaFuncionario.txt".
           05 FILLER PIC X(40)
               VALUE "visaoTransferenciaRecuperada.txt".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 6.
           05 FILLER PIC 9(3) VALUE 0.
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(12) VALUE "Funcionario".
       01 WS-REX-CFG-TABELA REDEFINES WS-REX-CFG-VALORES.
           05 WS-REX-CFG OCCURS 5 TIMES.
               10 WS-REX-CFG-DADOS      PIC X(40).
               10 WS-REX-CFG-VISAO      PIC X(40).
               10 WS-REX-CFG-FIXO       PIC X.
               10 WS-REX-CFG-CAMPO-DATA PIC 9.
               10 WS-REX-CFG-POS-DATA   PIC 9(3).
               10 WS-REX-CFG-CAMPO-DOC  PIC 9.
               10 WS-REX-CFG-ROTULO     PIC X(12).
       01 WS-REX-CFG-IDX        PIC 9(2) VALUE 0.
       01 WS-REX-CAT-COUNT      PIC 9(3) VALUE 0.
       01 WS-REX-CAT-IDX        PIC 9(3) VALUE 0.
       01 WS-REX-CAT-BUSCA      PIC 9(3) VALUE 0.
       01 WS-REX-CAT-CHEIA      PIC X VALUE "N".
       01 WS-REX-CAT-TABLE.
           05 WS-REX-CAT OCCURS 500 TIMES.
               10 WS-REX-CAT-DADOS      PIC X(40).
               10 WS-REX-CAT-ARQUIVO    PIC X(60).
               10 WS-REX-CAT-CORTE      PIC 9(8).
               10 WS-REX-CAT-REGISTROS  PIC 9(7).
               10 WS-REX-CAT-DATA       PIC 9(8).
       01 WS-REX-ARQ-ESCOLHA    PIC 9(3) VALUE 0.
       01 WS-REX-ARQ-ESCOLHA-ALFA PIC X(3).
       01 WS-REX-FILTRO-CODIGO-ALFA PIC X(5).
       01 WS-REX-FILTRO-CODIGO  PIC 9(5) VALUE 0.
       01 WS-REX-FILTRO-DOC     PIC X(20).
       01 WS-REX-FILTRO-INICIAL PIC 9(8) VALUE 0.
       01 WS-REX-FILTRO-FINAL   PIC 9(8) VALUE 0.
       01 WS-REX-DATA-ALFA      PIC X(8).
       01 WS-REX-RESTAURAR      PIC X VALUE "N".
       01 WS-REX-SELECIONADO    PIC X VALUE "N".
       01 WS-REX-ENCONTRADOS    PIC 9(7) VALUE 0.
       01 WS-REX-ARQUIVOS-LIDOS PIC 9(3) VALUE 0.
       01 WS-REX-CONTADOS       PIC 9(7) VALUE 0.
       01 WS-REX-HOJE           PIC 9(8).
       01 WS-REX-TAM            PIC 9(2) VALUE 0.
       01 WS-REX-POS            PIC 9(2) VALUE 0.
       01 WS-REX-ANO            PIC 9(4) VALUE 0.
       01 WS-REX-CAMPOS.
           05 WS-REX-CAMPO OCCURS 8 TIMES PIC X(20).
       01 WS-REX-CODIGO-REG     PIC 9(5) VALUE 0.
       01 WS-REX-DATA-REG       PIC X(8).
       01 WS-REX-CONFIRMA       PIC X.
       01 WS-REX-DESCARTADAS    PIC 9(2) VALUE 0.
       01 WS-MENSAGEM-CONTINUAR PIC X(35)
           VALUE "Pressione Enter para continuar...".
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
                       PERFORM LISTAR-ARQUIVOS-EXPURGO
                   WHEN 2
                       MOVE "N" TO WS-REX-RESTAURAR
                       PERFORM PESQUISAR-EXPURGO
                   WHEN 3
                       MOVE "S" TO WS-REX-RESTAURAR
                       PERFORM PESQUISAR-EXPURGO
                   WHEN 4
                       PERFORM DESCARTAR-VISOES
                   WHEN 5
                       PERFORM CATALOGAR-ARQUIVO-EXISTENTE
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
           DISPLAY "        RECUPERACAO DE REGISTROS EXPURGADOS      "
           DISPLAY "================================================="
           DISPLAY "1 - Listar Arquivos de Expurgo"
           DISPLAY "2 - Pesquisar Registros Expurgados"
           DISPLAY "3 - Restaurar para Visao Temporaria"
           DISPLAY "4 - Descartar Visoes Temporarias"
           DISPLAY "5 - Catalogar Arquivo de Expurgo Existente"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       CARREGAR-CATALOGO.
           MOVE 0 TO WS-REX-CAT-COUNT
           MOVE "N" TO WS-REX-CAT-CHEIA
           MOVE "N" TO WS-REX-EOF
           OPEN INPUT CATALOGO-EXPURGO-FILE
           IF WS-REX-CATALOGO-STATUS = "35"
               MOVE "Y" TO WS-REX-EOF
           ELSE
               PERFORM LER-CATALOGO-EXPURGO UNTIL WS-REX-EOF = "Y"
               CLOSE CATALOGO-EXPURGO-FILE
           END-IF.

       LER-CATALOGO-EXPURGO.
           READ CATALOGO-EXPURGO-FILE INTO CATALOGO-EXPURGO-RECORD
               AT END
                   MOVE "Y" TO WS-REX-EOF
               NOT AT END
                   PERFORM PROCURAR-ARQUIVO-CATALOGO
                       VARYING WS-REX-CAT-BUSCA FROM 1 BY 1
                       UNTIL WS-REX-CAT-BUSCA > WS-REX-CAT-COUNT
                       OR WS-REX-CAT-ARQUIVO(WS-REX-CAT-BUSCA)
                           = CAT-ARQUIVO-EXPURGO
                   IF WS-REX-CAT-BUSCA > WS-REX-CAT-COUNT
                       IF WS-REX-CAT-COUNT < 500
                           ADD 1 TO WS-REX-CAT-COUNT
                           MOVE WS-REX-CAT-COUNT TO WS-REX-CAT-BUSCA
                       ELSE
                           MOVE "Y" TO WS-REX-CAT-CHEIA
                           MOVE 0 TO WS-REX-CAT-BUSCA
                       END-IF
                   END-IF
                   IF WS-REX-CAT-BUSCA > 0
                       MOVE CAT-ARQUIVO-DADOS
                           TO WS-REX-CAT-DADOS(WS-REX-CAT-BUSCA)
                       MOVE CAT-ARQUIVO-EXPURGO
                           TO WS-REX-CAT-ARQUIVO(WS-REX-CAT-BUSCA)
                       MOVE CAT-CORTE
                           TO WS-REX-CAT-CORTE(WS-REX-CAT-BUSCA)
                       MOVE CAT-REGISTROS
                           TO WS-REX-CAT-REGISTROS(WS-REX-CAT-BUSCA)
                       MOVE CAT-DATA-EXPURGO
                           TO WS-REX-CAT-DATA(WS-REX-CAT-BUSCA)
                   END-IF
           END-READ.

       PROCURAR-ARQUIVO-CATALOGO.
           CONTINUE.

       LISTAR-ARQUIVOS-EXPURGO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          ARQUIVOS DE EXPURGO DISPONIVEIS        "
           DISPLAY "================================================="
           PERFORM CARREGAR-CATALOGO
           IF WS-REX-CAT-COUNT = 0
               DISPLAY "Nenhum arquivo de expurgo catalogado."
           ELSE
               PERFORM LISTAR-ARQUIVOS-DE-DADOS
                   VARYING WS-REX-CFG-IDX FROM 1 BY 1
                   UNTIL WS-REX-CFG-IDX > 5
           END-IF
           IF WS-REX-CAT-CHEIA = "Y"
               DISPLAY "AVISO: catalogo com mais de 500 arquivos, "
                   "listagem parcial."
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       LISTAR-ARQUIVOS-DE-DADOS.
           DISPLAY WS-REX-CFG-DADOS(WS-REX-CFG-IDX)
           MOVE 0 TO WS-REX-CONTADOS
           PERFORM LISTAR-ENTRADA-CATALOGO
               VARYING WS-REX-CAT-IDX FROM 1 BY 1
               UNTIL WS-REX-CAT-IDX > WS-REX-CAT-COUNT
           IF WS-REX-CONTADOS = 0
               DISPLAY "   (nenhum arquivo de expurgo)"
           END-IF.

       LISTAR-ENTRADA-CATALOGO.
           IF WS-REX-CAT-DADOS(WS-REX-CAT-IDX)
               = WS-REX-CFG-DADOS(WS-REX-CFG-IDX)
               ADD 1 TO WS-REX-CONTADOS
               DISPLAY "  " WS-REX-CAT-IDX " - "
                   WS-REX-CAT-ARQUIVO(WS-REX-CAT-IDX)(1:45)
               DISPLAY "        anteriores a "
                   WS-REX-CAT-CORTE(WS-REX-CAT-IDX)
                   "  registros: " WS-REX-CAT-REGISTROS(WS-REX-CAT-IDX)
                   "  expurgo em " WS-REX-CAT-DATA(WS-REX-CAT-IDX)
           END-IF.

       PESQUISAR-EXPURGO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           IF WS-REX-RESTAURAR = "S"
               DISPLAY "       RESTAURAR PARA VISAO TEMPORARIA"
           ELSE
               DISPLAY "        PESQUISAR REGISTROS EXPURGADOS"
           END-IF
           DISPLAY "================================================="
           PERFORM CARREGAR-CATALOGO
           PERFORM EXIBIR-ARQUIVO-DADOS
               VARYING WS-REX-CFG-IDX FROM 1 BY 1
               UNTIL WS-REX-CFG-IDX > 5
           DISPLAY "Arquivo de dados (1-5): " WITH NO ADVANCING
           ACCEPT WS-REX-CFG-IDX
           IF WS-REX-CFG-IDX < 1 OR WS-REX-CFG-IDX > 5
               DISPLAY "Arquivo de dados invalido."
           ELSE
               PERFORM OBTER-FILTROS-EXPURGO
               PERFORM EXECUTAR-PESQUISA-EXPURGO
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       EXIBIR-ARQUIVO-DADOS.
           DISPLAY WS-REX-CFG-IDX " - "
               WS-REX-CFG-DADOS(WS-REX-CFG-IDX).

       OBTER-FILTROS-EXPURGO.
           DISPLAY "Numero do arquivo de expurgo (Enter = todos): "
               WITH NO ADVANCING
           ACCEPT WS-REX-ARQ-ESCOLHA-ALFA
           MOVE 0 TO WS-REX-ARQ-ESCOLHA
           IF WS-REX-ARQ-ESCOLHA-ALFA NOT = SPACES
               MOVE 0 TO WS-REX-TAM
               INSPECT WS-REX-ARQ-ESCOLHA-ALFA TALLYING WS-REX-TAM
                   FOR CHARACTERS BEFORE INITIAL " "
               IF WS-REX-TAM > 0
                   AND WS-REX-ARQ-ESCOLHA-ALFA(1:WS-REX-TAM)
                       IS NUMERIC
                   MOVE WS-REX-ARQ-ESCOLHA-ALFA(1:WS-REX-TAM)
                       TO WS-REX-ARQ-ESCOLHA
               END-IF
           END-IF
           DISPLAY "Codigo do " WS-REX-CFG-ROTULO(WS-REX-CFG-IDX)
               "(Enter = todos): " WITH NO ADVANCING
           ACCEPT WS-REX-FILTRO-CODIGO-ALFA
           MOVE 0 TO WS-REX-FILTRO-CODIGO
           IF WS-REX-FILTRO-CODIGO-ALFA NOT = SPACES
               MOVE 0 TO WS-REX-TAM
               INSPECT WS-REX-FILTRO-CODIGO-ALFA TALLYING WS-REX-TAM
                   FOR CHARACTERS BEFORE INITIAL " "
               IF WS-REX-TAM > 0
                   AND WS-REX-FILTRO-CODIGO-ALFA(1:WS-REX-TAM)
                       IS NUMERIC
                   MOVE WS-REX-FILTRO-CODIGO-ALFA(1:WS-REX-TAM)
                       TO WS-REX-FILTRO-CODIGO
               END-IF
           END-IF
           MOVE SPACES TO WS-REX-FILTRO-DOC
           IF WS-REX-CFG-CAMPO-DOC(WS-REX-CFG-IDX) > 0
               DISPLAY "Documento / nota (Enter = todos): "
                   WITH NO ADVANCING
               ACCEPT WS-REX-FILTRO-DOC
           END-IF
           DISPLAY "Data inicial (AAAAMMDD, Enter = sem limite): "
               WITH NO ADVANCING
           ACCEPT WS-REX-DATA-ALFA
           IF WS-REX-DATA-ALFA IS NUMERIC
               MOVE WS-REX-DATA-ALFA TO WS-REX-FILTRO-INICIAL
           ELSE
               MOVE 0 TO WS-REX-FILTRO-INICIAL
           END-IF
           DISPLAY "Data final (AAAAMMDD, Enter = sem limite): "
               WITH NO ADVANCING
           ACCEPT WS-REX-DATA-ALFA
           IF WS-REX-DATA-ALFA IS NUMERIC
               MOVE WS-REX-DATA-ALFA TO WS-REX-FILTRO-FINAL
           ELSE
               MOVE 99999999 TO WS-REX-FILTRO-FINAL
           END-IF.

       EXECUTAR-PESQUISA-EXPURGO.
           MOVE 0 TO WS-REX-ENCONTRADOS
           MOVE 0 TO WS-REX-ARQUIVOS-LIDOS
           IF WS-REX-RESTAURAR = "S"
               MOVE WS-REX-CFG-VISAO(WS-REX-CFG-IDX) TO WS-REX-VISAO
               OPEN OUTPUT VISAO-FILE
           END-IF
           PERFORM PESQUISAR-ARQUIVO-CATALOGO
               VARYING WS-REX-CAT-IDX FROM 1 BY 1
               UNTIL WS-REX-CAT-IDX > WS-REX-CAT-COUNT
           IF WS-REX-RESTAURAR = "S"
               CLOSE VISAO-FILE
           END-IF
           IF WS-REX-ARQUIVOS-LIDOS = 0
               DISPLAY "Nenhum arquivo de expurgo disponivel para "
                   WS-REX-CFG-DADOS(WS-REX-CFG-IDX)
           ELSE
               DISPLAY WS-REX-ENCONTRADOS " registro(s) encontrado(s)"
                   " em " WS-REX-ARQUIVOS-LIDOS " arquivo(s)."
               IF WS-REX-RESTAURAR = "S"
                   DISPLAY "Visao temporaria gravada em "
                       WS-REX-VISAO
               END-IF
           END-IF
           PERFORM REGISTRAR-AUDITORIA-RECUPERACAO.

       PESQUISAR-ARQUIVO-CATALOGO.
           IF WS-REX-CAT-DADOS(WS-REX-CAT-IDX)
               = WS-REX-CFG-DADOS(WS-REX-CFG-IDX)
               AND (WS-REX-ARQ-ESCOLHA = 0
               OR WS-REX-ARQ-ESCOLHA = WS-REX-CAT-IDX)
               MOVE WS-REX-CAT-ARQUIVO(WS-REX-CAT-IDX) TO WS-REX-ARQUIVO
               OPEN INPUT EXPURGO-FILE
               IF WS-REX-EXPURGO-STATUS NOT = "00"
                   DISPLAY WS-REX-ARQUIVO(1:45)
                       ": arquivo nao encontrado."
               ELSE
                   ADD 1 TO WS-REX-ARQUIVOS-LIDOS
                   MOVE "N" TO WS-REX-EOF
                   PERFORM LER-REGISTRO-EXPURGADO
                       UNTIL WS-REX-EOF = "Y"
                   CLOSE EXPURGO-FILE
               END-IF
           END-IF.

       LER-REGISTRO-EXPURGADO.
           READ EXPURGO-FILE
               AT END
                   MOVE "Y" TO WS-REX-EOF
               NOT AT END
                   PERFORM SELECIONAR-REGISTRO-EXPURGADO
                   IF WS-REX-SELECIONADO = "S"
                       ADD 1 TO WS-REX-ENCONTRADOS
                       IF WS-REX-RESTAURAR = "S"
                           WRITE VISAO-LINHA FROM EXPURGO-LINHA
                       ELSE
                           DISPLAY EXPURGO-LINHA(1:79)
                       END-IF
                   END-IF
           END-READ.

       SELECIONAR-REGISTRO-EXPURGADO.
           MOVE "S" TO WS-REX-SELECIONADO
           MOVE 0 TO WS-REX-CODIGO-REG
           MOVE SPACES TO WS-REX-CAMPOS
           IF WS-REX-CFG-FIXO(WS-REX-CFG-IDX) = "S"
               IF EXPURGO-LINHA(1:5) IS NUMERIC
                   MOVE EXPURGO-LINHA(1:5) TO WS-REX-CODIGO-REG
               END-IF
               MOVE EXPURGO-LINHA(WS-REX-CFG-POS-DATA(WS-REX-CFG-IDX):8)
                   TO WS-REX-DATA-REG
           ELSE
               UNSTRING EXPURGO-LINHA DELIMITED BY ","
                   INTO WS-REX-CAMPO(1) WS-REX-CAMPO(2)
                        WS-REX-CAMPO(3) WS-REX-CAMPO(4)
                        WS-REX-CAMPO(5) WS-REX-CAMPO(6)
                        WS-REX-CAMPO(7) WS-REX-CAMPO(8)
               IF WS-REX-CAMPO(1)(1:5) IS NUMERIC
                   MOVE WS-REX-CAMPO(1)(1:5) TO WS-REX-CODIGO-REG
               END-IF
               MOVE WS-REX-CAMPO(WS-REX-CFG-CAMPO-DATA(WS-REX-CFG-IDX))
                   (1:8) TO WS-REX-DATA-REG
           END-IF
           IF WS-REX-FILTRO-CODIGO > 0
               AND WS-REX-CODIGO-REG NOT = WS-REX-FILTRO-CODIGO
               MOVE "N" TO WS-REX-SELECIONADO
           END-IF
           IF WS-REX-FILTRO-DOC NOT = SPACES
               IF WS-REX-CAMPO(WS-REX-CFG-CAMPO-DOC(WS-REX-CFG-IDX))
                   NOT = WS-REX-FILTRO-DOC
                   MOVE "N" TO WS-REX-SELECIONADO
               END-IF
           END-IF
           IF WS-REX-DATA-REG IS NUMERIC
               IF WS-REX-DATA-REG < WS-REX-FILTRO-INICIAL
                   OR WS-REX-DATA-REG > WS-REX-FILTRO-FINAL
                   MOVE "N" TO WS-REX-SELECIONADO
               END-IF
           ELSE
               IF WS-REX-FILTRO-INICIAL > 0
                   OR WS-REX-FILTRO-FINAL < 99999999
                   MOVE "N" TO WS-REX-SELECIONADO
               END-IF
           END-IF.

       REGISTRAR-AUDITORIA-RECUPERACAO.
           MOVE "recuperacaoExpurgo" TO WS-AUD-PROGRAMA
           IF WS-REX-RESTAURAR = "S"
               MOVE "RESTAURAR" TO WS-AUD-ACAO
           ELSE
               MOVE "PESQUISAR" TO WS-AUD-ACAO
           END-IF
           MOVE WS-REX-CFG-DADOS(WS-REX-CFG-IDX) TO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           STRING "Arquivo " DELIMITED BY SIZE
                  WS-REX-ARQ-ESCOLHA DELIMITED BY SIZE
                  " codigo " DELIMITED BY SIZE
                  WS-REX-FILTRO-CODIGO DELIMITED BY SIZE
                  " documento " DELIMITED BY SIZE
                  WS-REX-FILTRO-DOC DELIMITED BY SPACE
                  " periodo " DELIMITED BY SIZE
                  WS-REX-FILTRO-INICIAL DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  WS-REX-FILTRO-FINAL DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
           MOVE SPACES TO WS-AUD-DEPOIS
           IF WS-REX-RESTAURAR = "S"
               STRING WS-REX-ENCONTRADOS DELIMITED BY SIZE
                      " registro(s) restaurado(s) em " DELIMITED BY SIZE
                      WS-REX-VISAO DELIMITED BY SPACE
                      INTO WS-AUD-DEPOIS
           ELSE
               STRING WS-REX-ENCONTRADOS DELIMITED BY SIZE
                      " registro(s) exibido(s) de " DELIMITED BY SIZE
                      WS-REX-ARQUIVOS-LIDOS DELIMITED BY SIZE
                      " arquivo(s)" DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
           END-IF
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       DESCARTAR-VISOES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        DESCARTAR VISOES TEMPORARIAS             "
           DISPLAY "================================================="
           DISPLAY "Confirma a exclusao das visoes restauradas (S/N)? "
               WITH NO ADVANCING
           ACCEPT WS-REX-CONFIRMA
           IF WS-REX-CONFIRMA = "S" OR WS-REX-CONFIRMA = "s"
               MOVE 0 TO WS-REX-DESCARTADAS
               PERFORM DESCARTAR-UMA-VISAO
                   VARYING WS-REX-CFG-IDX FROM 1 BY 1
                   UNTIL WS-REX-CFG-IDX > 5
               DISPLAY WS-REX-DESCARTADAS
                   " visao(oes) temporaria(s) descartada(s)."
               MOVE "recuperacaoExpurgo" TO WS-AUD-PROGRAMA
               MOVE "DESCARTAR" TO WS-AUD-ACAO
               MOVE "visoes temporarias" TO WS-AUD-CHAVE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING WS-REX-DESCARTADAS DELIMITED BY SIZE
                      " visao(oes) descartada(s)" DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
           ELSE
               DISPLAY "Operacao cancelada."
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       DESCARTAR-UMA-VISAO.
           MOVE WS-REX-CFG-VISAO(WS-REX-CFG-IDX) TO WS-REX-VISAO
           OPEN INPUT VISAO-FILE
           IF WS-REX-VISAO-STATUS = "00"
               CLOSE VISAO-FILE
               CALL "CBL_DELETE_FILE" USING WS-REX-VISAO
               ADD 1 TO WS-REX-DESCARTADAS
           END-IF.

       CATALOGAR-ARQUIVO-EXISTENTE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     CATALOGAR ARQUIVO DE EXPURGO EXISTENTE      "
           DISPLAY "================================================="
           DISPLAY "Nome do arquivo de expurgo: " WITH NO ADVANCING
           ACCEPT WS-REX-ARQUIVO
           MOVE 0 TO WS-REX-CFG-IDX
           PERFORM IDENTIFICAR-ARQUIVO-DADOS
               VARYING WS-REX-CAT-IDX FROM 1 BY 1
               UNTIL WS-REX-CAT-IDX > 5
           IF WS-REX-CFG-IDX = 0
               DISPLAY "Nome nao corresponde a um arquivo de expurgo."
           ELSE
               OPEN INPUT EXPURGO-FILE
               IF WS-REX-EXPURGO-STATUS NOT = "00"
                   DISPLAY "Arquivo nao encontrado."
               ELSE
                   MOVE 0 TO WS-REX-CONTADOS
                   MOVE "N" TO WS-REX-EOF
                   PERFORM CONTAR-REGISTRO-EXPURGADO
                       UNTIL WS-REX-EOF = "Y"
                   CLOSE EXPURGO-FILE
                   PERFORM GRAVAR-ENTRADA-CATALOGO
               END-IF
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       IDENTIFICAR-ARQUIVO-DADOS.
           MOVE 0 TO WS-REX-TAM
           INSPECT WS-REX-CFG-DADOS(WS-REX-CAT-IDX) TALLYING WS-REX-TAM
               FOR CHARACTERS BEFORE INITIAL " "
           IF WS-REX-ARQUIVO(1:WS-REX-TAM)
               = WS-REX-CFG-DADOS(WS-REX-CAT-IDX)(1:WS-REX-TAM)
               AND WS-REX-ARQUIVO(WS-REX-TAM + 1:1) = "_"
               MOVE WS-REX-CAT-IDX TO WS-REX-CFG-IDX
               COMPUTE WS-REX-POS = WS-REX-TAM + 1
           END-IF.

       CONTAR-REGISTRO-EXPURGADO.
           READ EXPURGO-FILE
               AT END
                   MOVE "Y" TO WS-REX-EOF
               NOT AT END
                   ADD 1 TO WS-REX-CONTADOS
           END-READ.

       GRAVAR-ENTRADA-CATALOGO.
           ACCEPT WS-REX-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO CATALOGO-EXPURGO-DADOS
           MOVE WS-REX-CFG-DADOS(WS-REX-CFG-IDX) TO CAT-ARQUIVO-DADOS
           MOVE WS-REX-ARQUIVO TO CAT-ARQUIVO-EXPURGO
           MOVE 0 TO CAT-CORTE
           IF WS-REX-ARQUIVO(WS-REX-POS:5) = "_ate_"
               AND WS-REX-ARQUIVO(WS-REX-POS + 5:8) IS NUMERIC
               MOVE WS-REX-ARQUIVO(WS-REX-POS + 5:8) TO CAT-CORTE
           END-IF
           IF WS-REX-ARQUIVO(WS-REX-POS:11) = "_exercicio_"
               AND WS-REX-ARQUIVO(WS-REX-POS + 11:4) IS NUMERIC
               MOVE WS-REX-ARQUIVO(WS-REX-POS + 11:4) TO WS-REX-ANO
               COMPUTE CAT-CORTE = (WS-REX-ANO + 1) * 10000 + 101
           END-IF
           MOVE WS-REX-CONTADOS TO CAT-REGISTROS
           MOVE WS-REX-HOJE TO CAT-DATA-EXPURGO
           MOVE "M" TO CAT-ORIGEM
           OPEN EXTEND CATALOGO-EXPURGO-FILE
           IF WS-REX-CATALOGO-STATUS = "35"
               OPEN OUTPUT CATALOGO-EXPURGO-FILE
           END-IF
           WRITE CATALOGO-EXPURGO-RECORD
           CLOSE CATALOGO-EXPURGO-FILE
           DISPLAY "Arquivo catalogado para "
               WS-REX-CFG-DADOS(WS-REX-CFG-IDX)
           DISPLAY WS-REX-CONTADOS " registro(s), anteriores a "
               CAT-CORTE.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION
           GOBACK.

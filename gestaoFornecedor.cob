               VALUE "Total de registros: ".
           05 WS-REL-RODAPE-TOTAL   PIC ZZZZ9.
           05 FILLER                PIC X(53) VALUE SPACES.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CLOSE FORNECEDOR-FILE
           PERFORM ESCREVER-RODAPE-RELATORIO-FORN
           CLOSE RELATORIO-FORNECEDOR-FILE
           MOVE "relatorioFornecedor.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioFornecedor" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioFornecedor.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoFornecedor" TO WS-RLE-PROGRAMA
           MOVE "4" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

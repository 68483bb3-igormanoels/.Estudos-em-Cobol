           05 FILLER                PIC X(07) VALUE "  Dif.:".
           05 WS-DIV-DIFERENCA      PIC +ZZZZ9.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               WRITE RELATORIO-DIVERGENCIA-LINHA
           END-IF
           CLOSE RELATORIO-DIVERGENCIA-FILE
           MOVE "relatorioDivergenciaEstoque.txt" TO WS-RLE-ARQUIVO
           MOVE "divergenciaEstoque" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em "
               "relatorioDivergenciaEstoque.txt".


       PROCURAR-SALDO-ESTOQUE.
           CONTINUE.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "reconciliacaoEstoque" TO WS-RLE-PROGRAMA
           MOVE "2" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

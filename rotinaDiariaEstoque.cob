               VALUE "Valor total em estoque: ".
           05 WS-REL-VALOR-TOTAL-EST PIC Z(8)9.99.
           05 FILLER                PIC X(44) VALUE SPACES.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           CLOSE ESTOQUE-FILE
           PERFORM ESCREVER-RODAPE-RELATORIO-LOTE
           CLOSE RELATORIO-VALORIZACAO-FILE
           MOVE "relatorioValorizacaoLote.txt" TO WS-RLE-ARQUIVO
           MOVE "valorizacaoLote" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio de valorizacao gravado em "
               "relatorioValorizacaoLote.txt".

           MOVE WS-VALOR-ESTOQUE TO WS-REL-VALOR-TOTAL-EST
           WRITE RELATORIO-VALORIZACAO-LINHA
               FROM WS-REL-LINHA-VALOR-TOTAL.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "rotinaDiariaEstoque" TO WS-RLE-PROGRAMA
           MOVE "2" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

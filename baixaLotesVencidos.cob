       01 WS-REL-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-REL-ACHADO         PIC X VALUE "N".
       01 WS-OPTION             PIC 9(5).
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                  INTO RELATORIO-PERDAS-LINHA
           WRITE RELATORIO-PERDAS-LINHA
           CLOSE RELATORIO-PERDAS-FILE
           MOVE "relatorioPerdasVencidos.txt" TO WS-RLE-ARQUIVO
           MOVE "perdasVencidos" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-REL-COMPETENCIA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           IF WS-REL-ACHADO = "N"
               DISPLAY "Nenhuma perda por vencimento na competencia."
           END-IF
                       MOVE "Y" TO WS-END-OF-FILE
                   END-IF
           END-READ.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "baixaLotesVencidos" TO WS-RLE-PROGRAMA
           MOVE "2" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       01 WS-CARGO-CHEIA        PIC X VALUE "N".
       01 WS-DEPTO-CHEIA        PIC X VALUE "N".
       01 WS-NOTA-CHEIA         PIC X VALUE "N".
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                  INTO RELATORIO-ORFAOS-LINHA
           WRITE RELATORIO-ORFAOS-LINHA
           CLOSE RELATORIO-ORFAOS-FILE
           MOVE "relatorioOrfaos.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioOrfaos" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Verificacao concluida: "
               WS-TOTAL-GRAVES " grave(s), "
               WS-TOTAL-MEDIOS " media(s)."
                       ADD 1 TO WS-TOTAL-MEDIOS
                   END-IF
           END-READ.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "verifIntegridade" TO WS-RLE-PROGRAMA
           MOVE "A" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

           05 VALORIZACAO-MENSAL-DADOS PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FECHAMENTO-LOTE    PIC X EXTERNAL.
       01 WS-FECHAMENTO-COMPETENCIA PIC 9(6) EXTERNAL.
       01 WS-COMPETENCIA        PIC 9(6).
       01 WS-KDX-COD            PIC 9(5).
       01 WS-KDX-TIPO           PIC X.
           DISPLAY "================================================="
           DISPLAY "        FECHAMENTO MENSAL DO KARDEX              "
           DISPLAY "================================================="
           IF WS-FECHAMENTO-LOTE = "S"
               MOVE WS-FECHAMENTO-COMPETENCIA TO WS-COMPETENCIA
           ELSE
               DISPLAY "Competencia a fechar (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT WS-COMPETENCIA
           END-IF

           PERFORM VERIFICAR-PERIODO-JA-FECHADO
           IF WS-PERIODO-JA-FECHADO = "Y"
               DISPLAY "Fechamento concluido: " WS-TOTAL-GRAVADOS
                   " produto(s) com saldo gravado."
           END-IF
           GOBACK.

       VERIFICAR-PERIODO-JA-FECHADO.
           MOVE "N" TO WS-PERIODO-JA-FECHADO
                       WHEN "S"
                           ADD WS-KDX-QTD
                               TO WS-FCH-SAIDAS(WS-FCH-IDX)
                       WHEN "I"
                           ADD WS-KDX-QTD
                               TO WS-FCH-SAIDAS(WS-FCH-IDX)
                       WHEN "A"
                           IF WS-KDX-QTD-NEGATIVA = "S"
                               ADD WS-KDX-QTD

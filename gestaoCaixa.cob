       01 WS-CAIXA-TIPO         PIC X.
       01 WS-CAIXA-VALOR        PIC 9(9)V99.
       01 WS-CAIXA-DOC          PIC X(10).
       01 WS-CXA-FORMA-IDX      PIC 9 VALUE 0.
       01 WS-CXA-FORMAS.
           05 FILLER            PIC X(16) VALUE "VDINHEIRO".
           05 FILLER            PIC X(16) VALUE "BCARTAO DEBITO".
           05 FILLER            PIC X(16) VALUE "CCARTAO CREDITO".
           05 FILLER            PIC X(16) VALUE "XPIX".
           05 FILLER            PIC X(16) VALUE "NNOTA CREDITO".
       01 WS-CXA-FORMAS-R REDEFINES WS-CXA-FORMAS.
           05 WS-CXA-FORMA-ENTRY OCCURS 5 TIMES.
               10 WS-CXA-FORMA-TIPO   PIC X.
               10 WS-CXA-FORMA-NOME   PIC X(15).
       01 WS-CXA-FORMA-TOTAIS.
           05 WS-CXA-FORMA-TOTAL OCCURS 5 TIMES.
               10 WS-CXA-FORMA-ESPERADO  PIC S9(9)V99.
               10 WS-CXA-FORMA-CONTADO   PIC 9(9)V99.
               10 WS-CXA-FORMA-DIFERENCA PIC S9(9)V99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
               COMPUTE WS-CXA-DIFERENCA =
                   WS-CXA-CONTADO - WS-CXA-TOTAL-SISTEMA
               DISPLAY "Diferenca de caixa: " WS-CXA-DIFERENCA
               MOVE WS-CXA-TOTAL-SISTEMA TO WS-CXA-FORMA-ESPERADO(1)
               MOVE WS-CXA-CONTADO TO WS-CXA-FORMA-CONTADO(1)
               MOVE WS-CXA-DIFERENCA TO WS-CXA-FORMA-DIFERENCA(1)
               PERFORM CONFERIR-FORMA-PAGAMENTO
                   VARYING WS-CXA-FORMA-IDX FROM 2 BY 1
                   UNTIL WS-CXA-FORMA-IDX > 5
               PERFORM GRAVAR-FECHAMENTO-SESSAO
               PERFORM GRAVAR-RESUMO-FORMA
                   VARYING WS-CXA-FORMA-IDX FROM 2 BY 1
                   UNTIL WS-CXA-FORMA-IDX > 5
               PERFORM IMPRIMIR-FECHAMENTO-CAIXA
               DISPLAY "Sessao " WS-CXA-SESSAO-ABERTA " fechada."
               DISPLAY "Jornal gravado em "
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CONFERIR-FORMA-PAGAMENTO.
           MOVE 0 TO WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX)
           IF WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX) NOT = 0
               DISPLAY WS-CXA-FORMA-NOME(WS-CXA-FORMA-IDX)
                   " pelo sistema: "
                   WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX)
               DISPLAY "Total conferido nos comprovantes: "
                   WITH NO ADVANCING
               ACCEPT WS-CXA-ENTRADA-VALOR
               IF WS-CXA-ENTRADA-VALOR IS NUMERIC
                   MOVE WS-CXA-ENTRADA-NUM
                       TO WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX)
               END-IF
           END-IF
           COMPUTE WS-CXA-FORMA-DIFERENCA(WS-CXA-FORMA-IDX) =
               WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX)
               - WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX)
           IF WS-CXA-FORMA-DIFERENCA(WS-CXA-FORMA-IDX) NOT = 0
               DISPLAY "Diferenca em "
                   WS-CXA-FORMA-NOME(WS-CXA-FORMA-IDX) ": "
                   WS-CXA-FORMA-DIFERENCA(WS-CXA-FORMA-IDX)
           END-IF.

       GRAVAR-RESUMO-FORMA.
           IF WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX) NOT = 0
               OR WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX) NOT = 0
               MOVE SPACES TO CAIXA-DADOS
               STRING "R" DELIMITED BY SIZE ","
                      WS-CXA-SESSAO-ABERTA DELIMITED BY SIZE ","
                      WS-CXA-FORMA-TIPO(WS-CXA-FORMA-IDX)
                          DELIMITED BY SIZE ","
                      WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX)
                          DELIMITED BY SIZE ","
                      WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX)
                          DELIMITED BY SIZE ","
                      WS-CXA-FORMA-DIFERENCA(WS-CXA-FORMA-IDX)
                          DELIMITED BY SIZE
                      INTO CAIXA-DADOS
               OPEN EXTEND CAIXA-FILE
               WRITE CAIXA-RECORD
               CLOSE CAIXA-FILE
           END-IF.

       APURAR-TOTAL-SESSAO.
           MOVE 0 TO WS-CXA-TOTAL-SISTEMA
           INITIALIZE WS-CXA-FORMA-TOTAIS
           MOVE "N" TO WS-CXA-EOF
           OPEN INPUT CAIXA-FILE
           IF WS-CXA-FILE-STATUS = "35"
               WHEN "M"
                   IF WS-CXA-VALOR-ALFA IS NUMERIC
                       MOVE WS-CXA-CAMPO-4(1:1) TO WS-CXA-MOV-TIPO
                       EVALUATE WS-CXA-MOV-TIPO
                           WHEN "P"
                           WHEN "G"
                               SUBTRACT WS-CXA-VALOR-NUM
                                   FROM WS-CXA-TOTAL-SISTEMA
                           WHEN "B"
                               ADD WS-CXA-VALOR-NUM
                                   TO WS-CXA-FORMA-ESPERADO(2)
                           WHEN "C"
                               ADD WS-CXA-VALOR-NUM
                                   TO WS-CXA-FORMA-ESPERADO(3)
                           WHEN "X"
                               ADD WS-CXA-VALOR-NUM
                                   TO WS-CXA-FORMA-ESPERADO(4)
                           WHEN "N"
                               ADD WS-CXA-VALOR-NUM
                                   TO WS-CXA-FORMA-ESPERADO(5)
                           WHEN OTHER
                               ADD WS-CXA-VALOR-NUM
                                   TO WS-CXA-TOTAL-SISTEMA
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   CONTINUE
           CLOSE CAIXA-FILE.

       IMPRIMIR-FECHAMENTO-CAIXA.
           MOVE "documentoFechamentoCaixa.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND FECHAMENTO-CAIXA-FILE
           MOVE ALL "=" TO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA
                  WS-CXA-DIFERENCA DELIMITED BY SIZE
                  INTO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA
           MOVE "CONFERENCIA POR FORMA DE PAGAMENTO:"
               TO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA
           PERFORM IMPRIMIR-CONFERENCIA-FORMA
               VARYING WS-CXA-FORMA-IDX FROM 1 BY 1
               UNTIL WS-CXA-FORMA-IDX > 5
           MOVE "ASSINATURA DO OPERADOR: ____________________"
               TO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA
           MOVE ALL "=" TO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA
           CLOSE FECHAMENTO-CAIXA-FILE
           MOVE "documentoFechamentoCaixa.txt" TO WS-RLE-ARQUIVO
           MOVE "fechamentoCaixa" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Sessao " DELIMITED BY SIZE
                  WS-CXA-SESSAO-ABERTA DELIMITED BY SIZE
                  " data " DELIMITED BY SIZE
                  WS-CXA-DATA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       IMPRIMIR-CONFERENCIA-FORMA.
           MOVE SPACES TO FECHAMENTO-CAIXA-LINHA
           STRING WS-CXA-FORMA-NOME(WS-CXA-FORMA-IDX)
                      DELIMITED BY SIZE
                  " SISTEMA: " DELIMITED BY SIZE
                  WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX)
                      DELIMITED BY SIZE
                  " CONTADO: " DELIMITED BY SIZE
                  WS-CXA-FORMA-CONTADO(WS-CXA-FORMA-IDX)
                      DELIMITED BY SIZE
                  " DIF: " DELIMITED BY SIZE
                  WS-CXA-FORMA-DIFERENCA(WS-CXA-FORMA-IDX)
                      DELIMITED BY SIZE
                  INTO FECHAMENTO-CAIXA-LINHA
           WRITE FECHAMENTO-CAIXA-LINHA.

       GRAVAR-MOVIMENTO-JORNAL.
           READ CAIXA-FILE INTO CAIXA-RECORD
               END-IF
               PERFORM APURAR-TOTAL-SESSAO
               DISPLAY "Saldo da sessao: " WS-CXA-TOTAL-SISTEMA
               PERFORM EXIBIR-TOTAL-FORMA
                   VARYING WS-CXA-FORMA-IDX FROM 2 BY 1
                   UNTIL WS-CXA-FORMA-IDX > 5
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
                   END-IF
           END-READ.

       EXIBIR-TOTAL-FORMA.
           IF WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX) NOT = 0
               DISPLAY "Recebido em "
                   WS-CXA-FORMA-NOME(WS-CXA-FORMA-IDX) ": "
                   WS-CXA-FORMA-ESPERADO(WS-CXA-FORMA-IDX)
           END-IF.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoCaixa" TO WS-RLE-PROGRAMA
           MOVE "1" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

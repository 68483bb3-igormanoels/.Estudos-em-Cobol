           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-TEMP-FILE ASSIGN TO "expurgoTemp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CATALOGO-EXPURGO-FILE ASSIGN TO
               "dadosCatalogoExpurgo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURGE-TEMP-FILE.
       01 PURGE-TEMP-LINHA PIC X(150).

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

       WORKING-STORAGE SECTION.
       01 WS-ENCERRAMENTO-LOTE  PIC X EXTERNAL.
       01 WS-ENCERRAMENTO-ANO   PIC 9(4) EXTERNAL.
       01 WS-PURGE-NOME         PIC X(40).
       01 WS-PURGE-ARQ-NOME     PIC X(60).
       01 WS-PURGE-STATUS       PIC XX VALUE "00".
       01 WS-MANTIDOS           PIC 9(7) VALUE 0.
       01 WS-ARQ-CONTADOS       PIC 9(7) VALUE 0.
       01 WS-REGISTRO-ANTIGO    PIC X.
       01 WS-CATALOGO-STATUS    PIC XX VALUE "00".
       01 WS-DATA-EXPURGO       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "================================================="
           DISPLAY "      EXPURGO DE ARQUIVOS DE MOVIMENTACAO        "
           DISPLAY "================================================="
           IF WS-ENCERRAMENTO-LOTE = "S"
               COMPUTE WS-DATA-CORTE =
                   (WS-ENCERRAMENTO-ANO + 1) * 10000 + 101
           ELSE
               DISPLAY "Mover registros anteriores a (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-CORTE
           END-IF

           MOVE "dadosKardex.txt" TO WS-PURGE-NOME
           MOVE 5 TO WS-PURGE-CAMPO-DATA
           PERFORM EXPURGAR-UM-ARQUIVO

           DISPLAY "Expurgo concluido."
           GOBACK.

       EXPURGAR-UM-ARQUIVO.
           MOVE SPACES TO WS-PURGE-ARQ-NOME
           IF WS-ENCERRAMENTO-LOTE = "S"
               STRING WS-PURGE-NOME DELIMITED BY SPACE
                      "_exercicio_" DELIMITED BY SIZE
                      WS-ENCERRAMENTO-ANO DELIMITED BY SIZE
                      INTO WS-PURGE-ARQ-NOME
           ELSE
               STRING WS-PURGE-NOME DELIMITED BY SPACE
                      "_ate_" DELIMITED BY SIZE
                      WS-DATA-CORTE DELIMITED BY SIZE
                      INTO WS-PURGE-ARQ-NOME
           END-IF

           OPEN INPUT PURGE-MAIN-FILE
           IF WS-PURGE-STATUS = "35"
               PERFORM CONFERIR-COPIA-ARQUIVO
               IF WS-ARQ-CONTADOS = WS-MOVIDOS
                   PERFORM RECONSTRUIR-ARQUIVO-PRINCIPAL
                   IF WS-MOVIDOS > 0
                       PERFORM CATALOGAR-ARQUIVO-EXPURGO
                   END-IF
                   DISPLAY WS-PURGE-NOME ": " WS-MOVIDOS
                       " registro(s) movido(s) para "
                       WS-PURGE-ARQ-NOME ", " WS-MANTIDOS
               NOT AT END
                   WRITE PURGE-MAIN-LINHA FROM PURGE-TEMP-LINHA
           END-READ.

       CATALOGAR-ARQUIVO-EXPURGO.
           ACCEPT WS-DATA-EXPURGO FROM DATE YYYYMMDD
           MOVE SPACES TO CATALOGO-EXPURGO-DADOS
           MOVE WS-PURGE-NOME TO CAT-ARQUIVO-DADOS
           MOVE WS-PURGE-ARQ-NOME TO CAT-ARQUIVO-EXPURGO
           MOVE WS-DATA-CORTE TO CAT-CORTE
           MOVE WS-MOVIDOS TO CAT-REGISTROS
           MOVE WS-DATA-EXPURGO TO CAT-DATA-EXPURGO
           MOVE "E" TO CAT-ORIGEM
           OPEN EXTEND CATALOGO-EXPURGO-FILE
           IF WS-CATALOGO-STATUS = "35"
               OPEN OUTPUT CATALOGO-EXPURGO-FILE
           END-IF
           WRITE CATALOGO-EXPURGO-RECORD
           CLOSE CATALOGO-EXPURGO-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerarDespesasRecorrentes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPESA-RECORRENTE-FILE
           ASSIGN TO "dadosDespesaRecorrente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-FILE-STATUS.
           SELECT TITULO-PAGAR-FILE
           ASSIGN TO "dadosTitulosPagar.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITULO-PAG-CHAVE
           FILE STATUS IS WS-TIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DESPESA-RECORRENTE-FILE.
       01 DESPESA-RECORRENTE-RECORD.
           05 DESPESA-RECORRENTE-DADOS PIC X(80).

       FD TITULO-PAGAR-FILE.
       01 TITULO-PAGAR-RECORD.
           05 TITULO-PAGAR-DADOS PIC X(80).
       01 TITULO-PAGAR-RECORD-CHAVE REDEFINES TITULO-PAGAR-RECORD.
           05 TITULO-PAG-CHAVE.
               10 TITULO-PAG-PEDIDO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 TITULO-PAG-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(71).

       WORKING-STORAGE SECTION.
       01 WS-REC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TIT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REC-EOF            PIC X VALUE "N".
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-COMPETENCIA        PIC 9(6).
       01 WS-INICIO-MES         PIC 9(8).
       01 WS-ANO                PIC 9(4).
       01 WS-MES                PIC 9(2).
       01 WS-PROXIMO-MES        PIC 9(8).
       01 WS-ULTIMO-DIA-INT     PIC 9(8).
       01 WS-ULTIMO-DIA         PIC 9(8).
       01 WS-VENCIMENTO         PIC 9(8).
       01 WS-REC-CAMPOS.
           05 WS-REC-C-CODIGO       PIC 9(3).
           05 WS-REC-C-FORNECEDOR   PIC 9(5).
           05 WS-REC-C-CATEGORIA    PIC 9(3).
           05 WS-REC-C-VALOR-ALFA   PIC X(11).
           05 WS-REC-C-DIA          PIC 9(2).
           05 WS-REC-C-FIM          PIC 9(8).
           05 WS-REC-C-DESCRICAO    PIC X(15).
           05 WS-REC-C-ULTIMA       PIC 9(6).
       01 WS-REC-COUNT          PIC 9(3) VALUE 0.
       01 WS-REC-IDX            PIC 9(3) VALUE 0.
       01 WS-REC-TABLE.
           05 WS-REC-LINHA OCCURS 200 TIMES PIC X(80).
       01 WS-TIT-FORNECEDOR     PIC 9(6).
       01 WS-GERADOS            PIC 9(5) VALUE 0.
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Geracao de titulos de despesas recorrentes..."
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE WS-DATA-ATUAL(1:6) TO WS-COMPETENCIA
           COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1
           PERFORM CALCULAR-ULTIMO-DIA
           MOVE 0 TO WS-GERADOS
           MOVE 0 TO WS-REC-COUNT
           MOVE "N" TO WS-REC-EOF
           OPEN INPUT DESPESA-RECORRENTE-FILE
           IF WS-REC-FILE-STATUS = "35"
               DISPLAY "Nenhum modelo de despesa recorrente."
           ELSE
               PERFORM CARREGAR-RECORRENTE UNTIL WS-REC-EOF = "Y"
               CLOSE DESPESA-RECORRENTE-FILE
               OPEN I-O TITULO-PAGAR-FILE
               IF WS-TIT-FILE-STATUS = "35"
                   OPEN OUTPUT TITULO-PAGAR-FILE
               END-IF
               PERFORM PROCESSAR-RECORRENTE
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               CLOSE TITULO-PAGAR-FILE
               OPEN OUTPUT DESPESA-RECORRENTE-FILE
               PERFORM REGRAVAR-RECORRENTE
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               CLOSE DESPESA-RECORRENTE-FILE
           END-IF
           DISPLAY "Competencia " WS-COMPETENCIA ": " WS-GERADOS
               " titulo(s) gerado(s)."
           GOBACK.

       CALCULAR-ULTIMO-DIA.
           MOVE WS-COMPETENCIA(1:4) TO WS-ANO
           MOVE WS-COMPETENCIA(5:2) TO WS-MES
           IF WS-MES = 12
               ADD 1 TO WS-ANO
               MOVE 1 TO WS-MES
           ELSE
               ADD 1 TO WS-MES
           END-IF
           COMPUTE WS-PROXIMO-MES = WS-ANO * 10000 + WS-MES * 100 + 1
           COMPUTE WS-ULTIMO-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROXIMO-MES) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-ULTIMO-DIA-INT)
               TO WS-ULTIMO-DIA.

       CARREGAR-RECORRENTE.
           READ DESPESA-RECORRENTE-FILE INTO DESPESA-RECORRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-REC-EOF
               NOT AT END
                   IF WS-REC-COUNT < 200
                       ADD 1 TO WS-REC-COUNT
                       MOVE DESPESA-RECORRENTE-DADOS
                           TO WS-REC-LINHA(WS-REC-COUNT)
                   END-IF
           END-READ.

       PROCESSAR-RECORRENTE.
           UNSTRING WS-REC-LINHA(WS-REC-IDX) DELIMITED BY ","
               INTO WS-REC-C-CODIGO WS-REC-C-FORNECEDOR
                    WS-REC-C-CATEGORIA WS-REC-C-VALOR-ALFA
                    WS-REC-C-DIA WS-REC-C-FIM
                    WS-REC-C-DESCRICAO WS-REC-C-ULTIMA
           IF WS-REC-C-ULTIMA < WS-COMPETENCIA
               AND WS-REC-C-VALOR-ALFA IS NUMERIC
               AND (WS-REC-C-FIM = 0 OR WS-REC-C-FIM >= WS-INICIO-MES)
               PERFORM GERAR-TITULO-RECORRENTE
           END-IF.

       GERAR-TITULO-RECORRENTE.
           IF WS-REC-C-DIA > WS-ULTIMO-DIA(7:2)
               MOVE WS-ULTIMO-DIA TO WS-VENCIMENTO
           ELSE
               COMPUTE WS-VENCIMENTO =
                   WS-COMPETENCIA * 100 + WS-REC-C-DIA
           END-IF
           CALL 'ajustarDiaUtil' USING WS-VENCIMENTO
           MOVE 800001 TO WS-SEQ-MINIMO
           MOVE "DESPESA" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-REC-C-FORNECEDOR TO WS-TIT-FORNECEDOR
           MOVE SPACES TO TITULO-PAGAR-DADOS
           STRING WS-SEQ-NUMERO DELIMITED BY SIZE ","
                  "01" DELIMITED BY SIZE ","
                  WS-TIT-FORNECEDOR DELIMITED BY SIZE ","
                  WS-VENCIMENTO DELIMITED BY SIZE ","
                  WS-REC-C-VALOR-ALFA DELIMITED BY SIZE ","
                  "A" DELIMITED BY SIZE ","
                  "00000000" DELIMITED BY SIZE ","
                  WS-REC-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-REC-C-DESCRICAO DELIMITED BY SIZE ","
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO TITULO-PAGAR-DADOS
           WRITE TITULO-PAGAR-RECORD
               INVALID KEY
                   DISPLAY "Titulo " WS-SEQ-NUMERO " ja existe, "
                       "modelo " WS-REC-C-CODIGO " nao gerado."
               NOT INVALID KEY
                   ADD 1 TO WS-GERADOS
                   MOVE WS-COMPETENCIA TO WS-REC-C-ULTIMA
                   PERFORM ATUALIZAR-LINHA-RECORRENTE
                   PERFORM AUDITAR-TITULO-RECORRENTE
                   DISPLAY "Modelo " WS-REC-C-CODIGO " "
                       WS-REC-C-DESCRICAO " -> titulo "
                       WS-SEQ-NUMERO " venc " WS-VENCIMENTO
           END-WRITE.

       ATUALIZAR-LINHA-RECORRENTE.
           MOVE SPACES TO WS-REC-LINHA(WS-REC-IDX)
           STRING WS-REC-C-CODIGO DELIMITED BY SIZE ","
                  WS-REC-C-FORNECEDOR DELIMITED BY SIZE ","
                  WS-REC-C-CATEGORIA DELIMITED BY SIZE ","
                  WS-REC-C-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-REC-C-DIA DELIMITED BY SIZE ","
                  WS-REC-C-FIM DELIMITED BY SIZE ","
                  WS-REC-C-DESCRICAO DELIMITED BY SIZE ","
                  WS-REC-C-ULTIMA DELIMITED BY SIZE
                  INTO WS-REC-LINHA(WS-REC-IDX).

       AUDITAR-TITULO-RECORRENTE.
           MOVE "gerarDespRecorrentes" TO WS-AUD-PROGRAMA
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING WS-SEQ-NUMERO DELIMITED BY SIZE "/01"
                  DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           MOVE TITULO-PAGAR-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       REGRAVAR-RECORRENTE.
           WRITE DESPESA-RECORRENTE-RECORD
               FROM WS-REC-LINHA(WS-REC-IDX).

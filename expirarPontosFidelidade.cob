       IDENTIFICATION DIVISION.
       PROGRAM-ID. expirarPontosFidelidade.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIDELIDADE-FILE
           ASSIGN TO "dadosFidelidade.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FID-CLIENTE-CHAVE
           FILE STATUS IS WS-FID-FILE-STATUS.
           SELECT FIDELIDADE-MOV-FILE
           ASSIGN TO "dadosFidelidadeMov.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIDELIDADE-FILE.
       01 FIDELIDADE-RECORD.
           05 FIDELIDADE-DADOS PIC X(80).
       01 FIDELIDADE-RECORD-CHAVE REDEFINES FIDELIDADE-RECORD.
           05 FID-CLIENTE-CHAVE PIC 9(5).
           05 FILLER PIC X(75).

       FD FIDELIDADE-MOV-FILE.
       01 FIDELIDADE-MOV-RECORD.
           05 FIDELIDADE-MOV-DADOS PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FID-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIM-EOF            PIC X VALUE "N".
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
           05 WS-ATUAL-ANO      PIC 9(4).
           05 WS-ATUAL-MES      PIC 99.
           05 WS-ATUAL-DIA      PIC 99.
       01 WS-DATA-CORTE         PIC 9(8).
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05 WS-CORTE-ANO      PIC 9(4).
           05 WS-CORTE-MES      PIC 99.
           05 WS-CORTE-DIA      PIC 99.
       01 WS-TOTAL-MESES        PIC 9(6).
       01 WS-MESES-VALIDADE     PIC 9(3) VALUE 12.
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-FIR-DATA           PIC 9(8).
       01 WS-FIR-CLIENTE        PIC 9(5).
       01 WS-FIR-TIPO           PIC X.
       01 WS-FIR-PONTOS         PIC 9(9).
       01 WS-FIR-NOTA           PIC 9(6).
       01 WS-FIR-REF            PIC 9(8).
       01 WS-FID-CLIENTE        PIC 9(5).
       01 WS-FID-SALDO          PIC 9(9).
       01 WS-FID-GANHOS         PIC 9(9).
       01 WS-FID-RESGATADOS     PIC 9(9).
       01 WS-FID-EXPIRADOS      PIC 9(9).
       01 WS-FID-ESTORNADOS     PIC 9(9).
       01 WS-FID-DATA           PIC 9(8).
       01 WS-FID-EXPIRAR        PIC S9(11).
       01 WS-EXP-COUNT          PIC 9(4) VALUE 0.
       01 WS-EXP-IDX            PIC 9(4) VALUE 0.
       01 WS-EXP-TABELA.
           05 WS-EXP-ENTRY OCCURS 1000 TIMES.
               10 WS-EXP-CLIENTE    PIC 9(5).
               10 WS-EXP-ANTIGO     PIC S9(11).
               10 WS-EXP-CONSUMIDO  PIC S9(11).
       01 WS-EXP-CLIENTES       PIC 9(5) VALUE 0.
       01 WS-EXP-TOTAL          PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Expiracao de pontos de fidelidade..."
           MOVE "FIDELIDADE-MESES" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-MESES-VALIDADE
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           PERFORM CALCULAR-DATA-CORTE
           DISPLAY "Validade: " WS-MESES-VALIDADE " meses. "
               "Pontos ganhos antes de " WS-DATA-CORTE " expiram."
           MOVE 0 TO WS-EXP-COUNT
           MOVE 0 TO WS-EXP-CLIENTES
           MOVE 0 TO WS-EXP-TOTAL
           MOVE "N" TO WS-FIM-EOF
           OPEN INPUT FIDELIDADE-MOV-FILE
           IF WS-FIM-FILE-STATUS = "35"
               DISPLAY "Nenhum movimento de pontos registrado."
           ELSE
               PERFORM LER-MOVIMENTO-EXPIRACAO UNTIL WS-FIM-EOF = "Y"
               CLOSE FIDELIDADE-MOV-FILE
               OPEN I-O FIDELIDADE-FILE
               IF WS-FID-FILE-STATUS = "35"
                   DISPLAY "Arquivo de saldos de pontos nao encontrado."
               ELSE
                   OPEN EXTEND FIDELIDADE-MOV-FILE
                   PERFORM EXPIRAR-PONTOS-CLIENTE
                       VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   CLOSE FIDELIDADE-MOV-FILE
                   CLOSE FIDELIDADE-FILE
               END-IF
           END-IF
           DISPLAY WS-EXP-CLIENTES " cliente(s) com pontos expirados."
           DISPLAY "Total de pontos expirados: " WS-EXP-TOTAL
           GOBACK.

       CALCULAR-DATA-CORTE.
           COMPUTE WS-TOTAL-MESES =
               WS-ATUAL-ANO * 12 + WS-ATUAL-MES - 1 - WS-MESES-VALIDADE
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           MOVE WS-ATUAL-DIA TO WS-CORTE-DIA
           IF WS-CORTE-DIA > 28
               MOVE 28 TO WS-CORTE-DIA
           END-IF.

       LER-MOVIMENTO-EXPIRACAO.
           READ FIDELIDADE-MOV-FILE
               AT END
                   MOVE "Y" TO WS-FIM-EOF
               NOT AT END
                   UNSTRING FIDELIDADE-MOV-DADOS DELIMITED BY ","
                       INTO WS-FIR-DATA WS-FIR-CLIENTE WS-FIR-TIPO
                            WS-FIR-PONTOS WS-FIR-NOTA WS-FIR-REF
                   PERFORM LOCALIZAR-CLIENTE-EXPIRACAO
                   IF WS-EXP-IDX > 0
                       PERFORM ACUMULAR-MOVIMENTO-EXPIRACAO
                   END-IF
           END-READ.

       LOCALIZAR-CLIENTE-EXPIRACAO.
           PERFORM PROCURAR-CLIENTE-EXPIRACAO
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   OR WS-EXP-CLIENTE(WS-EXP-IDX) = WS-FIR-CLIENTE
           IF WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-COUNT < 1000
                   ADD 1 TO WS-EXP-COUNT
                   MOVE WS-EXP-COUNT TO WS-EXP-IDX
                   MOVE WS-FIR-CLIENTE TO WS-EXP-CLIENTE(WS-EXP-IDX)
                   MOVE 0 TO WS-EXP-ANTIGO(WS-EXP-IDX)
                   MOVE 0 TO WS-EXP-CONSUMIDO(WS-EXP-IDX)
               ELSE
                   MOVE 0 TO WS-EXP-IDX
               END-IF
           END-IF.

       PROCURAR-CLIENTE-EXPIRACAO.
           CONTINUE.

       ACUMULAR-MOVIMENTO-EXPIRACAO.
           EVALUATE WS-FIR-TIPO
               WHEN "G"
                   IF WS-FIR-REF < WS-DATA-CORTE
                       ADD WS-FIR-PONTOS TO WS-EXP-ANTIGO(WS-EXP-IDX)
                   END-IF
               WHEN "S"
                   IF WS-FIR-REF < WS-DATA-CORTE
                       SUBTRACT WS-FIR-PONTOS
                           FROM WS-EXP-ANTIGO(WS-EXP-IDX)
                   END-IF
               WHEN "R"
               WHEN "E"
                   ADD WS-FIR-PONTOS TO WS-EXP-CONSUMIDO(WS-EXP-IDX)
               WHEN "C"
                   SUBTRACT WS-FIR-PONTOS
                       FROM WS-EXP-CONSUMIDO(WS-EXP-IDX)
           END-EVALUATE.

       EXPIRAR-PONTOS-CLIENTE.
           COMPUTE WS-FID-EXPIRAR =
               WS-EXP-ANTIGO(WS-EXP-IDX) - WS-EXP-CONSUMIDO(WS-EXP-IDX)
           IF WS-FID-EXPIRAR > 0
               MOVE WS-EXP-CLIENTE(WS-EXP-IDX) TO FID-CLIENTE-CHAVE
               READ FIDELIDADE-FILE KEY IS FID-CLIENTE-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BAIXAR-PONTOS-EXPIRADOS
               END-READ
           END-IF.

       BAIXAR-PONTOS-EXPIRADOS.
           UNSTRING FIDELIDADE-DADOS DELIMITED BY ","
               INTO WS-FID-CLIENTE WS-FID-SALDO WS-FID-GANHOS
                    WS-FID-RESGATADOS WS-FID-EXPIRADOS
                    WS-FID-ESTORNADOS WS-FID-DATA
           IF WS-FID-EXPIRAR > WS-FID-SALDO
               MOVE WS-FID-SALDO TO WS-FID-EXPIRAR
           END-IF
           IF WS-FID-EXPIRAR > 0
               SUBTRACT WS-FID-EXPIRAR FROM WS-FID-SALDO
               ADD WS-FID-EXPIRAR TO WS-FID-EXPIRADOS
               MOVE WS-DATA-ATUAL TO WS-FID-DATA
               MOVE SPACES TO FIDELIDADE-DADOS
               STRING WS-FID-CLIENTE DELIMITED BY SIZE ","
                      WS-FID-SALDO DELIMITED BY SIZE ","
                      WS-FID-GANHOS DELIMITED BY SIZE ","
                      WS-FID-RESGATADOS DELIMITED BY SIZE ","
                      WS-FID-EXPIRADOS DELIMITED BY SIZE ","
                      WS-FID-ESTORNADOS DELIMITED BY SIZE ","
                      WS-FID-DATA DELIMITED BY SIZE
                      INTO FIDELIDADE-DADOS
               REWRITE FIDELIDADE-RECORD
               MOVE WS-FID-EXPIRAR TO WS-FIR-PONTOS
               MOVE SPACES TO FIDELIDADE-MOV-DADOS
               STRING WS-DATA-ATUAL DELIMITED BY SIZE ","
                      WS-FID-CLIENTE DELIMITED BY SIZE ","
                      "E" DELIMITED BY SIZE ","
                      WS-FIR-PONTOS DELIMITED BY SIZE ","
                      "000000" DELIMITED BY SIZE ","
                      WS-DATA-CORTE DELIMITED BY SIZE
                      INTO FIDELIDADE-MOV-DADOS
               WRITE FIDELIDADE-MOV-RECORD
               ADD 1 TO WS-EXP-CLIENTES
               ADD WS-FID-EXPIRAR TO WS-EXP-TOTAL
               DISPLAY "Cliente " WS-FID-CLIENTE ": " WS-FIR-PONTOS
                   " ponto(s) expirado(s)."
           END-IF.

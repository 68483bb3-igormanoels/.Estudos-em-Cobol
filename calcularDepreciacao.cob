       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcularDepreciacao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMOBILIZADO-FILE ASSIGN TO "dadosImobilizado.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMOBILIZADO-CODIGO-CHAVE
           FILE STATUS IS WS-IMB-FILE-STATUS.
           SELECT CLASSE-IMOBILIZADO-FILE
           ASSIGN TO "dadosClasseImobilizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLA-FILE-STATUS.
           SELECT DEPRECIACAO-FILE ASSIGN TO "dadosDepreciacao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IMOBILIZADO-FILE.
       01 IMOBILIZADO-RECORD.
           05 IMOBILIZADO-DADOS PIC X(150).
       01 IMOBILIZADO-RECORD-CHAVE REDEFINES IMOBILIZADO-RECORD.
           05 IMOBILIZADO-CODIGO-CHAVE PIC 9(6).
           05 FILLER PIC X(144).

       FD CLASSE-IMOBILIZADO-FILE.
       01 CLASSE-IMOBILIZADO-RECORD.
           05 CLASSE-IMOBILIZADO-DADOS PIC X(50).

       FD DEPRECIACAO-FILE.
       01 DEPRECIACAO-RECORD.
           05 DEPRECIACAO-DADOS PIC X(50).

       WORKING-STORAGE SECTION.
       01 IMOBILIZADO.
           05 IMB-CODIGO        PIC 9(6).
           05 IMB-DESCRICAO     PIC X(30).
           05 IMB-CLASSE        PIC 9(2).
           05 IMB-DATA-AQUISICAO PIC 9(8).
           05 IMB-VALOR-ALFA    PIC X(11).
           05 IMB-VALOR REDEFINES IMB-VALOR-ALFA PIC 9(9)V99.
           05 IMB-FORNECEDOR    PIC 9(5).
           05 IMB-FILIAL        PIC 9(2).
           05 IMB-VEICULO       PIC 9(5).
           05 IMB-DEPREC-ALFA   PIC X(11).
           05 IMB-DEPRECIACAO REDEFINES IMB-DEPREC-ALFA
               PIC 9(9)V99.
           05 IMB-ULTIMA-COMP   PIC 9(6).
           05 IMB-STATUS        PIC X.
               88 IMOBILIZADO-ATIVO   VALUE "A".
           05 IMB-DATA-BAIXA    PIC 9(8).
       01 WS-IMB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-IMB-EOF            PIC X VALUE "N".
       01 WS-CLA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CLA-EOF            PIC X VALUE "N".
       01 WS-CLA-C-CODIGO       PIC 9(2).
       01 WS-CLA-C-DESCRICAO    PIC X(20).
       01 WS-CLA-C-VIDA         PIC 9(3).
       01 WS-CLA-C-TAXA-ALFA    PIC X(5).
       01 WS-CLA-C-TAXA REDEFINES WS-CLA-C-TAXA-ALFA PIC 9(3)V99.
       01 WS-CLA-COUNT          PIC 9(2) VALUE 0.
       01 WS-CLA-IDX            PIC 9(2) VALUE 0.
       01 WS-CLA-TABLE.
           05 WS-CLA-ENTRY OCCURS 99 TIMES.
               10 WS-CLA-T-CODIGO    PIC 9(2).
               10 WS-CLA-T-VIDA      PIC 9(3).
               10 WS-CLA-T-TAXA      PIC 9(3)V99.
               10 WS-CLA-T-TOTAL     PIC 9(11)V99.
       01 WS-DEP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-COMPETENCIA        PIC 9(6).
       01 WS-COMP-ANO           PIC 9(4).
       01 WS-COMP-MES           PIC 9(2).
       01 WS-ULT-ANO            PIC 9(4).
       01 WS-ULT-MES            PIC 9(2).
       01 WS-MESES              PIC 9(4).
       01 WS-QUOTA              PIC 9(9)V99.
       01 WS-SALDO-DEPRECIAVEL  PIC 9(9)V99.
       01 WS-TOTAL-DEPRECIACAO  PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-BENS         PIC 9(5) VALUE 0.
       01 WS-TOTAL-ED           PIC Z(10)9.99.
       01 WS-ARQ-STATUS         PIC XX VALUE "00".
       01 WS-ARQ-NOME           PIC X(30).
       01 WS-ARQ-OPERACAO       PIC X(10).
       01 WS-ARQ-PROGRAMA       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "================================================="
           DISPLAY "     DEPRECIACAO MENSAL DO ATIVO IMOBILIZADO     "
           DISPLAY "================================================="
           DISPLAY "Competencia a depreciar (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-COMPETENCIA
           MOVE WS-COMPETENCIA(1:4) TO WS-COMP-ANO
           MOVE WS-COMPETENCIA(5:2) TO WS-COMP-MES
           MOVE 0 TO WS-TOTAL-DEPRECIACAO
           MOVE 0 TO WS-TOTAL-BENS
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "Competencia invalida."
           ELSE
               PERFORM CARREGAR-CLASSES
               PERFORM PROCESSAR-IMOBILIZADO
               MOVE WS-TOTAL-DEPRECIACAO TO WS-TOTAL-ED
               DISPLAY "Competencia " WS-COMPETENCIA ": "
                   WS-TOTAL-BENS " bem(ns) depreciado(s), total "
                   WS-TOTAL-ED
               PERFORM EXIBIR-TOTAL-CLASSE
                   VARYING WS-CLA-IDX FROM 1 BY 1
                   UNTIL WS-CLA-IDX > WS-CLA-COUNT
           END-IF
           GOBACK.

       CARREGAR-CLASSES.
           MOVE 0 TO WS-CLA-COUNT
           MOVE "N" TO WS-CLA-EOF
           OPEN INPUT CLASSE-IMOBILIZADO-FILE
           IF WS-CLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-CLA-EOF
           ELSE
               PERFORM LER-CLASSE UNTIL WS-CLA-EOF = "Y"
               CLOSE CLASSE-IMOBILIZADO-FILE
           END-IF.

       LER-CLASSE.
           READ CLASSE-IMOBILIZADO-FILE INTO CLASSE-IMOBILIZADO-RECORD
               AT END
                   MOVE "Y" TO WS-CLA-EOF
               NOT AT END
                   MOVE SPACES TO WS-CLA-C-TAXA-ALFA
                   UNSTRING CLASSE-IMOBILIZADO-DADOS DELIMITED BY ","
                       INTO WS-CLA-C-CODIGO WS-CLA-C-DESCRICAO
                            WS-CLA-C-VIDA WS-CLA-C-TAXA-ALFA
                   IF WS-CLA-C-TAXA-ALFA IS NOT NUMERIC
                       MOVE 0 TO WS-CLA-C-TAXA
                   END-IF
                   IF WS-CLA-COUNT < 99
                       ADD 1 TO WS-CLA-COUNT
                       MOVE WS-CLA-C-CODIGO
                           TO WS-CLA-T-CODIGO(WS-CLA-COUNT)
                       MOVE WS-CLA-C-VIDA
                           TO WS-CLA-T-VIDA(WS-CLA-COUNT)
                       MOVE WS-CLA-C-TAXA
                           TO WS-CLA-T-TAXA(WS-CLA-COUNT)
                       MOVE 0 TO WS-CLA-T-TOTAL(WS-CLA-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-CLASSE.
           PERFORM PROCURAR-CLASSE
               VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CLA-COUNT
                   OR WS-CLA-T-CODIGO(WS-CLA-IDX) = IMB-CLASSE.

       PROCURAR-CLASSE.
           CONTINUE.

       PROCESSAR-IMOBILIZADO.
           MOVE "N" TO WS-IMB-EOF
           OPEN I-O IMOBILIZADO-FILE
           IF WS-IMB-FILE-STATUS = "35"
               DISPLAY "Nenhum bem cadastrado no imobilizado."
           ELSE
               OPEN EXTEND DEPRECIACAO-FILE
               IF WS-DEP-FILE-STATUS = "35"
                   OPEN OUTPUT DEPRECIACAO-FILE
               END-IF
               PERFORM LER-IMOBILIZADO UNTIL WS-IMB-EOF = "Y"
               CLOSE DEPRECIACAO-FILE
               CLOSE IMOBILIZADO-FILE
           END-IF.

       LER-IMOBILIZADO.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-IMB-EOF
               NOT AT END
                   UNSTRING IMOBILIZADO-DADOS DELIMITED BY ","
                       INTO IMB-CODIGO IMB-DESCRICAO IMB-CLASSE
                            IMB-DATA-AQUISICAO IMB-VALOR-ALFA
                            IMB-FORNECEDOR IMB-FILIAL IMB-VEICULO
                            IMB-DEPREC-ALFA IMB-ULTIMA-COMP
                            IMB-STATUS IMB-DATA-BAIXA
                   IF IMOBILIZADO-ATIVO
                       AND IMB-ULTIMA-COMP < WS-COMPETENCIA
                       AND IMB-DEPRECIACAO < IMB-VALOR
                       PERFORM DEPRECIAR-BEM
                   END-IF
           END-READ.

       DEPRECIAR-BEM.
           PERFORM LOCALIZAR-CLASSE
           IF WS-CLA-IDX > WS-CLA-COUNT
               DISPLAY "Bem " IMB-CODIGO " com classe " IMB-CLASSE
                   " nao cadastrada, nao depreciado."
           ELSE
               MOVE IMB-ULTIMA-COMP(1:4) TO WS-ULT-ANO
               MOVE IMB-ULTIMA-COMP(5:2) TO WS-ULT-MES
               COMPUTE WS-MESES = (WS-COMP-ANO * 12 + WS-COMP-MES)
                   - (WS-ULT-ANO * 12 + WS-ULT-MES)
               IF WS-CLA-T-VIDA(WS-CLA-IDX) > 0
                   COMPUTE WS-QUOTA ROUNDED = IMB-VALOR * WS-MESES
                       / WS-CLA-T-VIDA(WS-CLA-IDX)
               ELSE
                   COMPUTE WS-QUOTA ROUNDED = IMB-VALOR * WS-MESES
                       * WS-CLA-T-TAXA(WS-CLA-IDX) / 1200
               END-IF
               COMPUTE WS-SALDO-DEPRECIAVEL =
                   IMB-VALOR - IMB-DEPRECIACAO
               IF WS-QUOTA > WS-SALDO-DEPRECIAVEL
                   MOVE WS-SALDO-DEPRECIAVEL TO WS-QUOTA
               END-IF
               ADD WS-QUOTA TO IMB-DEPRECIACAO
               MOVE WS-COMPETENCIA TO IMB-ULTIMA-COMP
               PERFORM REGRAVAR-IMOBILIZADO
               IF WS-QUOTA > 0
                   PERFORM GRAVAR-DEPRECIACAO
               END-IF
           END-IF.

       REGRAVAR-IMOBILIZADO.
           MOVE SPACES TO IMOBILIZADO-DADOS
           STRING IMB-CODIGO DELIMITED BY SIZE ","
                  IMB-DESCRICAO DELIMITED BY SIZE ","
                  IMB-CLASSE DELIMITED BY SIZE ","
                  IMB-DATA-AQUISICAO DELIMITED BY SIZE ","
                  IMB-VALOR DELIMITED BY SIZE ","
                  IMB-FORNECEDOR DELIMITED BY SIZE ","
                  IMB-FILIAL DELIMITED BY SIZE ","
                  IMB-VEICULO DELIMITED BY SIZE ","
                  IMB-DEPRECIACAO DELIMITED BY SIZE ","
                  IMB-ULTIMA-COMP DELIMITED BY SIZE ","
                  IMB-STATUS DELIMITED BY SIZE ","
                  IMB-DATA-BAIXA DELIMITED BY SIZE
                  INTO IMOBILIZADO-DADOS
           REWRITE IMOBILIZADO-RECORD
           MOVE "calcularDepreciacao" TO WS-ARQ-PROGRAMA
           MOVE "dadosImobilizado.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-IMB-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO.

       GRAVAR-DEPRECIACAO.
           MOVE SPACES TO DEPRECIACAO-DADOS
           STRING WS-COMPETENCIA DELIMITED BY SIZE ","
                  IMB-CODIGO DELIMITED BY SIZE ","
                  IMB-CLASSE DELIMITED BY SIZE ","
                  IMB-FILIAL DELIMITED BY SIZE ","
                  WS-QUOTA DELIMITED BY SIZE
                  INTO DEPRECIACAO-DADOS
           WRITE DEPRECIACAO-RECORD
           ADD WS-QUOTA TO WS-TOTAL-DEPRECIACAO
           ADD WS-QUOTA TO WS-CLA-T-TOTAL(WS-CLA-IDX)
           ADD 1 TO WS-TOTAL-BENS.

       EXIBIR-TOTAL-CLASSE.
           IF WS-CLA-T-TOTAL(WS-CLA-IDX) > 0
               MOVE WS-CLA-T-TOTAL(WS-CLA-IDX) TO WS-TOTAL-ED
               DISPLAY "  Classe " WS-CLA-T-CODIGO(WS-CLA-IDX)
                   ": " WS-TOTAL-ED
           END-IF.

       TESTAR-STATUS-ARQUIVO.
           IF WS-ARQ-STATUS = "00" OR WS-ARQ-STATUS = "02"
               OR WS-ARQ-STATUS = "05"
               CONTINUE
           ELSE
               DISPLAY "ERRO DE ARQUIVO: " WS-ARQ-NOME
                   " operacao " WS-ARQ-OPERACAO
                   " status " WS-ARQ-STATUS
               CALL 'registrarErroSistema' USING WS-ARQ-PROGRAMA
                   WS-ARQ-NOME WS-ARQ-OPERACAO WS-ARQ-STATUS
               DISPLAY "Transacao abortada para evitar gravacao "
                   "parcial."
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificarAuditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "dadosAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAU-AUDITORIA-STATUS.
           SELECT SELO-AUDITORIA-FILE ASSIGN TO
               "dadosSeloAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAU-SELO-STATUS.
           SELECT CONTROLE-AUDITORIA-FILE ASSIGN TO
               "dadosControleAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VAU-CONTROLE-STATUS.
           SELECT RELATORIO-VERIFICACAO-FILE ASSIGN TO
               "relatorioVerificacaoAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FILE.
       01 AUDITORIA-RECORD.
           05 AUDITORIA-DADOS PIC X(420).
           05 AUDITORIA-CAMPOS REDEFINES AUDITORIA-DADOS.
               10 AUD-CONTEUDO          PIC X(383).
               10 AUD-SEPARADOR-SEQ     PIC X.
               10 AUD-SEQUENCIA         PIC 9(9).
               10 AUD-SEPARADOR-VER     PIC X.
               10 AUD-VERIFICADOR       PIC 9(10).
               10 FILLER                PIC X(16).

       FD SELO-AUDITORIA-FILE.
       01 SELO-AUDITORIA-RECORD.
           05 SELO-AUDITORIA-DADOS PIC X(60).
           05 SELO-AUDITORIA-CAMPOS REDEFINES SELO-AUDITORIA-DADOS.
               10 SEL-DATA              PIC 9(8).
               10 SEL-HORA              PIC 9(6).
               10 SEL-SEQUENCIA         PIC 9(9).
               10 SEL-VERIFICADOR       PIC 9(10).
               10 SEL-REGISTROS         PIC 9(9).
               10 FILLER                PIC X(18).

       FD CONTROLE-AUDITORIA-FILE.
       01 CONTROLE-AUDITORIA-RECORD.
           05 CTL-SEQUENCIA         PIC 9(9).
           05 CTL-SEPARADOR         PIC X.
           05 CTL-VERIFICADOR       PIC 9(10).

       FD RELATORIO-VERIFICACAO-FILE.
       01 RELATORIO-VERIFICACAO-LINHA PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VAU-AUDITORIA-STATUS PIC XX VALUE "00".
       01 WS-VAU-SELO-STATUS    PIC XX VALUE "00".
       01 WS-VAU-CONTROLE-STATUS PIC XX VALUE "00".
       01 WS-VAU-EOF            PIC X VALUE "N".
       01 WS-VAU-INICIADA       PIC X VALUE "N".
       01 WS-VAU-LINHA          PIC 9(9) VALUE 0.
       01 WS-VAU-ANT-SEQ        PIC 9(9) VALUE 0.
       01 WS-VAU-ANT-VER        PIC 9(10) VALUE 0.
       01 WS-VAU-ESPERADA       PIC 9(9) VALUE 0.
       01 WS-VAU-CALCULADO      PIC 9(10) VALUE 0.
       01 WS-VAU-ENCADEADOS     PIC 9(9) VALUE 0.
       01 WS-VAU-LEGADOS        PIC 9(9) VALUE 0.
       01 WS-VAU-LACUNAS        PIC 9(7) VALUE 0.
       01 WS-VAU-ALTERADOS      PIC 9(7) VALUE 0.
       01 WS-VAU-QUEBRAS        PIC 9(7) VALUE 0.
       01 WS-VAU-SEM-CADEIA     PIC 9(7) VALUE 0.
       01 WS-VAU-SELOS-OK       PIC 9(5) VALUE 0.
       01 WS-VAU-SELOS-FALHA    PIC 9(5) VALUE 0.
       01 WS-VAU-TRUNCADO       PIC X VALUE "N".
       01 WS-VAU-OCORRENCIAS    PIC 9(7) VALUE 0.
       01 WS-VAU-SEL-COUNT      PIC 9(4) VALUE 0.
       01 WS-VAU-SEL-IDX        PIC 9(4) VALUE 0.
       01 WS-VAU-SEL-PROX       PIC 9(4) VALUE 1.
       01 WS-VAU-SEL-CHEIA      PIC X VALUE "N".
       01 WS-VAU-SEL-TABLE.
           05 WS-VAU-SEL OCCURS 2000 TIMES.
               10 WS-VAU-SEL-DATA       PIC 9(8).
               10 WS-VAU-SEL-SEQ        PIC 9(9).
               10 WS-VAU-SEL-VER        PIC 9(10).
               10 WS-VAU-SEL-ACHADO     PIC X.
       01 WS-VAU-DATA           PIC 9(8).
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Verificando trilha de auditoria..."
           ACCEPT WS-VAU-DATA FROM DATE YYYYMMDD
           OPEN OUTPUT RELATORIO-VERIFICACAO-FILE
           MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
           STRING "VERIFICACAO DA TRILHA DE AUDITORIA EM "
                  DELIMITED BY SIZE
                  WS-VAU-DATA DELIMITED BY SIZE
                  INTO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA
           MOVE ALL "=" TO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA

           PERFORM CARREGAR-SELOS
           OPEN INPUT AUDITORIA-FILE
           IF WS-VAU-AUDITORIA-STATUS = "35"
               MOVE "Arquivo dadosAuditoria.txt inexistente."
                   TO RELATORIO-VERIFICACAO-LINHA
               PERFORM EMITIR-OCORRENCIA
           ELSE
               MOVE "N" TO WS-VAU-EOF
               PERFORM VERIFICAR-REGISTRO-AUDITORIA
                   UNTIL WS-VAU-EOF = "Y"
               CLOSE AUDITORIA-FILE
           END-IF
           PERFORM CONFERIR-SELO
               VARYING WS-VAU-SEL-IDX FROM 1 BY 1
               UNTIL WS-VAU-SEL-IDX > WS-VAU-SEL-COUNT
           PERFORM CONFERIR-CONTROLE-AUDITORIA
           PERFORM EMITIR-RESUMO-VERIFICACAO
           CLOSE RELATORIO-VERIFICACAO-FILE
           MOVE "relatorioVerificacaoAuditoria.txt" TO WS-RLE-ARQUIVO
           MOVE "verificacaoAuditoria" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           IF WS-VAU-OCORRENCIAS = 0
               DISPLAY "Trilha integra: " WS-VAU-ENCADEADOS
                   " registro(s) encadeado(s), "
                   WS-VAU-SELOS-OK " selo(s) conferido(s)."
           ELSE
               DISPLAY "ATENCAO: " WS-VAU-OCORRENCIAS
                   " ocorrencia(s) na trilha de auditoria."
           END-IF
           DISPLAY "Relatorio gravado em "
               "relatorioVerificacaoAuditoria.txt"
           STOP RUN.

       CARREGAR-SELOS.
           MOVE 0 TO WS-VAU-SEL-COUNT
           MOVE "N" TO WS-VAU-EOF
           OPEN INPUT SELO-AUDITORIA-FILE
           IF WS-VAU-SELO-STATUS = "35"
               MOVE "Nenhum selo gravado; truncamento nao verificavel."
                   TO RELATORIO-VERIFICACAO-LINHA
               WRITE RELATORIO-VERIFICACAO-LINHA
           ELSE
               PERFORM LER-SELO-AUDITORIA UNTIL WS-VAU-EOF = "Y"
               CLOSE SELO-AUDITORIA-FILE
           END-IF.

       LER-SELO-AUDITORIA.
           READ SELO-AUDITORIA-FILE
               AT END
                   MOVE "Y" TO WS-VAU-EOF
               NOT AT END
                   IF SEL-SEQUENCIA IS NUMERIC
                       AND SEL-VERIFICADOR IS NUMERIC
                       IF WS-VAU-SEL-COUNT < 2000
                           ADD 1 TO WS-VAU-SEL-COUNT
                           MOVE SEL-DATA
                               TO WS-VAU-SEL-DATA(WS-VAU-SEL-COUNT)
                           MOVE SEL-SEQUENCIA
                               TO WS-VAU-SEL-SEQ(WS-VAU-SEL-COUNT)
                           MOVE SEL-VERIFICADOR
                               TO WS-VAU-SEL-VER(WS-VAU-SEL-COUNT)
                           MOVE "N"
                               TO WS-VAU-SEL-ACHADO(WS-VAU-SEL-COUNT)
                       ELSE
                           MOVE "Y" TO WS-VAU-SEL-CHEIA
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-REGISTRO-AUDITORIA.
           READ AUDITORIA-FILE
               AT END
                   MOVE "Y" TO WS-VAU-EOF
               NOT AT END
                   ADD 1 TO WS-VAU-LINHA
                   IF AUD-SEPARADOR-SEQ = ";"
                       AND AUD-SEQUENCIA IS NUMERIC
                       AND AUD-VERIFICADOR IS NUMERIC
                       PERFORM VERIFICAR-ENCADEAMENTO
                   ELSE
                       IF WS-VAU-INICIADA = "N"
                           ADD 1 TO WS-VAU-LEGADOS
                       ELSE
                           ADD 1 TO WS-VAU-SEM-CADEIA
                           MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
                           STRING "REGISTRO SEM ENCADEAMENTO na linha "
                                  DELIMITED BY SIZE
                                  WS-VAU-LINHA DELIMITED BY SIZE
                                  " apos a sequencia " DELIMITED BY SIZE
                                  WS-VAU-ANT-SEQ DELIMITED BY SIZE
                                  INTO RELATORIO-VERIFICACAO-LINHA
                           PERFORM EMITIR-OCORRENCIA
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-ENCADEAMENTO.
           MOVE "Y" TO WS-VAU-INICIADA
           ADD 1 TO WS-VAU-ENCADEADOS
           ADD 1 TO WS-VAU-ANT-SEQ GIVING WS-VAU-ESPERADA
           CALL 'calcularVerificadorAuditoria' USING AUDITORIA-DADOS
               WS-VAU-ANT-VER WS-VAU-CALCULADO
           IF AUD-SEQUENCIA NOT = WS-VAU-ESPERADA
               ADD 1 TO WS-VAU-LACUNAS
               MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
               STRING "LACUNA na linha " DELIMITED BY SIZE
                      WS-VAU-LINHA DELIMITED BY SIZE
                      ": sequencia esperada " DELIMITED BY SIZE
                      WS-VAU-ESPERADA DELIMITED BY SIZE
                      ", encontrada " DELIMITED BY SIZE
                      AUD-SEQUENCIA DELIMITED BY SIZE
                      INTO RELATORIO-VERIFICACAO-LINHA
               PERFORM EMITIR-OCORRENCIA
               IF WS-VAU-CALCULADO NOT = AUD-VERIFICADOR
                   ADD 1 TO WS-VAU-QUEBRAS
                   MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
                   STRING "QUEBRA DO ENCADEAMENTO na sequencia "
                          DELIMITED BY SIZE
                          AUD-SEQUENCIA DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
                   PERFORM EMITIR-OCORRENCIA
               END-IF
           ELSE
               IF WS-VAU-CALCULADO NOT = AUD-VERIFICADOR
                   ADD 1 TO WS-VAU-ALTERADOS
                   MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
                   STRING "REGISTRO ALTERADO na sequencia "
                          DELIMITED BY SIZE
                          AUD-SEQUENCIA DELIMITED BY SIZE
                          " (linha " DELIMITED BY SIZE
                          WS-VAU-LINHA DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
                   PERFORM EMITIR-OCORRENCIA
               END-IF
           END-IF
           PERFORM AVANCAR-SELO
               UNTIL WS-VAU-SEL-PROX > WS-VAU-SEL-COUNT
                   OR WS-VAU-SEL-SEQ(WS-VAU-SEL-PROX) >= AUD-SEQUENCIA
           PERFORM MARCAR-SELO
               UNTIL WS-VAU-SEL-PROX > WS-VAU-SEL-COUNT
                   OR WS-VAU-SEL-SEQ(WS-VAU-SEL-PROX)
                       NOT = AUD-SEQUENCIA
           MOVE AUD-SEQUENCIA TO WS-VAU-ANT-SEQ
           MOVE AUD-VERIFICADOR TO WS-VAU-ANT-VER.

       AVANCAR-SELO.
           ADD 1 TO WS-VAU-SEL-PROX.

       MARCAR-SELO.
           IF WS-VAU-SEL-SEQ(WS-VAU-SEL-PROX) = AUD-SEQUENCIA
               MOVE "Y" TO WS-VAU-SEL-ACHADO(WS-VAU-SEL-PROX)
               IF WS-VAU-SEL-VER(WS-VAU-SEL-PROX) = AUD-VERIFICADOR
                   ADD 1 TO WS-VAU-SELOS-OK
               ELSE
                   ADD 1 TO WS-VAU-SELOS-FALHA
                   MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
                   STRING "SELO DIVERGENTE de " DELIMITED BY SIZE
                          WS-VAU-SEL-DATA(WS-VAU-SEL-PROX)
                          DELIMITED BY SIZE
                          ": sequencia " DELIMITED BY SIZE
                          AUD-SEQUENCIA DELIMITED BY SIZE
                          " com verificador diferente do selado"
                          DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
                   PERFORM EMITIR-OCORRENCIA
               END-IF
           END-IF
           ADD 1 TO WS-VAU-SEL-PROX.

       CONFERIR-SELO.
           IF WS-VAU-SEL-ACHADO(WS-VAU-SEL-IDX) = "N"
               ADD 1 TO WS-VAU-SELOS-FALHA
               MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
               IF WS-VAU-SEL-SEQ(WS-VAU-SEL-IDX) > WS-VAU-ANT-SEQ
                   MOVE "Y" TO WS-VAU-TRUNCADO
                   STRING "ARQUIVO TRUNCADO: selo de " DELIMITED BY SIZE
                          WS-VAU-SEL-DATA(WS-VAU-SEL-IDX)
                          DELIMITED BY SIZE
                          " registra a sequencia " DELIMITED BY SIZE
                          WS-VAU-SEL-SEQ(WS-VAU-SEL-IDX)
                          DELIMITED BY SIZE
                          ", ultima presente " DELIMITED BY SIZE
                          WS-VAU-ANT-SEQ DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
               ELSE
                   STRING "REGISTRO SELADO AUSENTE: sequencia "
                          DELIMITED BY SIZE
                          WS-VAU-SEL-SEQ(WS-VAU-SEL-IDX)
                          DELIMITED BY SIZE
                          " do selo de " DELIMITED BY SIZE
                          WS-VAU-SEL-DATA(WS-VAU-SEL-IDX)
                          DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
               END-IF
               PERFORM EMITIR-OCORRENCIA
           END-IF.

       CONFERIR-CONTROLE-AUDITORIA.
           OPEN INPUT CONTROLE-AUDITORIA-FILE
           IF WS-VAU-CONTROLE-STATUS NOT = "35"
               READ CONTROLE-AUDITORIA-FILE
                   AT END
                       MOVE 0 TO CTL-SEQUENCIA
                       MOVE 0 TO CTL-VERIFICADOR
               END-READ
               CLOSE CONTROLE-AUDITORIA-FILE
               IF CTL-SEQUENCIA NOT = WS-VAU-ANT-SEQ
                   OR CTL-VERIFICADOR NOT = WS-VAU-ANT-VER
                   MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
                   STRING "CONTROLE DIVERGENTE: dadosControleAuditoria"
                          DELIMITED BY SIZE
                          " registra a sequencia " DELIMITED BY SIZE
                          CTL-SEQUENCIA DELIMITED BY SIZE
                          ", ultima presente " DELIMITED BY SIZE
                          WS-VAU-ANT-SEQ DELIMITED BY SIZE
                          INTO RELATORIO-VERIFICACAO-LINHA
                   PERFORM EMITIR-OCORRENCIA
               END-IF
           END-IF.

       EMITIR-OCORRENCIA.
           ADD 1 TO WS-VAU-OCORRENCIAS
           WRITE RELATORIO-VERIFICACAO-LINHA.

       EMITIR-RESUMO-VERIFICACAO.
           MOVE ALL "=" TO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA
           MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
           STRING "Registros encadeados: " DELIMITED BY SIZE
                  WS-VAU-ENCADEADOS DELIMITED BY SIZE
                  "  Anteriores ao encadeamento: " DELIMITED BY SIZE
                  WS-VAU-LEGADOS DELIMITED BY SIZE
                  INTO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA
           MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
           STRING "Lacunas: " DELIMITED BY SIZE
                  WS-VAU-LACUNAS DELIMITED BY SIZE
                  "  Alterados: " DELIMITED BY SIZE
                  WS-VAU-ALTERADOS DELIMITED BY SIZE
                  "  Quebras: " DELIMITED BY SIZE
                  WS-VAU-QUEBRAS DELIMITED BY SIZE
                  "  Sem encadeamento: " DELIMITED BY SIZE
                  WS-VAU-SEM-CADEIA DELIMITED BY SIZE
                  INTO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA
           MOVE SPACES TO RELATORIO-VERIFICACAO-LINHA
           STRING "Selos conferidos: " DELIMITED BY SIZE
                  WS-VAU-SELOS-OK DELIMITED BY SIZE
                  "  Selos com falha: " DELIMITED BY SIZE
                  WS-VAU-SELOS-FALHA DELIMITED BY SIZE
                  "  Ultima sequencia: " DELIMITED BY SIZE
                  WS-VAU-ANT-SEQ DELIMITED BY SIZE
                  INTO RELATORIO-VERIFICACAO-LINHA
           WRITE RELATORIO-VERIFICACAO-LINHA
           IF WS-VAU-SEL-CHEIA = "Y"
               MOVE "AVISO: tabela de selos cheia, verificacao parcial."
                   TO RELATORIO-VERIFICACAO-LINHA
               WRITE RELATORIO-VERIFICACAO-LINHA
           END-IF
           IF WS-VAU-OCORRENCIAS = 0
               MOVE "RESULTADO: TRILHA INTEGRA"
                   TO RELATORIO-VERIFICACAO-LINHA
           ELSE
               MOVE "RESULTADO: TRILHA COMPROMETIDA"
                   TO RELATORIO-VERIFICACAO-LINHA
           END-IF
           WRITE RELATORIO-VERIFICACAO-LINHA.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "verificarAuditoria" TO WS-RLE-PROGRAMA
           MOVE "A" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

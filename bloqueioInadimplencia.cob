       IDENTIFICATION DIVISION.
       PROGRAM-ID. bloqueioInadimplencia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-FILE ASSIGN TO "dadosCliente.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS CLI-NOME-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT TITULO-RECEBER-FILE
           ASSIGN TO "dadosTitulosReceber.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITULO-REC-CHAVE
           FILE STATUS IS WS-TIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTE.

       FD TITULO-RECEBER-FILE.
       01 TITULO-RECEBER-RECORD.
           05 TITULO-RECEBER-DADOS PIC X(80).
       01 TITULO-RECEBER-RECORD-CHAVE REDEFINES TITULO-RECEBER-RECORD.
           05 TITULO-REC-CHAVE.
               10 TITULO-REC-NOTA-CHAVE    PIC 9(6).
               10 FILLER                   PIC X.
               10 TITULO-REC-PARCELA-CHAVE PIC 9(2).
           05 FILLER PIC X(71).

       WORKING-STORAGE SECTION.
       01 WS-CLI-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TIT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TIT-EOF            PIC X VALUE "N".
       01 WS-CLI-EOF            PIC X VALUE "N".
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-DIAS-ATRASO        PIC S9(8).
       01 WS-DIAS-BLOQUEIO      PIC 9(3) VALUE 90.
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-TIT-NOTA           PIC 9(6).
       01 WS-TIT-PARCELA        PIC 9(2).
       01 WS-TIT-CLIENTE        PIC 9(5).
       01 WS-TIT-VENC           PIC 9(8).
       01 WS-TIT-VALOR-ALFA     PIC X(11).
       01 WS-TIT-STATUS         PIC X.
       01 WS-TIT-DATA-BAIXA     PIC 9(8).
       01 WS-INA-COUNT          PIC 9(4) VALUE 0.
       01 WS-INA-IDX            PIC 9(4) VALUE 0.
       01 WS-INA-TABELA.
           05 WS-INA-ENTRY OCCURS 2000 TIMES.
               10 WS-INA-CLIENTE    PIC 9(5).
               10 WS-INA-ATRASO     PIC 9(5).
       01 WS-SITUACAO-ANTERIOR  PIC X.
       01 WS-BLOQUEADOS         PIC 9(5) VALUE 0.
       01 WS-LIBERADOS          PIC 9(5) VALUE 0.
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Bloqueio automatico de clientes inadimplentes..."
           MOVE "INADIMPLENCIA-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-DIAS-BLOQUEIO
           END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE 0 TO WS-INA-COUNT
           MOVE 0 TO WS-BLOQUEADOS
           MOVE 0 TO WS-LIBERADOS
           MOVE "N" TO WS-TIT-EOF
           OPEN INPUT TITULO-RECEBER-FILE
           IF WS-TIT-FILE-STATUS NOT = "35"
               PERFORM LER-TITULO-ATRASO UNTIL WS-TIT-EOF = "Y"
               CLOSE TITULO-RECEBER-FILE
           END-IF
           MOVE "N" TO WS-CLI-EOF
           OPEN I-O CLIENTE-FILE
           IF WS-CLI-FILE-STATUS = "35"
               DISPLAY "Arquivo de clientes nao encontrado."
           ELSE
               PERFORM PROCESSAR-CLIENTE UNTIL WS-CLI-EOF = "Y"
               CLOSE CLIENTE-FILE
           END-IF
           DISPLAY "Atraso para bloqueio: " WS-DIAS-BLOQUEIO " dias."
           DISPLAY WS-BLOQUEADOS " cliente(s) bloqueado(s), "
               WS-LIBERADOS " cliente(s) liberado(s)."
           GOBACK.

       LER-TITULO-ATRASO.
           READ TITULO-RECEBER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TIT-EOF
               NOT AT END
                   UNSTRING TITULO-RECEBER-DADOS DELIMITED BY ","
                       INTO WS-TIT-NOTA WS-TIT-PARCELA
                            WS-TIT-CLIENTE WS-TIT-VENC
                            WS-TIT-VALOR-ALFA WS-TIT-STATUS
                            WS-TIT-DATA-BAIXA
                   IF WS-TIT-STATUS = "A"
                       AND WS-TIT-VENC IS NUMERIC
                       AND WS-TIT-VENC > 0
                       AND WS-TIT-VENC < WS-DATA-ATUAL
                       COMPUTE WS-DIAS-ATRASO =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL) -
                           FUNCTION INTEGER-OF-DATE(WS-TIT-VENC)
                       IF WS-DIAS-ATRASO > WS-DIAS-BLOQUEIO
                           PERFORM MARCAR-CLIENTE-ATRASO
                       END-IF
                   END-IF
           END-READ.

       MARCAR-CLIENTE-ATRASO.
           PERFORM PROCURAR-CLIENTE-ATRASO
               VARYING WS-INA-IDX FROM 1 BY 1
               UNTIL WS-INA-IDX > WS-INA-COUNT
                   OR WS-INA-CLIENTE(WS-INA-IDX) = WS-TIT-CLIENTE
           IF WS-INA-IDX > WS-INA-COUNT
               IF WS-INA-COUNT < 2000
                   ADD 1 TO WS-INA-COUNT
                   MOVE WS-INA-COUNT TO WS-INA-IDX
                   MOVE WS-TIT-CLIENTE TO WS-INA-CLIENTE(WS-INA-IDX)
                   MOVE WS-DIAS-ATRASO TO WS-INA-ATRASO(WS-INA-IDX)
               END-IF
           ELSE
               IF WS-DIAS-ATRASO > WS-INA-ATRASO(WS-INA-IDX)
                   MOVE WS-DIAS-ATRASO TO WS-INA-ATRASO(WS-INA-IDX)
               END-IF
           END-IF.

       PROCURAR-CLIENTE-ATRASO.
           CONTINUE.

       PROCESSAR-CLIENTE.
           READ CLIENTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CLI-EOF
               NOT AT END
                   PERFORM PROCURAR-CLIENTE-ATRASO
                       VARYING WS-INA-IDX FROM 1 BY 1
                       UNTIL WS-INA-IDX > WS-INA-COUNT
                           OR WS-INA-CLIENTE(WS-INA-IDX) = CL-CODIGO
                   IF CL-ATIVO AND WS-INA-IDX <= WS-INA-COUNT
                       PERFORM BLOQUEAR-CLIENTE
                   END-IF
                   IF CL-INADIMPLENTE AND WS-INA-IDX > WS-INA-COUNT
                       PERFORM LIBERAR-CLIENTE
                   END-IF
           END-READ.

       BLOQUEAR-CLIENTE.
           MOVE CL-SITUACAO TO WS-SITUACAO-ANTERIOR
           IF WS-SITUACAO-ANTERIOR = SPACE
               MOVE "A" TO WS-SITUACAO-ANTERIOR
           END-IF
           PERFORM MONTAR-AUDITORIA-ANTES
           MOVE "I" TO CL-SITUACAO
           MOVE WS-DATA-ATUAL TO CL-DATA-SITUACAO
           REWRITE CLIENTE-RECORD
           MOVE "BLOQUEIO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO I DESDE " DELIMITED BY SIZE
                  CL-DATA-SITUACAO DELIMITED BY SIZE
                  " ATRASO " DELIMITED BY SIZE
                  WS-INA-ATRASO(WS-INA-IDX) DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVAR-AUDITORIA-SITUACAO
           ADD 1 TO WS-BLOQUEADOS
           DISPLAY "Bloqueado: " CL-CODIGO " " CL-NOME
               " atraso de " WS-INA-ATRASO(WS-INA-IDX) " dias".

       LIBERAR-CLIENTE.
           MOVE "I" TO WS-SITUACAO-ANTERIOR
           PERFORM MONTAR-AUDITORIA-ANTES
           MOVE "A" TO CL-SITUACAO
           MOVE WS-DATA-ATUAL TO CL-DATA-SITUACAO
           REWRITE CLIENTE-RECORD
           MOVE "LIBERACAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-DEPOIS
           STRING "SITUACAO A DESDE " DELIMITED BY SIZE
                  CL-DATA-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-DEPOIS
           PERFORM GRAVAR-AUDITORIA-SITUACAO
           ADD 1 TO WS-LIBERADOS
           DISPLAY "Liberado: " CL-CODIGO " " CL-NOME.

       MONTAR-AUDITORIA-ANTES.
           MOVE SPACES TO WS-AUD-ANTES
           STRING "SITUACAO " DELIMITED BY SIZE
                  WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  CL-DATA-SITUACAO DELIMITED BY SIZE
                  INTO WS-AUD-ANTES.

       GRAVAR-AUDITORIA-SITUACAO.
           MOVE "bloqueioInadimpl" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE CL-CODIGO TO WS-AUD-CHAVE(1:5)
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

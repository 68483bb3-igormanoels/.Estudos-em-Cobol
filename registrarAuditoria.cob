       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "dadosAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT CONTROLE-AUDITORIA-FILE ASSIGN TO
               "dadosControleAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLE-STATUS.

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

       FD CONTROLE-AUDITORIA-FILE.
       01 CONTROLE-AUDITORIA-RECORD.
           05 CTL-SEQUENCIA         PIC 9(9).
           05 CTL-SEPARADOR         PIC X.
           05 CTL-VERIFICADOR       PIC 9(10).

       WORKING-STORAGE SECTION.
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-AUDITORIA-DATA     PIC 9(8).
       01 WS-AUDITORIA-HORA     PIC 9(8).
       01 WS-AUDITORIA-STATUS   PIC XX VALUE "00".
       01 WS-CONTROLE-STATUS    PIC XX VALUE "00".
       01 WS-CONTROLE-LIDO      PIC X VALUE "N".
       01 WS-AUDITORIA-EOF      PIC X VALUE "N".
       01 WS-AUDITORIA-ULT-SEQ  PIC 9(9) VALUE 0.
       01 WS-AUDITORIA-ULT-VER  PIC 9(10) VALUE 0.
       01 WS-AUDITORIA-VER      PIC 9(10) VALUE 0.

       LINKAGE SECTION.
       01 LK-PROGRAMA           PIC X(20).
       PROCEDURE DIVISION USING LK-PROGRAMA LK-ACAO LK-CHAVE
           LK-ANTES LK-DEPOIS.
       MAIN-PROGRAM.
           PERFORM OBTER-ULTIMO-ENCADEADO
           ACCEPT WS-AUDITORIA-DATA FROM DATE YYYYMMDD
           ACCEPT WS-AUDITORIA-HORA FROM TIME
           MOVE SPACES TO AUDITORIA-DADOS
                  LK-ANTES DELIMITED BY SIZE ";"
                  LK-DEPOIS DELIMITED BY SIZE
                  INTO AUDITORIA-DADOS
           MOVE ";" TO AUD-SEPARADOR-SEQ
           ADD 1 TO WS-AUDITORIA-ULT-SEQ GIVING AUD-SEQUENCIA
           MOVE ";" TO AUD-SEPARADOR-VER
           CALL 'calcularVerificadorAuditoria' USING AUDITORIA-DADOS
               WS-AUDITORIA-ULT-VER WS-AUDITORIA-VER
           MOVE WS-AUDITORIA-VER TO AUD-VERIFICADOR
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           WRITE AUDITORIA-RECORD
           IF WS-AUDITORIA-STATUS = "00"
               CLOSE AUDITORIA-FILE
               PERFORM GRAVAR-CONTROLE-AUDITORIA
           ELSE
               CLOSE AUDITORIA-FILE
           END-IF
           GOBACK.

       OBTER-ULTIMO-ENCADEADO.
           MOVE 0 TO WS-AUDITORIA-ULT-SEQ
           MOVE 0 TO WS-AUDITORIA-ULT-VER
           MOVE "N" TO WS-CONTROLE-LIDO
           OPEN INPUT CONTROLE-AUDITORIA-FILE
           IF WS-CONTROLE-STATUS NOT = "35"
               READ CONTROLE-AUDITORIA-FILE
                   NOT AT END
                       IF CTL-SEQUENCIA IS NUMERIC
                           AND CTL-VERIFICADOR IS NUMERIC
                           MOVE CTL-SEQUENCIA TO WS-AUDITORIA-ULT-SEQ
                           MOVE CTL-VERIFICADOR
                               TO WS-AUDITORIA-ULT-VER
                           MOVE "Y" TO WS-CONTROLE-LIDO
                       END-IF
               END-READ
               CLOSE CONTROLE-AUDITORIA-FILE
           END-IF
           IF WS-CONTROLE-LIDO = "N"
               PERFORM VARRER-ULTIMO-ENCADEADO
           END-IF.

       VARRER-ULTIMO-ENCADEADO.
           MOVE "N" TO WS-AUDITORIA-EOF
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = "35"
               MOVE "Y" TO WS-AUDITORIA-EOF
           ELSE
               PERFORM LER-ULTIMO-ENCADEADO
                   UNTIL WS-AUDITORIA-EOF = "Y"
               CLOSE AUDITORIA-FILE
           END-IF.

       LER-ULTIMO-ENCADEADO.
           READ AUDITORIA-FILE
               AT END
                   MOVE "Y" TO WS-AUDITORIA-EOF
               NOT AT END
                   IF AUD-SEPARADOR-SEQ = ";"
                       AND AUD-SEQUENCIA IS NUMERIC
                       AND AUD-VERIFICADOR IS NUMERIC
                       MOVE AUD-SEQUENCIA TO WS-AUDITORIA-ULT-SEQ
                       MOVE AUD-VERIFICADOR TO WS-AUDITORIA-ULT-VER
                   END-IF
           END-READ.

       GRAVAR-CONTROLE-AUDITORIA.
           ADD 1 TO WS-AUDITORIA-ULT-SEQ GIVING CTL-SEQUENCIA
           MOVE ";" TO CTL-SEPARADOR
           MOVE WS-AUDITORIA-VER TO CTL-VERIFICADOR
           OPEN OUTPUT CONTROLE-AUDITORIA-FILE
           WRITE CONTROLE-AUDITORIA-RECORD
           CLOSE CONTROLE-AUDITORIA-FILE.

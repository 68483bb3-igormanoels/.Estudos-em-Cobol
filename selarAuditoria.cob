       IDENTIFICATION DIVISION.
       PROGRAM-ID. selarAuditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO "dadosAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEL-AUDITORIA-STATUS.
           SELECT SELO-AUDITORIA-FILE ASSIGN TO
               "dadosSeloAuditoria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEL-SELO-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-SEL-AUDITORIA-STATUS PIC XX VALUE "00".
       01 WS-SEL-SELO-STATUS    PIC XX VALUE "00".
       01 WS-SEL-EOF            PIC X VALUE "N".
       01 WS-SEL-DATA           PIC 9(8).
       01 WS-SEL-HORA           PIC 9(8).
       01 WS-SEL-ULT-SEQ        PIC 9(9) VALUE 0.
       01 WS-SEL-ULT-VER        PIC 9(10) VALUE 0.
       01 WS-SEL-REGISTROS      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           DISPLAY "Selando trilha de auditoria..."
           MOVE 0 TO WS-SEL-ULT-SEQ
           MOVE 0 TO WS-SEL-ULT-VER
           MOVE 0 TO WS-SEL-REGISTROS
           MOVE "N" TO WS-SEL-EOF
           OPEN INPUT AUDITORIA-FILE
           IF WS-SEL-AUDITORIA-STATUS = "35"
               DISPLAY "Arquivo de auditoria inexistente; nada a selar."
               STOP RUN
           END-IF
           PERFORM LER-AUDITORIA-SELO UNTIL WS-SEL-EOF = "Y"
           CLOSE AUDITORIA-FILE
           IF WS-SEL-ULT-SEQ = 0
               DISPLAY "Nenhum registro encadeado; nada a selar."
               STOP RUN
           END-IF
           ACCEPT WS-SEL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-SEL-HORA FROM TIME
           MOVE SPACES TO SELO-AUDITORIA-DADOS
           MOVE WS-SEL-DATA TO SEL-DATA
           MOVE WS-SEL-HORA(1:6) TO SEL-HORA
           MOVE WS-SEL-ULT-SEQ TO SEL-SEQUENCIA
           MOVE WS-SEL-ULT-VER TO SEL-VERIFICADOR
           MOVE WS-SEL-REGISTROS TO SEL-REGISTROS
           OPEN EXTEND SELO-AUDITORIA-FILE
           IF WS-SEL-SELO-STATUS = "35"
               OPEN OUTPUT SELO-AUDITORIA-FILE
           END-IF
           WRITE SELO-AUDITORIA-RECORD
           CLOSE SELO-AUDITORIA-FILE
           DISPLAY "Selo gravado: sequencia " WS-SEL-ULT-SEQ
               " verificador " WS-SEL-ULT-VER
               " (" WS-SEL-REGISTROS " registro(s))."
           STOP RUN.

       LER-AUDITORIA-SELO.
           READ AUDITORIA-FILE
               AT END
                   MOVE "Y" TO WS-SEL-EOF
               NOT AT END
                   ADD 1 TO WS-SEL-REGISTROS
                   IF AUD-SEPARADOR-SEQ = ";"
                       AND AUD-SEQUENCIA IS NUMERIC
                       AND AUD-VERIFICADOR IS NUMERIC
                       MOVE AUD-SEQUENCIA TO WS-SEL-ULT-SEQ
                       MOVE AUD-VERIFICADOR TO WS-SEL-ULT-VER
                   END-IF
           END-READ.

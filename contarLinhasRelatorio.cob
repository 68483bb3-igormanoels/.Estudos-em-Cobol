       IDENTIFICATION DIVISION.
       PROGRAM-ID. contarLinhasRelatorio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-FILE ASSIGN TO WS-CLR-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RELATORIO-FILE.
       01 RELATORIO-LINHA PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-CLR-NOME           PIC X(60).
       01 WS-CLR-STATUS         PIC XX VALUE "00".
       01 WS-CLR-EOF            PIC X VALUE "N".

       LINKAGE SECTION.
       01 LK-ARQUIVO            PIC X(60).
       01 LK-LINHAS             PIC 9(7).

       PROCEDURE DIVISION USING LK-ARQUIVO LK-LINHAS.
       MAIN-PROGRAM.
           MOVE 0 TO LK-LINHAS
           MOVE LK-ARQUIVO TO WS-CLR-NOME
           OPEN INPUT RELATORIO-FILE
           IF WS-CLR-STATUS = "00"
               MOVE "N" TO WS-CLR-EOF
               PERFORM CONTAR-LINHA UNTIL WS-CLR-EOF = "Y"
               CLOSE RELATORIO-FILE
           END-IF
           GOBACK.

       CONTAR-LINHA.
           READ RELATORIO-FILE
               AT END
                   MOVE "Y" TO WS-CLR-EOF
               NOT AT END
                   ADD 1 TO LK-LINHAS
           END-READ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verificarExercicioEncerrado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXERCICIO-FILE ASSIGN TO
               "dadosExercicioEncerrado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXERCICIO-FILE.
       01 EXERCICIO-RECORD.
           05 EXERCICIO-DADOS PIC X(40).
       01 EXERCICIO-RECORD-CAMPOS REDEFINES EXERCICIO-RECORD.
           05 EXE-ANO              PIC 9(4).
           05 FILLER               PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-EXE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXE-EOF            PIC X VALUE "N".

       LINKAGE SECTION.
       01 LK-DATA               PIC 9(8).
       01 LK-ENCERRADO          PIC X.

       PROCEDURE DIVISION USING LK-DATA LK-ENCERRADO.
       MAIN-PROGRAM.
           MOVE "N" TO LK-ENCERRADO
           MOVE "N" TO WS-EXE-EOF
           OPEN INPUT EXERCICIO-FILE
           IF WS-EXE-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXE-EOF
           ELSE
               PERFORM LER-EXERCICIO UNTIL WS-EXE-EOF = "Y"
               CLOSE EXERCICIO-FILE
           END-IF
           GOBACK.

       LER-EXERCICIO.
           READ EXERCICIO-FILE INTO EXERCICIO-RECORD
               AT END
                   MOVE "Y" TO WS-EXE-EOF
               NOT AT END
                   IF EXE-ANO IS NUMERIC
                       AND LK-DATA(1:4) <= EXE-ANO
                       MOVE "Y" TO LK-ENCERRADO
                       MOVE "Y" TO WS-EXE-EOF
                   END-IF
           END-READ.

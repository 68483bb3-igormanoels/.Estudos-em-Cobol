       IDENTIFICATION DIVISION.
       PROGRAM-ID. obterTaxaCambio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXA-CAMBIO-FILE ASSIGN TO "dadosTaxaCambio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAXA-CAMBIO-FILE.
       01 TAXA-CAMBIO-RECORD.
           05 TAXA-CAMBIO-DADOS PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CMB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CMB-EOF            PIC X VALUE "N".
       01 WS-CMB-MOEDA          PIC X(3).
       01 WS-CMB-DATA           PIC 9(8).
       01 WS-CMB-TAXA-ALFA      PIC X(9).
       01 WS-CMB-TAXA-NUM REDEFINES WS-CMB-TAXA-ALFA
           PIC 9(3)V9(6).
       01 WS-CMB-MELHOR-DATA    PIC 9(8).

       LINKAGE SECTION.
       01 LK-MOEDA              PIC X(3).
       01 LK-DATA               PIC 9(8).
       01 LK-TAXA               PIC 9(3)V9(6).
       01 LK-ACHADO             PIC X.

       PROCEDURE DIVISION USING LK-MOEDA LK-DATA LK-TAXA LK-ACHADO.
       MAIN-PROGRAM.
           MOVE "N" TO LK-ACHADO
           MOVE 0 TO LK-TAXA
           IF LK-MOEDA = SPACES OR LK-MOEDA = "BRL"
               MOVE 1 TO LK-TAXA
               MOVE "Y" TO LK-ACHADO
           ELSE
               MOVE 0 TO WS-CMB-MELHOR-DATA
               MOVE "N" TO WS-CMB-EOF
               OPEN INPUT TAXA-CAMBIO-FILE
               IF WS-CMB-FILE-STATUS = "35"
                   MOVE "Y" TO WS-CMB-EOF
               ELSE
                   PERFORM LER-TAXA-CAMBIO UNTIL WS-CMB-EOF = "Y"
                   CLOSE TAXA-CAMBIO-FILE
               END-IF
           END-IF
           GOBACK.

       LER-TAXA-CAMBIO.
           READ TAXA-CAMBIO-FILE INTO TAXA-CAMBIO-RECORD
               AT END
                   MOVE "Y" TO WS-CMB-EOF
               NOT AT END
                   MOVE SPACES TO WS-CMB-TAXA-ALFA
                   UNSTRING TAXA-CAMBIO-DADOS DELIMITED BY ","
                       INTO WS-CMB-MOEDA WS-CMB-DATA WS-CMB-TAXA-ALFA
                   IF WS-CMB-MOEDA = LK-MOEDA
                       AND WS-CMB-DATA <= LK-DATA
                       AND WS-CMB-DATA >= WS-CMB-MELHOR-DATA
                       AND WS-CMB-TAXA-ALFA IS NUMERIC
                       AND WS-CMB-TAXA-NUM > 0
                       MOVE WS-CMB-DATA TO WS-CMB-MELHOR-DATA
                       MOVE WS-CMB-TAXA-NUM TO LK-TAXA
                       MOVE "Y" TO LK-ACHADO
                   END-IF
           END-READ.

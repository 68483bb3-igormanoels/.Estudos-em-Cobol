       IDENTIFICATION DIVISION.
       PROGRAM-ID. obterContaBancaria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-BANCARIA-FILE
           ASSIGN TO "dadosContaBancaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTA-BANCARIA-FILE.
       01 CONTA-BANCARIA-RECORD.
           05 CONTA-BANCARIA-DADOS PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CTB-EOF            PIC X VALUE "N".
       01 WS-CTB-CODIGO         PIC 9(3).
       01 WS-CTB-BANCO          PIC 9(3).
       01 WS-CTB-AGENCIA        PIC 9(5).
       01 WS-CTB-NUMERO         PIC X(12).
       01 WS-CTB-DESCRICAO      PIC X(20).
       01 WS-CTB-SALDO-ALFA     PIC X(11).
       01 WS-CTB-DATA-SALDO     PIC 9(8).
       01 WS-CTB-SITUACAO       PIC X.
       01 WS-CTB-ATIVAS         PIC 9(3) VALUE 0.
       01 WS-CTB-PADRAO         PIC 9(3) VALUE 0.
       01 WS-CTB-BUSCA          PIC 9(3).
       01 WS-CTB-ACHADA         PIC X VALUE "N".
       01 WS-CTB-VALIDA         PIC X VALUE "N".
       01 WS-CTB-ENTRADA        PIC X(3).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.

       LINKAGE SECTION.
       01 LK-CONTA              PIC 9(3).

       PROCEDURE DIVISION USING LK-CONTA.
       MAIN-PROGRAM.
           MOVE 0 TO LK-CONTA
           MOVE 0 TO WS-CTB-PADRAO
           MOVE "CONTA-BANCO-PADRAO" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-CTB-PADRAO
           END-IF
           MOVE 0 TO WS-CTB-ATIVAS
           MOVE 0 TO WS-CTB-BUSCA
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               MOVE "Y" TO WS-CTB-EOF
           ELSE
               PERFORM LER-CONTA-BANCARIA UNTIL WS-CTB-EOF = "Y"
               CLOSE CONTA-BANCARIA-FILE
           END-IF
           IF WS-CTB-ATIVAS > 0
               MOVE "N" TO WS-CTB-VALIDA
               PERFORM INFORMAR-CONTA-BANCARIA
                   UNTIL WS-CTB-VALIDA = "Y"
           END-IF
           GOBACK.

       INFORMAR-CONTA-BANCARIA.
           IF WS-CTB-PADRAO > 0
               DISPLAY "Conta bancaria (3 digitos, Enter = "
                   WS-CTB-PADRAO ", 000 = sem conta): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Conta bancaria (3 digitos, 000 = sem conta): "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-CTB-ENTRADA
           ACCEPT WS-CTB-ENTRADA
           IF WS-CTB-ENTRADA = SPACES
               MOVE WS-CTB-PADRAO TO WS-CTB-ENTRADA
           END-IF
           IF WS-CTB-ENTRADA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-CTB-ENTRADA TO WS-CTB-BUSCA
               IF WS-CTB-BUSCA = 0
                   MOVE 0 TO LK-CONTA
                   MOVE "Y" TO WS-CTB-VALIDA
               ELSE
                   MOVE "N" TO WS-CTB-ACHADA
                   MOVE "N" TO WS-CTB-EOF
                   OPEN INPUT CONTA-BANCARIA-FILE
                   PERFORM LER-CONTA-BANCARIA UNTIL WS-CTB-EOF = "Y"
                   CLOSE CONTA-BANCARIA-FILE
                   IF WS-CTB-ACHADA = "Y"
                       MOVE WS-CTB-BUSCA TO LK-CONTA
                       MOVE "Y" TO WS-CTB-VALIDA
                   ELSE
                       DISPLAY "Conta bancaria inexistente ou "
                           "encerrada."
                   END-IF
               END-IF
           END-IF.

       LER-CONTA-BANCARIA.
           READ CONTA-BANCARIA-FILE INTO CONTA-BANCARIA-RECORD
               AT END
                   MOVE "Y" TO WS-CTB-EOF
               NOT AT END
                   UNSTRING CONTA-BANCARIA-DADOS DELIMITED BY ","
                       INTO WS-CTB-CODIGO WS-CTB-BANCO
                            WS-CTB-AGENCIA WS-CTB-NUMERO
                            WS-CTB-DESCRICAO WS-CTB-SALDO-ALFA
                            WS-CTB-DATA-SALDO WS-CTB-SITUACAO
                   IF WS-CTB-SITUACAO NOT = "E"
                       ADD 1 TO WS-CTB-ATIVAS
                       IF WS-CTB-CODIGO = WS-CTB-BUSCA
                           MOVE "Y" TO WS-CTB-ACHADA
                           MOVE "Y" TO WS-CTB-EOF
                       END-IF
                   END-IF
           END-READ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. arquivarRelatorio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEM-FILE ASSIGN TO WS-ARL-ORIGEM-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARL-ORIGEM-STATUS.
           SELECT DESTINO-FILE ASSIGN TO WS-ARL-DESTINO-NOME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARL-DESTINO-STATUS.
           SELECT RELATORIO-EMITIDO-FILE ASSIGN TO
               "dadosRelatorioEmitido.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARL-INDICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORIGEM-FILE.
       01 ORIGEM-LINHA PIC X(300).

       FD DESTINO-FILE.
       01 DESTINO-LINHA PIC X(300).

       FD RELATORIO-EMITIDO-FILE.
       01 RELATORIO-EMITIDO-RECORD.
           05 RELATORIO-EMITIDO-DADOS PIC X(200).
           05 RELATORIO-EMITIDO-CAMPOS
               REDEFINES RELATORIO-EMITIDO-DADOS.
               10 REL-NUMERO           PIC 9(6).
               10 REL-TIPO             PIC X(20).
               10 REL-PROGRAMA         PIC X(20).
               10 REL-LOGIN            PIC X(10).
               10 REL-FILIAL           PIC 9(2).
               10 REL-DATA             PIC 9(8).
               10 REL-HORA             PIC 9(6).
               10 REL-PAGINAS          PIC 9(4).
               10 REL-PERFIL           PIC X.
               10 REL-SITUACAO         PIC X.
               10 REL-ARQUIVO          PIC X(60).
               10 REL-PARAMETROS       PIC X(60).
               10 FILLER               PIC X(2).

       WORKING-STORAGE SECTION.
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-USUARIO-FILIAL     PIC 9(2) EXTERNAL.
       01 WS-ARL-ORIGEM-NOME    PIC X(60).
       01 WS-ARL-DESTINO-NOME   PIC X(60).
       01 WS-ARL-ORIGEM-STATUS  PIC XX VALUE "00".
       01 WS-ARL-DESTINO-STATUS PIC XX VALUE "00".
       01 WS-ARL-INDICE-STATUS  PIC XX VALUE "00".
       01 WS-ARL-EOF            PIC X VALUE "N".
       01 WS-ARL-LINHAS         PIC 9(7) VALUE 0.
       01 WS-ARL-LIDAS          PIC 9(7) VALUE 0.
       01 WS-ARL-LINHAS-PAGINA  PIC 9(3) VALUE 60.
       01 WS-ARL-PAGINAS        PIC 9(4) VALUE 0.
       01 WS-ARL-DATA           PIC 9(8).
       01 WS-ARL-HORA           PIC 9(8).
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.

       LINKAGE SECTION.
       01 LK-ARQUIVO            PIC X(60).
       01 LK-TIPO               PIC X(20).
       01 LK-PROGRAMA           PIC X(20).
       01 LK-PARAMETROS         PIC X(60).
       01 LK-PERFIL             PIC X.
       01 LK-LINHA-INICIAL      PIC 9(7).

       PROCEDURE DIVISION USING LK-ARQUIVO LK-TIPO LK-PROGRAMA
           LK-PARAMETROS LK-PERFIL LK-LINHA-INICIAL.
       MAIN-PROGRAM.
           MOVE LK-ARQUIVO TO WS-ARL-ORIGEM-NOME
           OPEN INPUT ORIGEM-FILE
           IF WS-ARL-ORIGEM-STATUS NOT = "00"
               GOBACK
           END-IF
           ACCEPT WS-ARL-DATA FROM DATE YYYYMMDD
           ACCEPT WS-ARL-HORA FROM TIME
           MOVE "RELATORIO" TO WS-SEQ-SERIE
           MOVE 1 TO WS-SEQ-MINIMO
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE WS-SEQ-MINIMO
               WS-SEQ-NUMERO
           MOVE SPACES TO WS-ARL-DESTINO-NOME
           STRING "relatoriosEmitidos/" DELIMITED BY SIZE
                  LK-TIPO DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  WS-ARL-DATA DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-SEQ-NUMERO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-ARL-DESTINO-NOME
           OPEN OUTPUT DESTINO-FILE
           IF WS-ARL-DESTINO-STATUS NOT = "00"
               CALL "SYSTEM" USING "mkdir relatoriosEmitidos"
               OPEN OUTPUT DESTINO-FILE
           END-IF
           IF WS-ARL-DESTINO-STATUS NOT = "00"
               DISPLAY "Nao foi possivel arquivar " LK-ARQUIVO
               CLOSE ORIGEM-FILE
               GOBACK
           END-IF
           MOVE 0 TO WS-ARL-LINHAS
           MOVE 0 TO WS-ARL-LIDAS
           MOVE "N" TO WS-ARL-EOF
           PERFORM COPIAR-LINHA-RELATORIO UNTIL WS-ARL-EOF = "Y"
           CLOSE DESTINO-FILE
           CLOSE ORIGEM-FILE
           PERFORM CALCULAR-PAGINAS
           PERFORM GRAVAR-INDICE-RELATORIO
           CALL 'expurgarRelatorios' USING LK-TIPO
           GOBACK.

       COPIAR-LINHA-RELATORIO.
           READ ORIGEM-FILE
               AT END
                   MOVE "Y" TO WS-ARL-EOF
               NOT AT END
                   ADD 1 TO WS-ARL-LIDAS
                   IF WS-ARL-LIDAS > LK-LINHA-INICIAL
                       WRITE DESTINO-LINHA FROM ORIGEM-LINHA
                       ADD 1 TO WS-ARL-LINHAS
                   END-IF
           END-READ.

       CALCULAR-PAGINAS.
           MOVE "LINHAS-PAGINA" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR >= 1
               MOVE WS-PAR-VALOR TO WS-ARL-LINHAS-PAGINA
           ELSE
               MOVE 60 TO WS-ARL-LINHAS-PAGINA
           END-IF
           COMPUTE WS-ARL-PAGINAS =
               (WS-ARL-LINHAS + WS-ARL-LINHAS-PAGINA - 1)
               / WS-ARL-LINHAS-PAGINA
           IF WS-ARL-PAGINAS = 0
               MOVE 1 TO WS-ARL-PAGINAS
           END-IF.

       GRAVAR-INDICE-RELATORIO.
           MOVE SPACES TO RELATORIO-EMITIDO-DADOS
           MOVE WS-SEQ-NUMERO TO REL-NUMERO
           MOVE LK-TIPO TO REL-TIPO
           MOVE LK-PROGRAMA TO REL-PROGRAMA
           MOVE WS-USUARIO-LOGIN TO REL-LOGIN
           MOVE WS-USUARIO-FILIAL TO REL-FILIAL
           MOVE WS-ARL-DATA TO REL-DATA
           MOVE WS-ARL-HORA(1:6) TO REL-HORA
           MOVE WS-ARL-PAGINAS TO REL-PAGINAS
           MOVE LK-PERFIL TO REL-PERFIL
           MOVE "A" TO REL-SITUACAO
           MOVE WS-ARL-DESTINO-NOME TO REL-ARQUIVO
           MOVE LK-PARAMETROS TO REL-PARAMETROS
           OPEN EXTEND RELATORIO-EMITIDO-FILE
           IF WS-ARL-INDICE-STATUS = "35"
               OPEN OUTPUT RELATORIO-EMITIDO-FILE
           END-IF
           WRITE RELATORIO-EMITIDO-RECORD
           CLOSE RELATORIO-EMITIDO-FILE.

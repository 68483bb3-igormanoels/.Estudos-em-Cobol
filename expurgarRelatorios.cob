       IDENTIFICATION DIVISION.
       PROGRAM-ID. expurgarRelatorios.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-EMITIDO-FILE ASSIGN TO
               "dadosRelatorioEmitido.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-INDICE-STATUS.
           SELECT RELATORIO-TEMP-FILE ASSIGN TO
               "relatorioEmitidoTemp.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENCAO-FILE ASSIGN TO "dadosRetencaoRelatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXR-RETENCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
                   88 REL-ATIVO        VALUE "A".
                   88 REL-EXPURGADO    VALUE "E".
               10 REL-ARQUIVO          PIC X(60).
               10 REL-PARAMETROS       PIC X(60).
               10 FILLER               PIC X(2).

       FD RELATORIO-TEMP-FILE.
       01 RELATORIO-TEMP-LINHA PIC X(200).

       FD RETENCAO-FILE.
       01 RETENCAO-RECORD.
           05 RETENCAO-DADOS PIC X(40).
           05 RETENCAO-CAMPOS REDEFINES RETENCAO-DADOS.
               10 RET-TIPO             PIC X(20).
               10 RET-DIAS             PIC 9(4).
               10 FILLER               PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-EXR-INDICE-STATUS   PIC XX VALUE "00".
       01 WS-EXR-RETENCAO-STATUS PIC XX VALUE "00".
       01 WS-EXR-EOF             PIC X VALUE "N".
       01 WS-EXR-HOJE            PIC 9(8).
       01 WS-EXR-IDADE           PIC S9(7) VALUE 0.
       01 WS-EXR-DIAS            PIC 9(4) VALUE 0.
       01 WS-EXR-DIAS-PADRAO     PIC 9(4) VALUE 90.
       01 WS-EXR-EXPURGADOS      PIC 9(5) VALUE 0.
       01 WS-EXR-RET-COUNT       PIC 9(3) VALUE 0.
       01 WS-EXR-RET-IDX         PIC 9(3) VALUE 0.
       01 WS-EXR-RET-TABLE.
           05 WS-EXR-RET OCCURS 200 TIMES.
               10 WS-EXR-RET-TIPO    PIC X(20).
               10 WS-EXR-RET-DIAS    PIC 9(4).
       01 WS-EXR-ARQUIVO         PIC X(60).
       01 WS-PAR-NOME            PIC X(20).
       01 WS-PAR-VALOR           PIC 9(9)V99.
       01 WS-PAR-ACHADO          PIC X.

       LINKAGE SECTION.
       01 LK-TIPO                PIC X(20).

       PROCEDURE DIVISION USING LK-TIPO.
       MAIN-PROGRAM.
           ACCEPT WS-EXR-HOJE FROM DATE YYYYMMDD
           MOVE "RETENCAO-RELATORIO" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y"
               MOVE WS-PAR-VALOR TO WS-EXR-DIAS-PADRAO
           ELSE
               MOVE 90 TO WS-EXR-DIAS-PADRAO
           END-IF
           PERFORM CARREGAR-RETENCAO
           MOVE 0 TO WS-EXR-EXPURGADOS
           OPEN INPUT RELATORIO-EMITIDO-FILE
           IF WS-EXR-INDICE-STATUS = "35"
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-TEMP-FILE
           MOVE "N" TO WS-EXR-EOF
           PERFORM VERIFICAR-RELATORIO-EMITIDO
               UNTIL WS-EXR-EOF = "Y"
           CLOSE RELATORIO-TEMP-FILE
           CLOSE RELATORIO-EMITIDO-FILE
           IF WS-EXR-EXPURGADOS > 0
               PERFORM REGRAVAR-INDICE-RELATORIO
           END-IF
           IF LK-TIPO = SPACES
               DISPLAY WS-EXR-EXPURGADOS " relatorio(s) emitido(s) "
                   "expurgado(s) pela regra de retencao."
           END-IF
           GOBACK.

       CARREGAR-RETENCAO.
           MOVE 0 TO WS-EXR-RET-COUNT
           MOVE "N" TO WS-EXR-EOF
           OPEN INPUT RETENCAO-FILE
           IF WS-EXR-RETENCAO-STATUS = "35"
               MOVE "Y" TO WS-EXR-EOF
           ELSE
               PERFORM LER-RETENCAO UNTIL WS-EXR-EOF = "Y"
               CLOSE RETENCAO-FILE
           END-IF.

       LER-RETENCAO.
           READ RETENCAO-FILE INTO RETENCAO-RECORD
               AT END
                   MOVE "Y" TO WS-EXR-EOF
               NOT AT END
                   IF RET-DIAS IS NUMERIC
                       AND WS-EXR-RET-COUNT < 200
                       ADD 1 TO WS-EXR-RET-COUNT
                       MOVE RET-TIPO
                           TO WS-EXR-RET-TIPO(WS-EXR-RET-COUNT)
                       MOVE RET-DIAS
                           TO WS-EXR-RET-DIAS(WS-EXR-RET-COUNT)
                   END-IF
           END-READ.

       VERIFICAR-RELATORIO-EMITIDO.
           READ RELATORIO-EMITIDO-FILE INTO RELATORIO-EMITIDO-RECORD
               AT END
                   MOVE "Y" TO WS-EXR-EOF
               NOT AT END
                   IF REL-ATIVO
                       AND (LK-TIPO = SPACES OR REL-TIPO = LK-TIPO)
                       PERFORM APLICAR-RETENCAO
                   END-IF
                   WRITE RELATORIO-TEMP-LINHA
                       FROM RELATORIO-EMITIDO-DADOS
           END-READ.

       APLICAR-RETENCAO.
           PERFORM PROCURAR-RETENCAO
               VARYING WS-EXR-RET-IDX FROM 1 BY 1
               UNTIL WS-EXR-RET-IDX > WS-EXR-RET-COUNT
                   OR WS-EXR-RET-TIPO(WS-EXR-RET-IDX) = REL-TIPO
           IF WS-EXR-RET-IDX > WS-EXR-RET-COUNT
               MOVE WS-EXR-DIAS-PADRAO TO WS-EXR-DIAS
           ELSE
               MOVE WS-EXR-RET-DIAS(WS-EXR-RET-IDX) TO WS-EXR-DIAS
           END-IF
           IF WS-EXR-DIAS > 0 AND REL-DATA IS NUMERIC
               AND REL-DATA > 19000101
               COMPUTE WS-EXR-IDADE =
                   FUNCTION INTEGER-OF-DATE(WS-EXR-HOJE) -
                   FUNCTION INTEGER-OF-DATE(REL-DATA)
               IF WS-EXR-IDADE > WS-EXR-DIAS
                   MOVE REL-ARQUIVO TO WS-EXR-ARQUIVO
                   CALL "CBL_DELETE_FILE" USING WS-EXR-ARQUIVO
                   MOVE "E" TO REL-SITUACAO
                   ADD 1 TO WS-EXR-EXPURGADOS
               END-IF
           END-IF.

       PROCURAR-RETENCAO.
           CONTINUE.

       REGRAVAR-INDICE-RELATORIO.
           OPEN INPUT RELATORIO-TEMP-FILE
           OPEN OUTPUT RELATORIO-EMITIDO-FILE
           MOVE "N" TO WS-EXR-EOF
           PERFORM DEVOLVER-INDICE-RELATORIO UNTIL WS-EXR-EOF = "Y"
           CLOSE RELATORIO-EMITIDO-FILE
           CLOSE RELATORIO-TEMP-FILE.

       DEVOLVER-INDICE-RELATORIO.
           READ RELATORIO-TEMP-FILE
               AT END
                   MOVE "Y" TO WS-EXR-EOF
               NOT AT END
                   WRITE RELATORIO-EMITIDO-RECORD
                       FROM RELATORIO-TEMP-LINHA
           END-READ.

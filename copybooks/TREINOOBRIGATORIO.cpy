       FD TREINO-OBRIGATORIO-FILE.
       01 TREINO-OBRIGATORIO-RECORD.
           05 TREINO-OBRIGATORIO-DADOS PIC X(20).
       01 TREINO-OBRIGATORIO-CAMPOS
           REDEFINES TREINO-OBRIGATORIO-RECORD.
           05 TO-CARGO                PIC 9(3).
           05 TO-TIPO                 PIC X(10).
           05 FILLER                  PIC X(07).

       FD SAUDE-TRABALHO-FILE.
       01 SAUDE-TRABALHO-RECORD.
           05 SAUDE-TRABALHO-DADOS PIC X(50).
       01 SAUDE-TRABALHO-CAMPOS REDEFINES SAUDE-TRABALHO-RECORD.
           05 ST-CODIGO               PIC 9(5).
           05 ST-CATEGORIA            PIC X.
               88 ST-EXAME            VALUE "E".
               88 ST-TREINAMENTO      VALUE "T".
           05 ST-TIPO                 PIC X(10).
               88 ST-EXAME-ADMISSAO   VALUE "ADMISSAO".
               88 ST-EXAME-DEMISSAO   VALUE "DEMISSAO".
           05 ST-DATA                 PIC 9(8).
           05 ST-RESULTADO            PIC X.
               88 ST-APTO             VALUE "A".
               88 ST-INAPTO           VALUE "I".
           05 ST-VALIDADE             PIC 9(8).
           05 FILLER                  PIC X(17).

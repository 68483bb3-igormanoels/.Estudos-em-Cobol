           05 CODIGO            PIC 9(3).
           05 NOME               PIC X(30).
           05 ORCAMENTO-MENSAL   PIC 9(9)V99.
           05 RESPONSAVEL        PIC X(10).
       01 WS-END-OF-FILE        PIC X VALUE "N".
       01 WS-CODIGO             PIC 9(3).
       01 WS-NEW-NOME           PIC X(30).
       01 WS-NEW-ORCAMENTO      PIC 9(9)V99.
       01 WS-NEW-RESPONSAVEL    PIC X(10).
       01 WS-ENTRADA-ORCAMENTO  PIC X(11).
       01 WS-ORCAMENTO-VALIDO   PIC X VALUE "N".
       01 WS-ORCAMENTO-ALFA     PIC X(11).
           PERFORM LER-ORCAMENTO-DEPARTAMENTO
               UNTIL WS-ORCAMENTO-VALIDO = "Y"
           MOVE WS-NEW-ORCAMENTO TO ORCAMENTO-MENSAL
           DISPLAY "Login do responsavel (aprova requisicoes): "
               WITH NO ADVANCING
           ACCEPT RESPONSAVEL

           MOVE SPACES TO DEPARTAMENTO-DADOS.
           STRING CODIGO ","
                  NOME DELIMITED BY SIZE ","
                  ORCAMENTO-MENSAL DELIMITED BY SIZE ","
                  RESPONSAVEL DELIMITED BY SIZE
                  INTO DEPARTAMENTO-DADOS.

           OPEN EXTEND DEPARTAMENTO-FILE.
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   MOVE SPACES TO RESPONSAVEL
                   UNSTRING DEPARTAMENTO-DADOS DELIMITED BY ","
                       INTO CODIGO NOME WS-ORCAMENTO-ALFA RESPONSAVEL
                   MOVE WS-ORCAMENTO-NUM TO ORCAMENTO-MENSAL
                   DISPLAY "Codigo: " CODIGO
                   DISPLAY "Nome: " NOME
                   DISPLAY "Orcamento mensal: " ORCAMENTO-MENSAL
                   DISPLAY "Responsavel: " RESPONSAVEL
                   DISPLAY "------------------------------------------"
           END-READ.

           MOVE "N" TO WS-ORCAMENTO-VALIDO
           PERFORM LER-ORCAMENTO-DEPARTAMENTO
               UNTIL WS-ORCAMENTO-VALIDO = "Y"
           DISPLAY "Login do responsavel (aprova requisicoes): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-RESPONSAVEL

           MOVE "N" TO WS-ACHOU-DEPARTAMENTO
           MOVE "N" TO WS-END-OF-FILE
                       MOVE DEPARTAMENTO-DADOS TO WS-AUD-ANTES
                       MOVE WS-NEW-NOME TO NOME
                       MOVE WS-NEW-ORCAMENTO TO ORCAMENTO-MENSAL
                       MOVE WS-NEW-RESPONSAVEL TO RESPONSAVEL
                       MOVE SPACES TO DEPARTAMENTO-DADOS
                       STRING CODIGO ","
                              NOME DELIMITED BY SIZE ","
                              ORCAMENTO-MENSAL DELIMITED BY SIZE ","
                              RESPONSAVEL DELIMITED BY SIZE
                              INTO DEPARTAMENTO-DADOS
                       REWRITE DEPARTAMENTO-RECORD
                       MOVE "Y" TO WS-ACHOU-DEPARTAMENTO

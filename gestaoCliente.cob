       01 WS-TBP-ENTRADA-PRECO  PIC X(09).
       01 WS-TBP-PRODUTO-EOF    PIC X VALUE "N".
       01 WS-TBP-PRODUTO-OK     PIC X VALUE "N".
       01 WS-SITUACAO-NOVA      PIC X.
       01 WS-SITUACAO-ANTERIOR  PIC X.
       01 WS-SITUACAO-DESCRICAO PIC X(25).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM MANUTENCAO-TABELA-PRECO
                   WHEN 6
                       PERFORM CONSULTAR-CLIENTE-POR-NOME
                   WHEN 7
                       PERFORM ALTERAR-SITUACAO-CLIENTE
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
           DISPLAY "4 - Deletar Cliente"
           DISPLAY "5 - Tabela de Precos do Cliente"
           DISPLAY "6 - Consultar Cliente por Nome (prefixo)"
           DISPLAY "7 - Bloquear/Reativar/Inativar Cliente"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

           MOVE CPF-CNPJ TO CL-CPF-CNPJ
           MOVE TELEFONE TO CL-TELEFONE
           MOVE LIMITE-CREDITO TO CL-LIMITE-CREDITO.
           MOVE "A" TO CL-SITUACAO
           ACCEPT CL-DATA-SITUACAO FROM DATE YYYYMMDD

           OPEN EXTEND CLIENTE-FILE.
           WRITE CLIENTE-RECORD.
                   DISPLAY "CPF/CNPJ: " CPF-CNPJ
                   DISPLAY "Telefone: " TELEFONE
                   DISPLAY "Limite de credito: " CL-LIMITE-CREDITO
                   PERFORM DESCREVER-SITUACAO-CLIENTE
                   DISPLAY "Situacao: " WS-SITUACAO-DESCRICAO
                   DISPLAY "------------------------------------------"
                   ADD 1 TO WS-PAG-CONTADOR
                   IF WS-PAG-CONTADOR = 10
                   IF CL-NOME(1:WS-NOME-PREFIXO-LEN)
                       = WS-NOME-PREFIXO(1:WS-NOME-PREFIXO-LEN)
                       MOVE "Y" TO WS-ACHOU-CLIENTE
                       PERFORM DESCREVER-SITUACAO-CLIENTE
                       DISPLAY "Codigo: " CL-CODIGO
                           " Nome: " CL-NOME
                           " Telefone: " CL-TELEFONE
                           " " WS-SITUACAO-DESCRICAO
                   ELSE
                       MOVE "Y" TO WS-CLIENTE-EOF
                   END-IF
                   WRITE TABELA-PRECO-RECORD
           END-READ.

       ALTERAR-SITUACAO-CLIENTE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        BLOQUEAR/REATIVAR/INATIVAR CLIENTE       "
           DISPLAY "================================================="
           DISPLAY "Digite o codigo do Cliente: " WITH NO ADVANCING
           ACCEPT WS-CODIGO
           DISPLAY "Nova situacao (A-Ativo / B-Bloqueado / "
               "N-Inativo): " WITH NO ADVANCING
           ACCEPT WS-SITUACAO-NOVA

           IF WS-SITUACAO-NOVA NOT = "A" AND WS-SITUACAO-NOVA NOT = "B"
               AND WS-SITUACAO-NOVA NOT = "N"
               DISPLAY "Situacao invalida, informe A, B ou N."
           ELSE
               PERFORM BACKUP-ARQUIVO-CLIENTE
               MOVE "N" TO WS-ACHOU-CLIENTE
               MOVE WS-CODIGO TO CLI-CODIGO-CHAVE
               OPEN I-O CLIENTE-FILE
               READ CLIENTE-FILE INTO CLIENTE-RECORD
                   KEY IS CLI-CODIGO-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-ACHOU-CLIENTE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACHOU-CLIENTE
                       PERFORM GRAVAR-SITUACAO-CLIENTE
               END-READ
               CLOSE CLIENTE-FILE
               IF WS-ACHOU-CLIENTE = "N"
                   DISPLAY "Cliente nao encontrado."
               END-IF
           END-IF

           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       GRAVAR-SITUACAO-CLIENTE.
           MOVE CL-SITUACAO TO WS-SITUACAO-ANTERIOR
           IF WS-SITUACAO-ANTERIOR = SPACE
               MOVE "A" TO WS-SITUACAO-ANTERIOR
           END-IF
           IF WS-SITUACAO-ANTERIOR = WS-SITUACAO-NOVA
               DISPLAY "Cliente ja se encontra nesta situacao."
           ELSE
               MOVE SPACES TO WS-AUD-ANTES
               STRING "SITUACAO " DELIMITED BY SIZE
                      WS-SITUACAO-ANTERIOR DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      CL-DATA-SITUACAO DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE WS-SITUACAO-NOVA TO CL-SITUACAO
               ACCEPT CL-DATA-SITUACAO FROM DATE YYYYMMDD
               REWRITE CLIENTE-RECORD
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO " DELIMITED BY SIZE
                      WS-SITUACAO-NOVA DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      CL-DATA-SITUACAO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               MOVE "gestaoCliente" TO WS-AUD-PROGRAMA
               MOVE "SITUACAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-CODIGO TO WS-AUD-CHAVE(1:5)
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
               IF WS-SITUACAO-ANTERIOR = "I"
                   AND WS-SITUACAO-NOVA = "A"
                   DISPLAY "Atencao: o bloqueio automatico volta a "
                       "valer se os titulos seguirem em atraso."
               END-IF
               DISPLAY "Situacao do cliente atualizada!"
           END-IF.

       DESCREVER-SITUACAO-CLIENTE.
           EVALUATE TRUE
               WHEN CL-BLOQUEADO
                   MOVE "BLOQUEADO" TO WS-SITUACAO-DESCRICAO
               WHEN CL-INADIMPLENTE
                   MOVE "BLOQUEADO INADIMPLENCIA"
                       TO WS-SITUACAO-DESCRICAO
               WHEN CL-INATIVO
                   MOVE "INATIVO" TO WS-SITUACAO-DESCRICAO
               WHEN OTHER
                   MOVE "ATIVO" TO WS-SITUACAO-DESCRICAO
           END-EVALUATE.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."

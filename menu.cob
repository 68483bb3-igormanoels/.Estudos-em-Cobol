                       PERFORM PAINEL-PENDENCIAS
                   WHEN 23
                       PERFORM OPTION-23
                   WHEN 24
                       PERFORM OPTION-24
                   WHEN 25
                       PERFORM OPTION-25
                   WHEN 26
                       PERFORM OPTION-26
                   WHEN 27
                       PERFORM OPTION-27
                   WHEN 28
                       PERFORM OPTION-28
                   WHEN 29
                       PERFORM OPTION-29
                   WHEN 30
                       PERFORM OPTION-30
                   WHEN 31
                       PERFORM OPTION-31
                   WHEN 32
                       PERFORM OPTION-32
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
           END-IF
           DISPLAY "22 - Painel de Pendencias"
           DISPLAY "23 - Gestao de Filiais"
           IF WS-PERFIL-USUARIO(1:1) = "S"
               DISPLAY "24 - Assistencia Tecnica (RMA)"
           END-IF
           IF WS-PERFIL-USUARIO(6:1) = "S"
               DISPLAY "25 - Conciliacao Bancaria"
               DISPLAY "26 - Ativo Imobilizado"
           END-IF
           DISPLAY "27 - Requisicao de Compra"
           IF WS-PERFIL-USUARIO(6:1) = "S"
               DISPLAY "28 - Livros Fiscais de Entradas e Saidas"
               DISPLAY "29 - Fechamento Mensal"
               DISPLAY "30 - Encerramento de Exercicio"
           END-IF
           DISPLAY "31 - Relatorios Emitidos"
           IF WS-USUARIO-ADMIN = "Y"
               DISPLAY "32 - Recuperacao de Expurgo"
           END-IF
           DISPLAY "=================================================".
       
       OPTION-1.
           CALL 'clearScreen'.
           CALL 'gestaoFilial'.

       OPTION-24.
           IF WS-PERFIL-USUARIO(1:1) = "S"
               CALL 'clearScreen'
               CALL 'gestaoAssistencia'
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-25.
           IF WS-PERFIL-USUARIO(6:1) = "S"
               CALL 'clearScreen'
               CALL 'conciliacaoBancaria'
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-26.
           IF WS-PERFIL-USUARIO(6:1) = "S"
               CALL 'clearScreen'
               CALL 'gestaoImobilizado'
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-27.
           CALL 'clearScreen'
           CALL 'gestaoRequisicaoCompra'.

       OPTION-28.
           IF WS-PERFIL-USUARIO(6:1) = "S"
               CALL 'clearScreen'
               CALL 'livrosFiscais'
               DISPLAY "Pressione Enter para continuar..."
               ACCEPT WS-SAIR-OPCAO
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-29.
           IF WS-PERFIL-USUARIO(6:1) = "S"
               CALL 'clearScreen'
               CALL 'fechamentoMensal'
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-30.
           IF WS-PERFIL-USUARIO(6:1) = "S"
               CALL 'clearScreen'
               CALL 'encerramentoExercicio'
           ELSE
               PERFORM ACESSO-NEGADO
           END-IF.

       OPTION-31.
           CALL 'clearScreen'
           CALL 'relatoriosEmitidos'.

       OPTION-32.
           IF WS-USUARIO-ADMIN = "Y"
               CALL 'clearScreen'
               CALL 'recuperacaoExpurgo'
           ELSE
               DISPLAY "Acesso restrito a administradores."
               DISPLAY "Pressione Enter para continuar..."
               ACCEPT WS-SAIR-OPCAO
           END-IF.

       PAINEL-PENDENCIAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="

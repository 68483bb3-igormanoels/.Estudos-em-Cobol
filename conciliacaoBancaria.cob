       IDENTIFICATION DIVISION.
       PROGRAM-ID. conciliacaoBancaria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-BANCARIA-FILE
           ASSIGN TO "dadosContaBancaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTB-FILE-STATUS.
           SELECT EXTRATO-BANCARIO-FILE
           ASSIGN TO "extratoBancario.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXB-FILE-STATUS.
           SELECT LANCAMENTO-BANCARIO-FILE
           ASSIGN TO "dadosLancamentoBancario.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LANCAMENTO-BANCARIO-CHAVE
           FILE STATUS IS WS-LCB-FILE-STATUS.
           SELECT PAGAMENTO-TITULO-FILE
           ASSIGN TO "dadosPagamentoTitulo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PGH-FILE-STATUS.
           SELECT RELATORIO-CONCILIACAO-FILE
           ASSIGN TO "relatorioConciliacaoBancaria.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTA-BANCARIA-FILE.
       01 CONTA-BANCARIA-RECORD.
           05 CONTA-BANCARIA-DADOS PIC X(80).

       FD EXTRATO-BANCARIO-FILE.
       01 EXTRATO-BANCARIO-RECORD.
           05 EXTRATO-BANCARIO-DADOS PIC X(80).
       01 EXTRATO-BANCARIO-CAMPOS REDEFINES EXTRATO-BANCARIO-RECORD.
           05 EXB-TIPO          PIC X.
           05 EXB-DATA          PIC 9(8).
           05 EXB-DC            PIC X.
           05 EXB-VALOR         PIC 9(9)V99.
           05 EXB-DOCUMENTO     PIC X(10).
           05 EXB-HISTORICO     PIC X(30).
           05 FILLER            PIC X(19).
       01 EXTRATO-BANCARIO-HEADER REDEFINES EXTRATO-BANCARIO-RECORD.
           05 EXH-TIPO          PIC X.
           05 EXH-BANCO         PIC 9(3).
           05 EXH-AGENCIA       PIC 9(5).
           05 EXH-CONTA         PIC X(12).
           05 FILLER            PIC X(59).

       FD LANCAMENTO-BANCARIO-FILE.
       01 LANCAMENTO-BANCARIO-RECORD.
           05 LANCAMENTO-BANCARIO-DADOS PIC X(130).
       01 LANCAMENTO-BANCARIO-RECORD-CHAVE
           REDEFINES LANCAMENTO-BANCARIO-RECORD.
           05 LANCAMENTO-BANCARIO-CHAVE.
               10 LCB-CONTA-CHAVE  PIC 9(3).
               10 FILLER           PIC X.
               10 LCB-SEQ-CHAVE    PIC 9(6).
           05 FILLER PIC X(120).

       FD PAGAMENTO-TITULO-FILE.
       01 PAGAMENTO-TITULO-RECORD.
           05 PAGAMENTO-TITULO-DADOS PIC X(60).

       FD RELATORIO-CONCILIACAO-FILE.
       01 RELATORIO-CONCILIACAO-LINHA PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-DATA-ATUAL         PIC 9(8).
       01 WS-PAR-NOME           PIC X(20).
       01 WS-PAR-VALOR          PIC 9(9)V99.
       01 WS-PAR-ACHADO         PIC X.
       01 WS-CTB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CTB-EOF            PIC X VALUE "N".
       01 WS-CTB-ACAO           PIC X.
       01 WS-CTB-VALIDO         PIC X VALUE "N".
       01 WS-CTB-ACHADA         PIC X VALUE "N".
       01 WS-CTB-ENTRADA        PIC X(3).
       01 WS-CTB-BUSCA          PIC 9(3).
       01 WS-CTB-CONTA          PIC 9(3).
       01 WS-CTB-CODIGO         PIC 9(3).
       01 WS-CTB-BANCO-ALFA     PIC X(3).
       01 WS-CTB-BANCO REDEFINES WS-CTB-BANCO-ALFA PIC 9(3).
       01 WS-CTB-AGENCIA-ALFA   PIC X(5).
       01 WS-CTB-AGENCIA REDEFINES WS-CTB-AGENCIA-ALFA PIC 9(5).
       01 WS-CTB-NUMERO         PIC X(12).
       01 WS-CTB-DESCRICAO      PIC X(20).
       01 WS-CTB-SALDO-ALFA     PIC X(11).
       01 WS-CTB-SALDO REDEFINES WS-CTB-SALDO-ALFA PIC 9(9)V99.
       01 WS-CTB-DATA-ALFA      PIC X(8).
       01 WS-CTB-DATA-SALDO REDEFINES WS-CTB-DATA-ALFA PIC 9(8).
       01 WS-CTB-SITUACAO       PIC X.
           88 CTB-ATIVA         VALUE "A".
           88 CTB-ENCERRADA     VALUE "E".
       01 WS-CTB-COUNT          PIC 9(3) VALUE 0.
       01 WS-CTB-IDX            PIC 9(3) VALUE 0.
       01 WS-CTB-TABLE.
           05 WS-CTB-LINHA OCCURS 100 TIMES PIC X(80).
       01 WS-EXB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXB-EOF            PIC X VALUE "N".
       01 WS-EXB-CONTA-OK       PIC X VALUE "Y".
       01 WS-EXB-IMPORTADAS     PIC 9(5) VALUE 0.
       01 WS-EXB-DUPLICADAS     PIC 9(5) VALUE 0.
       01 WS-EXB-REJEITADAS     PIC 9(5) VALUE 0.
       01 WS-LCB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LCB-EOF            PIC X VALUE "N".
       01 WS-LCB-ACHADO         PIC X VALUE "N".
       01 WS-LCB-CONTA          PIC 9(3).
       01 WS-LCB-SEQ            PIC 9(6).
       01 WS-LCB-MAIOR-SEQ      PIC 9(6) VALUE 0.
       01 WS-LCB-DATA           PIC 9(8).
       01 WS-LCB-DC             PIC X.
           88 LCB-CREDITO       VALUE "C".
           88 LCB-DEBITO        VALUE "D".
       01 WS-LCB-VALOR-ALFA     PIC X(11).
       01 WS-LCB-VALOR REDEFINES WS-LCB-VALOR-ALFA PIC 9(9)V99.
       01 WS-LCB-DOCUMENTO      PIC X(10).
       01 WS-LCB-HISTORICO      PIC X(30).
       01 WS-LCB-STATUS         PIC X.
           88 LCB-PENDENTE      VALUE "P".
           88 LCB-CONCILIADO    VALUE "C".
       01 WS-LCB-REF            PIC X(28).
       01 WS-LCB-DATA-CONC      PIC 9(8).
       01 WS-LCB-PENDENTES      PIC 9(5) VALUE 0.
       01 WS-EXI-COUNT          PIC 9(4) VALUE 0.
       01 WS-EXI-IDX            PIC 9(4) VALUE 0.
       01 WS-EXI-TABLE.
           05 WS-EXI-CHAVE OCCURS 3000 TIMES PIC X(30).
       01 WS-EXI-NOVA.
           05 WS-EXI-NOVA-DATA      PIC 9(8).
           05 WS-EXI-NOVA-DC        PIC X.
           05 WS-EXI-NOVA-VALOR     PIC 9(9)V99.
           05 WS-EXI-NOVA-DOCUMENTO PIC X(10).
       01 WS-PGH-FILE-STATUS    PIC XX VALUE "00".
       01 WS-PGH-EOF            PIC X VALUE "N".
       01 WS-PGH-TIPO           PIC X.
       01 WS-PGH-DOC            PIC 9(6).
       01 WS-PGH-PARCELA        PIC 9(2).
       01 WS-PGH-DATA           PIC 9(8).
       01 WS-PGH-VALOR-ALFA     PIC X(11).
       01 WS-PGH-VALOR REDEFINES WS-PGH-VALOR-ALFA PIC 9(9)V99.
       01 WS-PGH-JUROS-ALFA     PIC X(9).
       01 WS-PGH-MULTA-ALFA     PIC X(9).
       01 WS-PGH-CONTA-ALFA     PIC X(3).
       01 WS-PGH-CONTA REDEFINES WS-PGH-CONTA-ALFA PIC 9(3).
       01 WS-MOV-COUNT          PIC 9(4) VALUE 0.
       01 WS-MOV-IDX            PIC 9(4) VALUE 0.
       01 WS-MOV-MELHOR         PIC 9(4) VALUE 0.
       01 WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 3000 TIMES.
               10 WS-MOV-CHAVE.
                   15 WS-MOV-TIPO       PIC X.
                   15 WS-MOV-DOC        PIC 9(6).
                   15 WS-MOV-PARCELA    PIC 9(2).
                   15 WS-MOV-DATA       PIC 9(8).
                   15 WS-MOV-VALOR      PIC 9(9)V99.
               10 WS-MOV-CONCILIADO     PIC X.
       01 WS-CNC-TOLERANCIA     PIC 9(3) VALUE 3.
       01 WS-CNC-DIAS           PIC S9(7).
       01 WS-CNC-MELHOR-DIAS    PIC S9(7).
       01 WS-CNC-TIPO-MOV       PIC X.
       01 WS-CNC-AUTOMATICAS    PIC 9(5) VALUE 0.
       01 WS-CNC-MAIS           PIC X VALUE "S".
       01 WS-CNC-ACAO           PIC X.
       01 WS-CNC-CONFIRMA       PIC X.
       01 WS-CNC-ITEM           PIC 9(4).
       01 WS-REL-DATA-ALFA      PIC X(8).
       01 WS-REL-DATA-NUM REDEFINES WS-REL-DATA-ALFA PIC 9(8).
       01 WS-REL-DATA-FINAL     PIC 9(8).
       01 WS-REL-SALDO-INICIAL  PIC S9(11)V99 VALUE 0.
       01 WS-REL-MOV-EXTRATO    PIC S9(11)V99 VALUE 0.
       01 WS-REL-MOV-SISTEMA    PIC S9(11)V99 VALUE 0.
       01 WS-REL-MOV-CONCILIADO PIC S9(11)V99 VALUE 0.
       01 WS-REL-PEND-BANCO     PIC S9(11)V99 VALUE 0.
       01 WS-REL-PEND-SISTEMA   PIC S9(11)V99 VALUE 0.
       01 WS-REL-SALDO          PIC S9(11)V99 VALUE 0.
       01 WS-REL-QTD-BANCO      PIC 9(5) VALUE 0.
       01 WS-REL-QTD-SISTEMA    PIC 9(5) VALUE 0.
       01 WS-REL-ROTULO         PIC X(31).
       01 WS-REL-VALOR-ED       PIC Z(8)9.99.
       01 WS-REL-SALDO-ED       PIC -Z(10)9.99.
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CARREGAR-PARAMETROS
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM MANUTENCAO-CONTAS-BANCARIAS
                   WHEN 2
                       PERFORM IMPORTAR-EXTRATO-BANCARIO
                   WHEN 3
                       PERFORM CONCILIACAO-MANUAL
                   WHEN 4
                       PERFORM RELATORIO-CONCILIACAO
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
               PERFORM TELA-PRINCIPAL
           END-PERFORM
           STOP RUN.

       CARREGAR-PARAMETROS.
           MOVE "CONCILIACAO-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-CNC-TOLERANCIA
           END-IF.

       TELA-PRINCIPAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              CONCILIACAO BANCARIA               "
           DISPLAY "================================================="
           DISPLAY "1 - Cadastro de Contas Bancarias"
           DISPLAY "2 - Importar Extrato e Conciliar Automaticamente"
           DISPLAY "3 - Conciliacao Manual"
           DISPLAY "4 - Relatorio de Conciliacao"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       MANUTENCAO-CONTAS-BANCARIAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "           CADASTRO DE CONTAS BANCARIAS          "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir/Alterar / L-Listar / "
               "E-Encerrar): " WITH NO ADVANCING
           ACCEPT WS-CTB-ACAO
           EVALUATE WS-CTB-ACAO
               WHEN "I"
                   PERFORM INCLUIR-CONTA-BANCARIA
               WHEN "L"
                   PERFORM LISTAR-CONTAS-BANCARIAS
               WHEN "E"
                   PERFORM ENCERRAR-CONTA-BANCARIA
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-CONTA-BANCARIA.
           MOVE "Y" TO WS-CTB-VALIDO
           DISPLAY "Codigo da conta (3 digitos): " WITH NO ADVANCING
           ACCEPT WS-CTB-ENTRADA
           DISPLAY "Banco (3 digitos): " WITH NO ADVANCING
           ACCEPT WS-CTB-BANCO-ALFA
           DISPLAY "Agencia (5 digitos): " WITH NO ADVANCING
           ACCEPT WS-CTB-AGENCIA-ALFA
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT WS-CTB-NUMERO
           DISPLAY "Descricao: " WITH NO ADVANCING
           ACCEPT WS-CTB-DESCRICAO
           DISPLAY "Saldo inicial (9(9)V99, ex.: 00000150000 = "
               "1500,00): " WITH NO ADVANCING
           ACCEPT WS-CTB-SALDO-ALFA
           DISPLAY "Data do saldo inicial (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-CTB-DATA-ALFA
           IF WS-CTB-ENTRADA IS NOT NUMERIC
               OR WS-CTB-BANCO-ALFA IS NOT NUMERIC
               OR WS-CTB-AGENCIA-ALFA IS NOT NUMERIC
               OR WS-CTB-SALDO-ALFA IS NOT NUMERIC
               OR WS-CTB-DATA-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
               MOVE "N" TO WS-CTB-VALIDO
           END-IF
           IF WS-CTB-VALIDO = "Y"
               IF WS-CTB-ENTRADA = "000"
                   DISPLAY "Codigo 000 reservado (sem conta)."
                   MOVE "N" TO WS-CTB-VALIDO
               END-IF
           END-IF
           IF WS-CTB-VALIDO = "Y"
               MOVE WS-CTB-ENTRADA TO WS-CTB-CODIGO
               INSPECT WS-CTB-NUMERO REPLACING ALL "," BY " "
               INSPECT WS-CTB-DESCRICAO REPLACING ALL "," BY " "
               MOVE "A" TO WS-CTB-SITUACAO
               PERFORM EXCLUIR-CONTA-EXISTENTE
               PERFORM GRAVAR-CONTA-BANCARIA
               DISPLAY "Conta bancaria gravada com sucesso!"
           END-IF.

       GRAVAR-CONTA-BANCARIA.
           MOVE SPACES TO CONTA-BANCARIA-DADOS
           STRING WS-CTB-CODIGO DELIMITED BY SIZE ","
                  WS-CTB-BANCO-ALFA DELIMITED BY SIZE ","
                  WS-CTB-AGENCIA-ALFA DELIMITED BY SIZE ","
                  WS-CTB-NUMERO DELIMITED BY SIZE ","
                  WS-CTB-DESCRICAO DELIMITED BY SIZE ","
                  WS-CTB-SALDO-ALFA DELIMITED BY SIZE ","
                  WS-CTB-DATA-ALFA DELIMITED BY SIZE ","
                  WS-CTB-SITUACAO DELIMITED BY SIZE
                  INTO CONTA-BANCARIA-DADOS
           OPEN EXTEND CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               OPEN OUTPUT CONTA-BANCARIA-FILE
           END-IF
           WRITE CONTA-BANCARIA-RECORD
           CLOSE CONTA-BANCARIA-FILE.

       LISTAR-CONTAS-BANCARIAS.
           MOVE "N" TO WS-CTB-ACHADA
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               MOVE "Y" TO WS-CTB-EOF
           ELSE
               DISPLAY "COD BCO AGENC CONTA        DESCRICAO"
                   "            SALDO INI   DATA     S"
               PERFORM LER-CONTA-LISTA UNTIL WS-CTB-EOF = "Y"
               CLOSE CONTA-BANCARIA-FILE
           END-IF
           IF WS-CTB-ACHADA = "N"
               DISPLAY "Nenhuma conta bancaria cadastrada."
           END-IF.

       LER-CONTA-LISTA.
           READ CONTA-BANCARIA-FILE INTO CONTA-BANCARIA-RECORD
               AT END
                   MOVE "Y" TO WS-CTB-EOF
               NOT AT END
                   MOVE "Y" TO WS-CTB-ACHADA
                   PERFORM PARSE-CONTA-BANCARIA
                   MOVE WS-CTB-SALDO TO WS-REL-VALOR-ED
                   DISPLAY WS-CTB-CODIGO " " WS-CTB-BANCO-ALFA " "
                       WS-CTB-AGENCIA-ALFA " " WS-CTB-NUMERO " "
                       WS-CTB-DESCRICAO " " WS-REL-VALOR-ED " "
                       WS-CTB-DATA-ALFA " " WS-CTB-SITUACAO
           END-READ.

       PARSE-CONTA-BANCARIA.
           UNSTRING CONTA-BANCARIA-DADOS DELIMITED BY ","
               INTO WS-CTB-CODIGO WS-CTB-BANCO-ALFA
                    WS-CTB-AGENCIA-ALFA WS-CTB-NUMERO
                    WS-CTB-DESCRICAO WS-CTB-SALDO-ALFA
                    WS-CTB-DATA-ALFA WS-CTB-SITUACAO.

       ENCERRAR-CONTA-BANCARIA.
           DISPLAY "Codigo da conta: " WITH NO ADVANCING
           ACCEPT WS-CTB-ENTRADA
           IF WS-CTB-ENTRADA IS NUMERIC
               MOVE WS-CTB-ENTRADA TO WS-CTB-BUSCA
               PERFORM LOCALIZAR-CONTA-BANCARIA
               IF WS-CTB-ACHADA = "N"
                   DISPLAY "Conta bancaria nao encontrada."
               ELSE
                   MOVE "E" TO WS-CTB-SITUACAO
                   PERFORM EXCLUIR-CONTA-EXISTENTE
                   PERFORM GRAVAR-CONTA-BANCARIA
                   DISPLAY "Conta bancaria encerrada, historico "
                       "mantido para consulta."
               END-IF
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       EXCLUIR-CONTA-EXISTENTE.
           MOVE 0 TO WS-CTB-COUNT
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               MOVE "Y" TO WS-CTB-EOF
           ELSE
               PERFORM CARREGAR-CONTA-MANTIDA
                   UNTIL WS-CTB-EOF = "Y"
               CLOSE CONTA-BANCARIA-FILE
               OPEN OUTPUT CONTA-BANCARIA-FILE
               PERFORM REGRAVAR-CONTA-MANTIDA
                   VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-COUNT
               CLOSE CONTA-BANCARIA-FILE
           END-IF.

       CARREGAR-CONTA-MANTIDA.
           READ CONTA-BANCARIA-FILE INTO CONTA-BANCARIA-RECORD
               AT END
                   MOVE "Y" TO WS-CTB-EOF
               NOT AT END
                   IF CONTA-BANCARIA-DADOS(1:3) = WS-CTB-CODIGO
                       CONTINUE
                   ELSE
                       IF WS-CTB-COUNT < 100
                           ADD 1 TO WS-CTB-COUNT
                           MOVE CONTA-BANCARIA-DADOS
                               TO WS-CTB-LINHA(WS-CTB-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-CONTA-MANTIDA.
           WRITE CONTA-BANCARIA-RECORD
               FROM WS-CTB-LINHA(WS-CTB-IDX).

       LOCALIZAR-CONTA-BANCARIA.
           MOVE "N" TO WS-CTB-ACHADA
           MOVE "N" TO WS-CTB-EOF
           OPEN INPUT CONTA-BANCARIA-FILE
           IF WS-CTB-FILE-STATUS = "35"
               MOVE "Y" TO WS-CTB-EOF
           ELSE
               PERFORM LER-CONTA-LOCALIZAR UNTIL WS-CTB-EOF = "Y"
               CLOSE CONTA-BANCARIA-FILE
           END-IF.

       LER-CONTA-LOCALIZAR.
           READ CONTA-BANCARIA-FILE INTO CONTA-BANCARIA-RECORD
               AT END
                   MOVE "Y" TO WS-CTB-EOF
               NOT AT END
                   IF CONTA-BANCARIA-DADOS(1:3) = WS-CTB-BUSCA
                       PERFORM PARSE-CONTA-BANCARIA
                       MOVE "Y" TO WS-CTB-ACHADA
                       MOVE "Y" TO WS-CTB-EOF
                   END-IF
           END-READ.

       SELECIONAR-CONTA.
           MOVE 0 TO WS-CTB-CONTA
           DISPLAY "Codigo da conta bancaria: " WITH NO ADVANCING
           ACCEPT WS-CTB-ENTRADA
           IF WS-CTB-ENTRADA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
           ELSE
               MOVE WS-CTB-ENTRADA TO WS-CTB-BUSCA
               PERFORM LOCALIZAR-CONTA-BANCARIA
               IF WS-CTB-ACHADA = "N"
                   DISPLAY "Conta bancaria nao encontrada."
               ELSE
                   MOVE WS-CTB-CODIGO TO WS-CTB-CONTA
                   DISPLAY "Conta: " WS-CTB-DESCRICAO " banco "
                       WS-CTB-BANCO-ALFA " ag. " WS-CTB-AGENCIA-ALFA
                       " c/c " WS-CTB-NUMERO
               END-IF
           END-IF.

       IMPORTAR-EXTRATO-BANCARIO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   IMPORTAR EXTRATO BANCARIO (extratoBancario)   "
           DISPLAY "================================================="
           PERFORM SELECIONAR-CONTA
           IF WS-CTB-CONTA > 0
               IF CTB-ENCERRADA
                   DISPLAY "Conta encerrada, importacao recusada."
               ELSE
                   PERFORM IMPORTAR-EXTRATO-CONTA
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       IMPORTAR-EXTRATO-CONTA.
           MOVE 0 TO WS-EXB-IMPORTADAS
           MOVE 0 TO WS-EXB-DUPLICADAS
           MOVE 0 TO WS-EXB-REJEITADAS
           MOVE "Y" TO WS-EXB-CONTA-OK
           OPEN INPUT EXTRATO-BANCARIO-FILE
           IF WS-EXB-FILE-STATUS = "35"
               DISPLAY "Arquivo extratoBancario.txt nao encontrado."
           ELSE
               PERFORM CARREGAR-LANCAMENTOS-CONTA
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               OPEN I-O LANCAMENTO-BANCARIO-FILE
               IF WS-LCB-FILE-STATUS = "35"
                   OPEN OUTPUT LANCAMENTO-BANCARIO-FILE
               END-IF
               MOVE "N" TO WS-EXB-EOF
               PERFORM PROCESSAR-LINHA-EXTRATO-BANCO
                   UNTIL WS-EXB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
               CLOSE EXTRATO-BANCARIO-FILE
               IF WS-EXB-CONTA-OK = "N"
                   DISPLAY "Extrato pertence a outra conta "
                       "(banco/agencia/conta do cabecalho)."
               END-IF
               DISPLAY "Lancamentos importados: " WS-EXB-IMPORTADAS
               DISPLAY "Ja importados (ignorados): "
                   WS-EXB-DUPLICADAS
               DISPLAY "Linhas rejeitadas: " WS-EXB-REJEITADAS
               PERFORM CONCILIACAO-AUTOMATICA
               DISPLAY "Conciliados automaticamente: "
                   WS-CNC-AUTOMATICAS
               DISPLAY "Lancamentos do banco ainda pendentes: "
                   WS-LCB-PENDENTES
           END-IF.

       CARREGAR-LANCAMENTOS-CONTA.
           MOVE 0 TO WS-EXI-COUNT
           MOVE 0 TO WS-LCB-MAIOR-SEQ
           MOVE "N" TO WS-LCB-EOF
           OPEN INPUT LANCAMENTO-BANCARIO-FILE
           IF WS-LCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-LCB-EOF
           ELSE
               PERFORM POSICIONAR-LANCAMENTOS-CONTA
               PERFORM LER-LANCAMENTO-EXISTENTE
                   UNTIL WS-LCB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF.

       POSICIONAR-LANCAMENTOS-CONTA.
           MOVE SPACES TO LANCAMENTO-BANCARIO-RECORD
           MOVE WS-CTB-CONTA TO LCB-CONTA-CHAVE
           MOVE 0 TO LCB-SEQ-CHAVE
           START LANCAMENTO-BANCARIO-FILE
               KEY IS NOT LESS THAN LANCAMENTO-BANCARIO-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-LCB-EOF
           END-START.

       LER-LANCAMENTO-EXISTENTE.
           READ LANCAMENTO-BANCARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LCB-EOF
               NOT AT END
                   IF LCB-CONTA-CHAVE NOT = WS-CTB-CONTA
                       MOVE "Y" TO WS-LCB-EOF
                   ELSE
                       PERFORM PARSE-LANCAMENTO-BANCARIO
                       IF WS-LCB-SEQ > WS-LCB-MAIOR-SEQ
                           MOVE WS-LCB-SEQ TO WS-LCB-MAIOR-SEQ
                       END-IF
                       IF WS-EXI-COUNT < 3000
                           ADD 1 TO WS-EXI-COUNT
                           MOVE WS-LCB-DATA TO WS-EXI-NOVA-DATA
                           MOVE WS-LCB-DC TO WS-EXI-NOVA-DC
                           MOVE WS-LCB-VALOR TO WS-EXI-NOVA-VALOR
                           MOVE WS-LCB-DOCUMENTO
                               TO WS-EXI-NOVA-DOCUMENTO
                           MOVE WS-EXI-NOVA
                               TO WS-EXI-CHAVE(WS-EXI-COUNT)
                       END-IF
                   END-IF
           END-READ.

       PARSE-LANCAMENTO-BANCARIO.
           MOVE SPACES TO WS-LCB-REF
           MOVE 0 TO WS-LCB-DATA-CONC
           UNSTRING LANCAMENTO-BANCARIO-DADOS DELIMITED BY ","
               INTO WS-LCB-CONTA WS-LCB-SEQ WS-LCB-DATA
                    WS-LCB-DC WS-LCB-VALOR-ALFA WS-LCB-DOCUMENTO
                    WS-LCB-HISTORICO WS-LCB-STATUS WS-LCB-REF
                    WS-LCB-DATA-CONC.

       MONTAR-LANCAMENTO-BANCARIO.
           MOVE SPACES TO LANCAMENTO-BANCARIO-DADOS
           STRING WS-LCB-CONTA DELIMITED BY SIZE ","
                  WS-LCB-SEQ DELIMITED BY SIZE ","
                  WS-LCB-DATA DELIMITED BY SIZE ","
                  WS-LCB-DC DELIMITED BY SIZE ","
                  WS-LCB-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-LCB-DOCUMENTO DELIMITED BY SIZE ","
                  WS-LCB-HISTORICO DELIMITED BY SIZE ","
                  WS-LCB-STATUS DELIMITED BY SIZE ","
                  WS-LCB-REF DELIMITED BY SIZE ","
                  WS-LCB-DATA-CONC DELIMITED BY SIZE
                  INTO LANCAMENTO-BANCARIO-DADOS.

       PROCESSAR-LINHA-EXTRATO-BANCO.
           READ EXTRATO-BANCARIO-FILE INTO EXTRATO-BANCARIO-RECORD
               AT END
                   MOVE "Y" TO WS-EXB-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN EXB-TIPO = "0"
                           PERFORM VALIDAR-CABECALHO-EXTRATO
                       WHEN EXB-TIPO = "9"
                           CONTINUE
                       WHEN EXB-TIPO = "1"
                           AND EXB-DATA IS NUMERIC
                           AND EXB-VALOR IS NUMERIC
                           AND (EXB-DC = "C" OR EXB-DC = "D")
                           PERFORM INCLUIR-LANCAMENTO-EXTRATO
                       WHEN OTHER
                           ADD 1 TO WS-EXB-REJEITADAS
                   END-EVALUATE
           END-READ.

       VALIDAR-CABECALHO-EXTRATO.
           IF EXH-BANCO NOT = WS-CTB-BANCO
               OR EXH-AGENCIA NOT = WS-CTB-AGENCIA
               OR EXH-CONTA NOT = WS-CTB-NUMERO
               MOVE "N" TO WS-EXB-CONTA-OK
               MOVE "Y" TO WS-EXB-EOF
           END-IF.

       INCLUIR-LANCAMENTO-EXTRATO.
           MOVE EXB-DATA TO WS-EXI-NOVA-DATA
           MOVE EXB-DC TO WS-EXI-NOVA-DC
           MOVE EXB-VALOR TO WS-EXI-NOVA-VALOR
           MOVE EXB-DOCUMENTO TO WS-EXI-NOVA-DOCUMENTO
           PERFORM PROCURAR-LANCAMENTO-EXISTENTE
               VARYING WS-EXI-IDX FROM 1 BY 1
               UNTIL WS-EXI-IDX > WS-EXI-COUNT
                   OR WS-EXI-CHAVE(WS-EXI-IDX) = WS-EXI-NOVA
           IF WS-EXI-IDX <= WS-EXI-COUNT
               ADD 1 TO WS-EXB-DUPLICADAS
           ELSE
               ADD 1 TO WS-LCB-MAIOR-SEQ
               MOVE WS-CTB-CONTA TO WS-LCB-CONTA
               MOVE WS-LCB-MAIOR-SEQ TO WS-LCB-SEQ
               MOVE EXB-DATA TO WS-LCB-DATA
               MOVE EXB-DC TO WS-LCB-DC
               MOVE EXB-VALOR TO WS-LCB-VALOR
               MOVE EXB-DOCUMENTO TO WS-LCB-DOCUMENTO
               MOVE EXB-HISTORICO TO WS-LCB-HISTORICO
               INSPECT WS-LCB-DOCUMENTO REPLACING ALL "," BY " "
               INSPECT WS-LCB-HISTORICO REPLACING ALL "," BY " "
               MOVE "P" TO WS-LCB-STATUS
               MOVE SPACES TO WS-LCB-REF
               MOVE 0 TO WS-LCB-DATA-CONC
               PERFORM MONTAR-LANCAMENTO-BANCARIO
               WRITE LANCAMENTO-BANCARIO-RECORD
               ADD 1 TO WS-EXB-IMPORTADAS
               IF WS-EXI-COUNT < 3000
                   ADD 1 TO WS-EXI-COUNT
                   MOVE WS-EXI-NOVA TO WS-EXI-CHAVE(WS-EXI-COUNT)
               END-IF
           END-IF.

       PROCURAR-LANCAMENTO-EXISTENTE.
           CONTINUE.

       CARREGAR-MOVIMENTOS-SISTEMA.
           MOVE 0 TO WS-MOV-COUNT
           MOVE "N" TO WS-PGH-EOF
           OPEN INPUT PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               MOVE "Y" TO WS-PGH-EOF
           ELSE
               PERFORM LER-MOVIMENTO-SISTEMA UNTIL WS-PGH-EOF = "Y"
               CLOSE PAGAMENTO-TITULO-FILE
           END-IF
           MOVE "N" TO WS-LCB-EOF
           OPEN INPUT LANCAMENTO-BANCARIO-FILE
           IF WS-LCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-LCB-EOF
           ELSE
               PERFORM POSICIONAR-LANCAMENTOS-CONTA
               PERFORM LER-LANCAMENTO-CONCILIADO
                   UNTIL WS-LCB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF.

       LER-MOVIMENTO-SISTEMA.
           READ PAGAMENTO-TITULO-FILE INTO PAGAMENTO-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   MOVE SPACES TO WS-PGH-CONTA-ALFA
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-DOC WS-PGH-PARCELA
                            WS-PGH-DATA WS-PGH-VALOR-ALFA
                            WS-PGH-JUROS-ALFA WS-PGH-MULTA-ALFA
                            WS-PGH-CONTA-ALFA
                   IF WS-PGH-CONTA-ALFA IS NUMERIC
                       AND WS-PGH-CONTA = WS-CTB-CONTA
                       AND WS-PGH-VALOR-ALFA IS NUMERIC
                       AND WS-MOV-COUNT < 3000
                       ADD 1 TO WS-MOV-COUNT
                       MOVE WS-PGH-TIPO TO WS-MOV-TIPO(WS-MOV-COUNT)
                       MOVE WS-PGH-DOC TO WS-MOV-DOC(WS-MOV-COUNT)
                       MOVE WS-PGH-PARCELA
                           TO WS-MOV-PARCELA(WS-MOV-COUNT)
                       MOVE WS-PGH-DATA TO WS-MOV-DATA(WS-MOV-COUNT)
                       MOVE WS-PGH-VALOR
                           TO WS-MOV-VALOR(WS-MOV-COUNT)
                       MOVE "N" TO WS-MOV-CONCILIADO(WS-MOV-COUNT)
                   END-IF
           END-READ.

       LER-LANCAMENTO-CONCILIADO.
           READ LANCAMENTO-BANCARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LCB-EOF
               NOT AT END
                   IF LCB-CONTA-CHAVE NOT = WS-CTB-CONTA
                       MOVE "Y" TO WS-LCB-EOF
                   ELSE
                       PERFORM PARSE-LANCAMENTO-BANCARIO
                       IF LCB-CONCILIADO
                           PERFORM PROCURAR-MOVIMENTO-REF
                               VARYING WS-MOV-IDX FROM 1 BY 1
                               UNTIL WS-MOV-IDX > WS-MOV-COUNT
                                   OR (WS-MOV-CHAVE(WS-MOV-IDX)
                                       = WS-LCB-REF
                                   AND WS-MOV-CONCILIADO(WS-MOV-IDX)
                                       = "N")
                           IF WS-MOV-IDX <= WS-MOV-COUNT
                               MOVE "Y"
                                   TO WS-MOV-CONCILIADO(WS-MOV-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-MOVIMENTO-REF.
           CONTINUE.

       CONCILIACAO-AUTOMATICA.
           MOVE 0 TO WS-CNC-AUTOMATICAS
           MOVE 0 TO WS-LCB-PENDENTES
           PERFORM CARREGAR-MOVIMENTOS-SISTEMA
           MOVE "N" TO WS-LCB-EOF
           OPEN I-O LANCAMENTO-BANCARIO-FILE
           IF WS-LCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-LCB-EOF
           ELSE
               PERFORM POSICIONAR-LANCAMENTOS-CONTA
               PERFORM CONCILIAR-LANCAMENTO-AUTO
                   UNTIL WS-LCB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF.

       CONCILIAR-LANCAMENTO-AUTO.
           READ LANCAMENTO-BANCARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LCB-EOF
               NOT AT END
                   IF LCB-CONTA-CHAVE NOT = WS-CTB-CONTA
                       MOVE "Y" TO WS-LCB-EOF
                   ELSE
                       PERFORM PARSE-LANCAMENTO-BANCARIO
                       IF LCB-PENDENTE
                           PERFORM BUSCAR-MOVIMENTO-EQUIVALENTE
                           IF WS-MOV-MELHOR > 0
                               PERFORM EFETIVAR-CONCILIACAO
                               ADD 1 TO WS-CNC-AUTOMATICAS
                           ELSE
                               ADD 1 TO WS-LCB-PENDENTES
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-MOVIMENTO-EQUIVALENTE.
           MOVE 0 TO WS-MOV-MELHOR
           MOVE 9999999 TO WS-CNC-MELHOR-DIAS
           IF LCB-CREDITO
               MOVE "R" TO WS-CNC-TIPO-MOV
           ELSE
               MOVE "P" TO WS-CNC-TIPO-MOV
           END-IF
           PERFORM AVALIAR-MOVIMENTO-EQUIVALENTE
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOV-COUNT.

       AVALIAR-MOVIMENTO-EQUIVALENTE.
           IF WS-MOV-CONCILIADO(WS-MOV-IDX) = "N"
               AND (WS-MOV-TIPO(WS-MOV-IDX) = WS-CNC-TIPO-MOV
                   OR (WS-CNC-TIPO-MOV = "P"
                   AND (WS-MOV-TIPO(WS-MOV-IDX) = "E"
                   OR WS-MOV-TIPO(WS-MOV-IDX) = "K"))
                   OR (WS-CNC-TIPO-MOV = "R"
                   AND WS-MOV-TIPO(WS-MOV-IDX) = "D"))
               AND WS-MOV-VALOR(WS-MOV-IDX) = WS-LCB-VALOR
               AND WS-MOV-DATA(WS-MOV-IDX) > 0
               COMPUTE WS-CNC-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-LCB-DATA) -
                   FUNCTION INTEGER-OF-DATE(WS-MOV-DATA(WS-MOV-IDX))
               IF WS-CNC-DIAS < 0
                   COMPUTE WS-CNC-DIAS = 0 - WS-CNC-DIAS
               END-IF
               IF WS-CNC-DIAS <= WS-CNC-TOLERANCIA
                   AND WS-CNC-DIAS < WS-CNC-MELHOR-DIAS
                   MOVE WS-CNC-DIAS TO WS-CNC-MELHOR-DIAS
                   MOVE WS-MOV-IDX TO WS-MOV-MELHOR
               END-IF
           END-IF.

       EFETIVAR-CONCILIACAO.
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE "C" TO WS-LCB-STATUS
           MOVE WS-MOV-CHAVE(WS-MOV-MELHOR) TO WS-LCB-REF
           MOVE WS-DATA-ATUAL TO WS-LCB-DATA-CONC
           PERFORM MONTAR-LANCAMENTO-BANCARIO
           REWRITE LANCAMENTO-BANCARIO-RECORD
           MOVE "Y" TO WS-MOV-CONCILIADO(WS-MOV-MELHOR).

       CONCILIACAO-MANUAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "              CONCILIACAO MANUAL                 "
           DISPLAY "================================================="
           PERFORM SELECIONAR-CONTA
           IF WS-CTB-CONTA > 0
               MOVE "S" TO WS-CNC-MAIS
               PERFORM CONCILIAR-MANUALMENTE
                   UNTIL WS-CNC-MAIS NOT = "S"
                   AND WS-CNC-MAIS NOT = "s"
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CONCILIAR-MANUALMENTE.
           PERFORM CARREGAR-MOVIMENTOS-SISTEMA
           DISPLAY "--- Lancamentos do banco pendentes ---"
           DISPLAY "SEQ    DATA     D/C VALOR        DOCUMENTO  "
               "HISTORICO"
           MOVE 0 TO WS-LCB-PENDENTES
           MOVE "N" TO WS-LCB-EOF
           OPEN INPUT LANCAMENTO-BANCARIO-FILE
           IF WS-LCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-LCB-EOF
           ELSE
               PERFORM POSICIONAR-LANCAMENTOS-CONTA
               PERFORM LISTAR-LANCAMENTO-PENDENTE
                   UNTIL WS-LCB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF
           DISPLAY "--- Baixas do sistema nao conciliadas ---"
           DISPLAY "ITEM T DOCTO  PC DATA     VALOR"
           PERFORM LISTAR-MOVIMENTO-PENDENTE
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOV-COUNT
           DISPLAY "Acao (C-Conciliar / D-Desfazer conciliacao): "
               WITH NO ADVANCING
           ACCEPT WS-CNC-ACAO
           EVALUATE WS-CNC-ACAO
               WHEN "C"
                   PERFORM CONCILIAR-PAR-MANUAL
               WHEN "D"
                   PERFORM DESFAZER-CONCILIACAO
               WHEN OTHER
                   DISPLAY "Acao invalida, informe C ou D."
           END-EVALUATE
           DISPLAY "Outra operacao nesta conta? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CNC-MAIS.

       LISTAR-LANCAMENTO-PENDENTE.
           READ LANCAMENTO-BANCARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LCB-EOF
               NOT AT END
                   IF LCB-CONTA-CHAVE NOT = WS-CTB-CONTA
                       MOVE "Y" TO WS-LCB-EOF
                   ELSE
                       PERFORM PARSE-LANCAMENTO-BANCARIO
                       IF LCB-PENDENTE
                           ADD 1 TO WS-LCB-PENDENTES
                           MOVE WS-LCB-VALOR TO WS-REL-VALOR-ED
                           DISPLAY WS-LCB-SEQ " " WS-LCB-DATA "  "
                               WS-LCB-DC " " WS-REL-VALOR-ED " "
                               WS-LCB-DOCUMENTO " " WS-LCB-HISTORICO
                       END-IF
                   END-IF
           END-READ.

       LISTAR-MOVIMENTO-PENDENTE.
           IF WS-MOV-CONCILIADO(WS-MOV-IDX) = "N"
               MOVE WS-MOV-VALOR(WS-MOV-IDX) TO WS-REL-VALOR-ED
               DISPLAY WS-MOV-IDX " " WS-MOV-TIPO(WS-MOV-IDX) " "
                   WS-MOV-DOC(WS-MOV-IDX) " "
                   WS-MOV-PARCELA(WS-MOV-IDX) " "
                   WS-MOV-DATA(WS-MOV-IDX) " " WS-REL-VALOR-ED
           END-IF.

       CONCILIAR-PAR-MANUAL.
           DISPLAY "Seq do lancamento do banco: " WITH NO ADVANCING
           ACCEPT WS-LCB-SEQ
           DISPLAY "Item da baixa do sistema: " WITH NO ADVANCING
           ACCEPT WS-CNC-ITEM
           IF WS-CNC-ITEM = 0 OR WS-CNC-ITEM > WS-MOV-COUNT
               DISPLAY "Item inexistente."
           ELSE
               PERFORM LOCALIZAR-PAR-MANUAL
           END-IF.

       LOCALIZAR-PAR-MANUAL.
           IF WS-MOV-CONCILIADO(WS-CNC-ITEM) = "Y"
               DISPLAY "Baixa ja conciliada."
           ELSE
               OPEN I-O LANCAMENTO-BANCARIO-FILE
               MOVE SPACES TO LANCAMENTO-BANCARIO-RECORD
               MOVE WS-CTB-CONTA TO LCB-CONTA-CHAVE
               MOVE WS-LCB-SEQ TO LCB-SEQ-CHAVE
               READ LANCAMENTO-BANCARIO-FILE
                   KEY IS LANCAMENTO-BANCARIO-CHAVE
                   INVALID KEY
                       DISPLAY "Lancamento do banco nao encontrado."
                   NOT INVALID KEY
                       PERFORM CONCILIAR-PAR-LIDO
               END-READ
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF.

       CONCILIAR-PAR-LIDO.
           PERFORM PARSE-LANCAMENTO-BANCARIO
           IF NOT LCB-PENDENTE
               DISPLAY "Lancamento do banco ja conciliado."
           ELSE
               IF LCB-CREDITO
                   MOVE "R" TO WS-CNC-TIPO-MOV
               ELSE
                   MOVE "P" TO WS-CNC-TIPO-MOV
               END-IF
               IF (WS-MOV-TIPO(WS-CNC-ITEM) = "E"
                   OR WS-MOV-TIPO(WS-CNC-ITEM) = "K")
                   AND WS-CNC-TIPO-MOV = "P"
                   MOVE WS-MOV-TIPO(WS-CNC-ITEM) TO WS-CNC-TIPO-MOV
               END-IF
               IF WS-MOV-TIPO(WS-CNC-ITEM) = "D"
                   AND WS-CNC-TIPO-MOV = "R"
                   MOVE "D" TO WS-CNC-TIPO-MOV
               END-IF
               IF WS-MOV-TIPO(WS-CNC-ITEM) NOT = WS-CNC-TIPO-MOV
                   DISPLAY "Credito do banco so concilia com "
                       "recebimento (R) e debito com pagamento (P)."
               ELSE
                   MOVE "S" TO WS-CNC-CONFIRMA
                   IF WS-MOV-VALOR(WS-CNC-ITEM) NOT = WS-LCB-VALOR
                       DISPLAY "Valores divergentes. Confirma a "
                           "conciliacao? (S/N): " WITH NO ADVANCING
                       ACCEPT WS-CNC-CONFIRMA
                   END-IF
                   IF WS-CNC-CONFIRMA = "S" OR WS-CNC-CONFIRMA = "s"
                       MOVE WS-CNC-ITEM TO WS-MOV-MELHOR
                       PERFORM EFETIVAR-CONCILIACAO
                       DISPLAY "Conciliacao registrada."
                   ELSE
                       DISPLAY "Conciliacao abandonada."
                   END-IF
               END-IF
           END-IF.

       DESFAZER-CONCILIACAO.
           DISPLAY "Seq do lancamento do banco: " WITH NO ADVANCING
           ACCEPT WS-LCB-SEQ
           OPEN I-O LANCAMENTO-BANCARIO-FILE
           MOVE SPACES TO LANCAMENTO-BANCARIO-RECORD
           MOVE WS-CTB-CONTA TO LCB-CONTA-CHAVE
           MOVE WS-LCB-SEQ TO LCB-SEQ-CHAVE
           READ LANCAMENTO-BANCARIO-FILE
               KEY IS LANCAMENTO-BANCARIO-CHAVE
               INVALID KEY
                   DISPLAY "Lancamento do banco nao encontrado."
               NOT INVALID KEY
                   PERFORM PARSE-LANCAMENTO-BANCARIO
                   IF LCB-CONCILIADO
                       MOVE "P" TO WS-LCB-STATUS
                       MOVE SPACES TO WS-LCB-REF
                       MOVE 0 TO WS-LCB-DATA-CONC
                       PERFORM MONTAR-LANCAMENTO-BANCARIO
                       REWRITE LANCAMENTO-BANCARIO-RECORD
                       DISPLAY "Conciliacao desfeita."
                   ELSE
                       DISPLAY "Lancamento nao esta conciliado."
                   END-IF
           END-READ
           CLOSE LANCAMENTO-BANCARIO-FILE.

       RELATORIO-CONCILIACAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        RELATORIO DE CONCILIACAO BANCARIA        "
           DISPLAY "================================================="
           PERFORM SELECIONAR-CONTA
           IF WS-CTB-CONTA > 0
               ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
               DISPLAY "Posicao em (AAAAMMDD, Enter = hoje): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-REL-DATA-ALFA
               ACCEPT WS-REL-DATA-ALFA
               IF WS-REL-DATA-ALFA IS NUMERIC
                   MOVE WS-REL-DATA-NUM TO WS-REL-DATA-FINAL
               ELSE
                   MOVE WS-DATA-ATUAL TO WS-REL-DATA-FINAL
               END-IF
               PERFORM EMITIR-RELATORIO-CONCILIACAO
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EMITIR-RELATORIO-CONCILIACAO.
           MOVE WS-CTB-SALDO TO WS-REL-SALDO-INICIAL
           MOVE 0 TO WS-REL-MOV-EXTRATO
           MOVE 0 TO WS-REL-MOV-SISTEMA
           MOVE 0 TO WS-REL-MOV-CONCILIADO
           MOVE 0 TO WS-REL-PEND-BANCO
           MOVE 0 TO WS-REL-PEND-SISTEMA
           MOVE 0 TO WS-REL-QTD-BANCO
           MOVE 0 TO WS-REL-QTD-SISTEMA
           PERFORM CARREGAR-MOVIMENTOS-SISTEMA
           OPEN OUTPUT RELATORIO-CONCILIACAO-FILE
           MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
           STRING "CONCILIACAO BANCARIA - CONTA " DELIMITED BY SIZE
                  WS-CTB-CODIGO DELIMITED BY SIZE " "
                  WS-CTB-DESCRICAO DELIMITED BY SIZE
                  " POSICAO EM " DELIMITED BY SIZE
                  WS-REL-DATA-FINAL DELIMITED BY SIZE
                  INTO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           MOVE "NO BANCO E NAO NO SISTEMA:"
               TO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           MOVE "N" TO WS-LCB-EOF
           OPEN INPUT LANCAMENTO-BANCARIO-FILE
           IF WS-LCB-FILE-STATUS = "35"
               MOVE "Y" TO WS-LCB-EOF
           ELSE
               PERFORM POSICIONAR-LANCAMENTOS-CONTA
               PERFORM APURAR-LANCAMENTO-RELATORIO
                   UNTIL WS-LCB-EOF = "Y"
               CLOSE LANCAMENTO-BANCARIO-FILE
           END-IF
           IF WS-REL-QTD-BANCO = 0
               MOVE "  (nenhum)" TO RELATORIO-CONCILIACAO-LINHA
               PERFORM EMITIR-LINHA-CONCILIACAO
           END-IF
           MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           MOVE "NO SISTEMA E NAO NO BANCO:"
               TO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           PERFORM APURAR-MOVIMENTO-RELATORIO
               VARYING WS-MOV-IDX FROM 1 BY 1
               UNTIL WS-MOV-IDX > WS-MOV-COUNT
           IF WS-REL-QTD-SISTEMA = 0
               MOVE "  (nenhum)" TO RELATORIO-CONCILIACAO-LINHA
               PERFORM EMITIR-LINHA-CONCILIACAO
           END-IF
           MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO
           MOVE "Saldo inicial da conta........:" TO WS-REL-ROTULO
           MOVE WS-REL-SALDO-INICIAL TO WS-REL-SALDO
           PERFORM EMITIR-SALDO-CONCILIACAO
           MOVE "Saldo segundo o extrato.......:" TO WS-REL-ROTULO
           COMPUTE WS-REL-SALDO =
               WS-REL-SALDO-INICIAL + WS-REL-MOV-EXTRATO
           PERFORM EMITIR-SALDO-CONCILIACAO
           MOVE "(-) pendentes do banco........:" TO WS-REL-ROTULO
           MOVE WS-REL-PEND-BANCO TO WS-REL-SALDO
           PERFORM EMITIR-SALDO-CONCILIACAO
           MOVE "Saldo segundo o sistema.......:" TO WS-REL-ROTULO
           COMPUTE WS-REL-SALDO =
               WS-REL-SALDO-INICIAL + WS-REL-MOV-SISTEMA
           PERFORM EMITIR-SALDO-CONCILIACAO
           MOVE "(-) pendentes do sistema......:" TO WS-REL-ROTULO
           MOVE WS-REL-PEND-SISTEMA TO WS-REL-SALDO
           PERFORM EMITIR-SALDO-CONCILIACAO
           MOVE "SALDO CONCILIADO..............:" TO WS-REL-ROTULO
           COMPUTE WS-REL-SALDO =
               WS-REL-SALDO-INICIAL + WS-REL-MOV-CONCILIADO
           PERFORM EMITIR-SALDO-CONCILIACAO
           IF WS-REL-MOV-EXTRATO - WS-REL-PEND-BANCO NOT =
               WS-REL-MOV-SISTEMA - WS-REL-PEND-SISTEMA
               MOVE "Diferenca em pares conciliados:" TO WS-REL-ROTULO
               COMPUTE WS-REL-SALDO =
                   (WS-REL-MOV-EXTRATO - WS-REL-PEND-BANCO) -
                   (WS-REL-MOV-SISTEMA - WS-REL-PEND-SISTEMA)
               PERFORM EMITIR-SALDO-CONCILIACAO
           END-IF
           CLOSE RELATORIO-CONCILIACAO-FILE
           MOVE "relatorioConciliacaoBancaria.txt" TO WS-RLE-ARQUIVO
           MOVE "conciliacaoBancaria" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Conta " DELIMITED BY SIZE
                  WS-CTB-CODIGO DELIMITED BY SIZE
                  " posicao em " DELIMITED BY SIZE
                  WS-REL-DATA-FINAL DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em "
               "relatorioConciliacaoBancaria.txt".

       APURAR-LANCAMENTO-RELATORIO.
           READ LANCAMENTO-BANCARIO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LCB-EOF
               NOT AT END
                   IF LCB-CONTA-CHAVE NOT = WS-CTB-CONTA
                       MOVE "Y" TO WS-LCB-EOF
                   ELSE
                       PERFORM PARSE-LANCAMENTO-BANCARIO
                       IF WS-LCB-DATA > WS-CTB-DATA-SALDO
                           AND WS-LCB-DATA <= WS-REL-DATA-FINAL
                           PERFORM ACUMULAR-LANCAMENTO-RELATORIO
                       END-IF
                   END-IF
           END-READ.

       ACUMULAR-LANCAMENTO-RELATORIO.
           IF LCB-CREDITO
               ADD WS-LCB-VALOR TO WS-REL-MOV-EXTRATO
           ELSE
               SUBTRACT WS-LCB-VALOR FROM WS-REL-MOV-EXTRATO
           END-IF
           IF LCB-CONCILIADO
               IF LCB-CREDITO
                   ADD WS-LCB-VALOR TO WS-REL-MOV-CONCILIADO
               ELSE
                   SUBTRACT WS-LCB-VALOR FROM WS-REL-MOV-CONCILIADO
               END-IF
           ELSE
               ADD 1 TO WS-REL-QTD-BANCO
               IF LCB-CREDITO
                   ADD WS-LCB-VALOR TO WS-REL-PEND-BANCO
               ELSE
                   SUBTRACT WS-LCB-VALOR FROM WS-REL-PEND-BANCO
               END-IF
               MOVE WS-LCB-VALOR TO WS-REL-VALOR-ED
               MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
               STRING "  SEQ " DELIMITED BY SIZE
                      WS-LCB-SEQ DELIMITED BY SIZE " "
                      WS-LCB-DATA DELIMITED BY SIZE " "
                      WS-LCB-DC DELIMITED BY SIZE " "
                      WS-REL-VALOR-ED DELIMITED BY SIZE " "
                      WS-LCB-DOCUMENTO DELIMITED BY SIZE " "
                      WS-LCB-HISTORICO DELIMITED BY SIZE
                      INTO RELATORIO-CONCILIACAO-LINHA
               PERFORM EMITIR-LINHA-CONCILIACAO
           END-IF.

       APURAR-MOVIMENTO-RELATORIO.
           IF WS-MOV-DATA(WS-MOV-IDX) > WS-CTB-DATA-SALDO
               AND WS-MOV-DATA(WS-MOV-IDX) <= WS-REL-DATA-FINAL
               IF WS-MOV-TIPO(WS-MOV-IDX) = "R"
                   OR WS-MOV-TIPO(WS-MOV-IDX) = "D"
                   ADD WS-MOV-VALOR(WS-MOV-IDX) TO WS-REL-MOV-SISTEMA
               ELSE
                   SUBTRACT WS-MOV-VALOR(WS-MOV-IDX)
                       FROM WS-REL-MOV-SISTEMA
               END-IF
               IF WS-MOV-CONCILIADO(WS-MOV-IDX) = "N"
                   ADD 1 TO WS-REL-QTD-SISTEMA
                   IF WS-MOV-TIPO(WS-MOV-IDX) = "R"
                       OR WS-MOV-TIPO(WS-MOV-IDX) = "D"
                       ADD WS-MOV-VALOR(WS-MOV-IDX)
                           TO WS-REL-PEND-SISTEMA
                   ELSE
                       SUBTRACT WS-MOV-VALOR(WS-MOV-IDX)
                           FROM WS-REL-PEND-SISTEMA
                   END-IF
                   MOVE WS-MOV-VALOR(WS-MOV-IDX) TO WS-REL-VALOR-ED
                   MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
                   STRING "  " DELIMITED BY SIZE
                          WS-MOV-TIPO(WS-MOV-IDX) DELIMITED BY SIZE
                          " DOCTO " DELIMITED BY SIZE
                          WS-MOV-DOC(WS-MOV-IDX) DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          WS-MOV-PARCELA(WS-MOV-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-MOV-DATA(WS-MOV-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-REL-VALOR-ED DELIMITED BY SIZE
                          INTO RELATORIO-CONCILIACAO-LINHA
                   PERFORM EMITIR-LINHA-CONCILIACAO
               END-IF
           END-IF.

       EMITIR-SALDO-CONCILIACAO.
           MOVE WS-REL-SALDO TO WS-REL-SALDO-ED
           MOVE SPACES TO RELATORIO-CONCILIACAO-LINHA
           STRING WS-REL-ROTULO DELIMITED BY SIZE " "
                  WS-REL-SALDO-ED DELIMITED BY SIZE
                  INTO RELATORIO-CONCILIACAO-LINHA
           PERFORM EMITIR-LINHA-CONCILIACAO.

       EMITIR-LINHA-CONCILIACAO.
           DISPLAY RELATORIO-CONCILIACAO-LINHA
           WRITE RELATORIO-CONCILIACAO-LINHA.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "conciliacaoBancaria" TO WS-RLE-PROGRAMA
           MOVE "6" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

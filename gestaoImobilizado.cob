       IDENTIFICATION DIVISION.
       PROGRAM-ID. gestaoImobilizado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMOBILIZADO-FILE ASSIGN TO "dadosImobilizado.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMOBILIZADO-CODIGO-CHAVE
           FILE STATUS IS WS-IMB-FILE-STATUS.
           SELECT CLASSE-IMOBILIZADO-FILE
           ASSIGN TO "dadosClasseImobilizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLA-FILE-STATUS.
           SELECT BAIXA-IMOBILIZADO-FILE
           ASSIGN TO "dadosBaixaImobilizado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BXI-FILE-STATUS.
           SELECT FORNECEDOR-FILE ASSIGN TO "dadosFornecedor.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FORN-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS FORN-CNPJ-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-FOR-FILE-STATUS.
           SELECT FILIAL-FILE ASSIGN TO "dadosFilial.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FIL-FILE-STATUS.
           SELECT FROTA-FILE ASSIGN TO "dadosFrota.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FROTA-CODIGO-CHAVE
           FILE STATUS IS WS-FRO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IMOBILIZADO-FILE.
       01 IMOBILIZADO-RECORD.
           05 IMOBILIZADO-DADOS PIC X(150).
       01 IMOBILIZADO-RECORD-CHAVE REDEFINES IMOBILIZADO-RECORD.
           05 IMOBILIZADO-CODIGO-CHAVE PIC 9(6).
           05 FILLER PIC X(144).

       FD CLASSE-IMOBILIZADO-FILE.
       01 CLASSE-IMOBILIZADO-RECORD.
           05 CLASSE-IMOBILIZADO-DADOS PIC X(50).

       FD BAIXA-IMOBILIZADO-FILE.
       01 BAIXA-IMOBILIZADO-RECORD.
           05 BAIXA-IMOBILIZADO-DADOS PIC X(100).

       COPY FORNECEDOR.

       FD FILIAL-FILE.
       01 FILIAL-RECORD.
           05 FILIAL-DADOS PIC X(60).

       FD FROTA-FILE.
       01 FROTA-RECORD.
           05 FROTA-DADOS PIC X(80).
       01 FROTA-RECORD-CHAVE REDEFINES FROTA-RECORD.
           05 FROTA-CODIGO-CHAVE PIC 9(5).
           05 FILLER PIC X(75).
       01 FROTA-RECORD-CAMPOS REDEFINES FROTA-RECORD.
           05 FT-CODIGO               PIC 9(5).
           05 FT-PLACA                PIC X(7).
           05 FT-MARCA                PIC X(20).
           05 FT-MODELO               PIC X(20).
           05 FT-KM-ATUAL             PIC 9(7).
           05 FT-IMOBILIZADO          PIC 9(6).
           05 FT-CARGA-MAXIMA         PIC 9(6).
           05 FT-VOLUME-MAXIMO        PIC 9(6).
           05 FILLER                  PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 99 VALUE 0.
       01 IMOBILIZADO.
           05 IMB-CODIGO        PIC 9(6).
           05 IMB-DESCRICAO     PIC X(30).
           05 IMB-CLASSE        PIC 9(2).
           05 IMB-DATA-AQUISICAO PIC 9(8).
           05 IMB-VALOR-ALFA    PIC X(11).
           05 IMB-VALOR REDEFINES IMB-VALOR-ALFA PIC 9(9)V99.
           05 IMB-FORNECEDOR    PIC 9(5).
           05 IMB-FILIAL        PIC 9(2).
           05 IMB-VEICULO       PIC 9(5).
           05 IMB-DEPREC-ALFA   PIC X(11).
           05 IMB-DEPRECIACAO REDEFINES IMB-DEPREC-ALFA
               PIC 9(9)V99.
           05 IMB-ULTIMA-COMP   PIC 9(6).
           05 IMB-STATUS        PIC X.
               88 IMOBILIZADO-ATIVO   VALUE "A".
               88 IMOBILIZADO-BAIXADO VALUE "B".
           05 IMB-DATA-BAIXA    PIC 9(8).
       01 WS-IMB-FILE-STATUS    PIC XX VALUE "00".
       01 WS-IMB-EOF            PIC X VALUE "N".
       01 WS-IMB-ACHADO         PIC X VALUE "N".
       01 WS-IMB-VALIDO         PIC X VALUE "N".
       01 WS-IMB-BUSCA          PIC 9(6).
       01 WS-IMB-CONFIRMA       PIC X.
       01 WS-IMB-HOJE           PIC 9(8).
       01 WS-IMB-ENTRADA-DATA   PIC X(8).
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-IMB-ENTRADA-CODIGO PIC X(6).
       01 WS-IMB-ENTRADA-VALOR  PIC X(11).
       01 WS-IMB-ENTRADA-NUM REDEFINES WS-IMB-ENTRADA-VALOR
           PIC 9(9)V99.
       01 WS-IMB-RESIDUAL       PIC 9(9)V99.
       01 WS-IMB-ANO            PIC 9(4).
       01 WS-IMB-MES            PIC 9(2).
       01 WS-CLA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CLA-EOF            PIC X VALUE "N".
       01 WS-CLA-ACHADA         PIC X VALUE "N".
       01 WS-CLA-ACAO           PIC X.
       01 WS-CLA-CODIGO         PIC 9(2).
       01 WS-CLA-DESCRICAO      PIC X(20).
       01 WS-CLA-VIDA-ALFA      PIC X(3).
       01 WS-CLA-VIDA-NUM REDEFINES WS-CLA-VIDA-ALFA PIC 9(3).
       01 WS-CLA-TAXA-ALFA      PIC X(5).
       01 WS-CLA-TAXA-NUM REDEFINES WS-CLA-TAXA-ALFA PIC 9(3)V99.
       01 WS-CLA-C-CODIGO       PIC 9(2).
       01 WS-CLA-C-DESCRICAO    PIC X(20).
       01 WS-CLA-C-VIDA         PIC 9(3).
       01 WS-CLA-C-TAXA-ALFA    PIC X(5).
       01 WS-CLA-C-TAXA REDEFINES WS-CLA-C-TAXA-ALFA PIC 9(3)V99.
       01 WS-CLA-COUNT          PIC 9(2) VALUE 0.
       01 WS-CLA-IDX            PIC 9(2) VALUE 0.
       01 WS-CLA-TABLE.
           05 WS-CLA-ENTRY OCCURS 99 TIMES.
               10 WS-CLA-T-CODIGO    PIC 9(2).
               10 WS-CLA-T-DESCRICAO PIC X(20).
               10 WS-CLA-T-LINHA     PIC X(50).
       01 WS-BXI-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BXI-TIPO           PIC X.
           88 BAIXA-VENDA           VALUE "V".
           88 BAIXA-SUCATA          VALUE "S".
       01 WS-BXI-VALOR-VENDA    PIC 9(9)V99.
       01 WS-BXI-RESULTADO      PIC S9(9)V99.
       01 WS-BXI-RESULTADO-TIPO PIC X.
       01 WS-BXI-RESULTADO-VALOR PIC 9(9)V99.
       01 WS-FOR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FIL-EOF            PIC X VALUE "N".
       01 WS-FIL-ACHADA         PIC X VALUE "N".
       01 WS-FRO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FRO-ACHADO         PIC X VALUE "N".
       01 WS-REL-COUNT          PIC 9(3) VALUE 0.
       01 WS-REL-IDX            PIC 9(3) VALUE 0.
       01 WS-REL-I              PIC 9(3) VALUE 0.
       01 WS-REL-J              PIC 9(3) VALUE 0.
       01 WS-REL-J1             PIC 9(3) VALUE 0.
       01 WS-REL-LIMITE         PIC 9(3) VALUE 0.
       01 WS-REL-BAIXADOS       PIC 9(5) VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 500 TIMES.
               10 WS-REL-CHAVE.
                   15 WS-REL-CLASSE      PIC 9(2).
                   15 WS-REL-FILIAL      PIC 9(2).
                   15 WS-REL-CODIGO      PIC 9(6).
               10 WS-REL-DESCRICAO   PIC X(30).
               10 WS-REL-AQUISICAO   PIC 9(8).
               10 WS-REL-VALOR       PIC 9(9)V99.
               10 WS-REL-DEPRECIACAO PIC 9(9)V99.
       01 WS-REL-TEMP           PIC X(70).
       01 WS-REL-CLASSE-ATUAL   PIC 9(2).
       01 WS-REL-FILIAL-ATUAL   PIC 9(2).
       01 WS-REL-SUB-VALOR      PIC 9(11)V99 VALUE 0.
       01 WS-REL-SUB-DEPREC     PIC 9(11)V99 VALUE 0.
       01 WS-REL-CLA-VALOR      PIC 9(11)V99 VALUE 0.
       01 WS-REL-CLA-DEPREC     PIC 9(11)V99 VALUE 0.
       01 WS-REL-TOT-VALOR      PIC 9(11)V99 VALUE 0.
       01 WS-REL-TOT-DEPREC     PIC 9(11)V99 VALUE 0.
       01 WS-REL-RESIDUAL       PIC 9(11)V99.
       01 WS-REL-VALOR-ED       PIC Z(10)9.99.
       01 WS-REL-DEPREC-ED      PIC Z(10)9.99.
       01 WS-REL-RESIDUAL-ED    PIC Z(10)9.99.
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).
       01 WS-ARQ-STATUS         PIC XX VALUE "00".
       01 WS-ARQ-NOME           PIC X(30).
       01 WS-ARQ-OPERACAO       PIC X(10).
       01 WS-ARQ-PROGRAMA       PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM MANUTENCAO-CLASSES
                   WHEN 2
                       PERFORM CADASTRAR-IMOBILIZADO
                   WHEN 3
                       PERFORM CONSULTAR-IMOBILIZADO
                   WHEN 4
                       PERFORM EXECUTAR-DEPRECIACAO
                   WHEN 5
                       PERFORM BAIXAR-IMOBILIZADO
                   WHEN 6
                       PERFORM RELATORIO-IMOBILIZADO
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
                       DISPLAY "Opcao invalida, tente novamente."
               END-EVALUATE
               PERFORM TELA-PRINCIPAL
           END-PERFORM
           STOP RUN.

       TELA-PRINCIPAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "             ATIVO IMOBILIZADO                   "
           DISPLAY "================================================="
           DISPLAY "1 - Classes de Ativo (vida util / taxa)"
           DISPLAY "2 - Cadastrar Bem do Imobilizado"
           DISPLAY "3 - Consultar Bem"
           DISPLAY "4 - Calcular Depreciacao Mensal"
           DISPLAY "5 - Baixa de Bem (venda / sucata)"
           DISPLAY "6 - Relatorio de Bens por Classe e Filial"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

       PARSE-IMOBILIZADO-RECORD.
           UNSTRING IMOBILIZADO-DADOS DELIMITED BY ","
               INTO IMB-CODIGO IMB-DESCRICAO IMB-CLASSE
                    IMB-DATA-AQUISICAO IMB-VALOR-ALFA IMB-FORNECEDOR
                    IMB-FILIAL IMB-VEICULO IMB-DEPREC-ALFA
                    IMB-ULTIMA-COMP IMB-STATUS IMB-DATA-BAIXA.

       MONTAR-IMOBILIZADO-RECORD.
           INSPECT IMB-DESCRICAO REPLACING ALL "," BY ";"
           MOVE SPACES TO IMOBILIZADO-DADOS
           STRING IMB-CODIGO DELIMITED BY SIZE ","
                  IMB-DESCRICAO DELIMITED BY SIZE ","
                  IMB-CLASSE DELIMITED BY SIZE ","
                  IMB-DATA-AQUISICAO DELIMITED BY SIZE ","
                  IMB-VALOR DELIMITED BY SIZE ","
                  IMB-FORNECEDOR DELIMITED BY SIZE ","
                  IMB-FILIAL DELIMITED BY SIZE ","
                  IMB-VEICULO DELIMITED BY SIZE ","
                  IMB-DEPRECIACAO DELIMITED BY SIZE ","
                  IMB-ULTIMA-COMP DELIMITED BY SIZE ","
                  IMB-STATUS DELIMITED BY SIZE ","
                  IMB-DATA-BAIXA DELIMITED BY SIZE
                  INTO IMOBILIZADO-DADOS.

       MANUTENCAO-CLASSES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          CLASSES DO ATIVO IMOBILIZADO           "
           DISPLAY "================================================="
           DISPLAY "I - Incluir/alterar classe  L - Listar classes"
           DISPLAY "Opcao: " WITH NO ADVANCING
           ACCEPT WS-CLA-ACAO
           EVALUATE WS-CLA-ACAO
               WHEN "I"
               WHEN "i"
                   PERFORM INCLUIR-CLASSE
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-CLASSES
               WHEN OTHER
                   DISPLAY "Opcao invalida."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-CLASSE.
           DISPLAY "Codigo da classe (99): " WITH NO ADVANCING
           ACCEPT WS-CLA-CODIGO
           DISPLAY "Descricao (ex: VEICULOS, MOVEIS, INFORMATICA): "
               WITH NO ADVANCING
           ACCEPT WS-CLA-DESCRICAO
           INSPECT WS-CLA-DESCRICAO REPLACING ALL "," BY ";"
           DISPLAY "Vida util em meses (Enter = informar taxa): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CLA-VIDA-ALFA
           ACCEPT WS-CLA-VIDA-ALFA
           IF WS-CLA-VIDA-ALFA IS NUMERIC AND WS-CLA-VIDA-NUM > 0
               COMPUTE WS-CLA-TAXA-NUM ROUNDED =
                   1200 / WS-CLA-VIDA-NUM
           ELSE
               MOVE 0 TO WS-CLA-VIDA-NUM
               DISPLAY "Taxa anual de depreciacao em % (99999 = "
                   "999,99): " WITH NO ADVANCING
               MOVE SPACES TO WS-CLA-TAXA-ALFA
               ACCEPT WS-CLA-TAXA-ALFA
               IF WS-CLA-TAXA-ALFA IS NOT NUMERIC
                   MOVE 0 TO WS-CLA-TAXA-NUM
               END-IF
           END-IF
           IF WS-CLA-VIDA-NUM = 0 AND WS-CLA-TAXA-NUM = 0
               DISPLAY "Informe vida util ou taxa, classe nao gravada."
           ELSE
               PERFORM CARREGAR-CLASSES
               PERFORM LOCALIZAR-CLASSE
               MOVE SPACES TO CLASSE-IMOBILIZADO-DADOS
               STRING WS-CLA-CODIGO DELIMITED BY SIZE ","
                      WS-CLA-DESCRICAO DELIMITED BY SIZE ","
                      WS-CLA-VIDA-NUM DELIMITED BY SIZE ","
                      WS-CLA-TAXA-NUM DELIMITED BY SIZE
                      INTO CLASSE-IMOBILIZADO-DADOS
               IF WS-CLA-IDX > WS-CLA-COUNT
                   IF WS-CLA-COUNT < 99
                       ADD 1 TO WS-CLA-COUNT
                       MOVE WS-CLA-COUNT TO WS-CLA-IDX
                   END-IF
               END-IF
               MOVE WS-CLA-CODIGO TO WS-CLA-T-CODIGO(WS-CLA-IDX)
               MOVE WS-CLA-DESCRICAO TO WS-CLA-T-DESCRICAO(WS-CLA-IDX)
               MOVE CLASSE-IMOBILIZADO-DADOS
                   TO WS-CLA-T-LINHA(WS-CLA-IDX)
               OPEN OUTPUT CLASSE-IMOBILIZADO-FILE
               PERFORM REGRAVAR-CLASSE
                   VARYING WS-CLA-IDX FROM 1 BY 1
                   UNTIL WS-CLA-IDX > WS-CLA-COUNT
               CLOSE CLASSE-IMOBILIZADO-FILE
               MOVE "gestaoImobilizado" TO WS-AUD-PROGRAMA
               MOVE "CLASSE" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-CLA-CODIGO TO WS-AUD-CHAVE(1:2)
               MOVE SPACES TO WS-AUD-ANTES
               MOVE CLASSE-IMOBILIZADO-DADOS TO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
               DISPLAY "Classe " WS-CLA-CODIGO " gravada, taxa anual "
                   WS-CLA-TAXA-NUM "%."
           END-IF.

       REGRAVAR-CLASSE.
           WRITE CLASSE-IMOBILIZADO-RECORD
               FROM WS-CLA-T-LINHA(WS-CLA-IDX).

       CARREGAR-CLASSES.
           MOVE 0 TO WS-CLA-COUNT
           MOVE "N" TO WS-CLA-EOF
           OPEN INPUT CLASSE-IMOBILIZADO-FILE
           IF WS-CLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-CLA-EOF
           ELSE
               PERFORM LER-CLASSE UNTIL WS-CLA-EOF = "Y"
               CLOSE CLASSE-IMOBILIZADO-FILE
           END-IF.

       LER-CLASSE.
           READ CLASSE-IMOBILIZADO-FILE INTO CLASSE-IMOBILIZADO-RECORD
               AT END
                   MOVE "Y" TO WS-CLA-EOF
               NOT AT END
                   UNSTRING CLASSE-IMOBILIZADO-DADOS DELIMITED BY ","
                       INTO WS-CLA-C-CODIGO WS-CLA-C-DESCRICAO
                   IF WS-CLA-COUNT < 99
                       ADD 1 TO WS-CLA-COUNT
                       MOVE WS-CLA-C-CODIGO
                           TO WS-CLA-T-CODIGO(WS-CLA-COUNT)
                       MOVE WS-CLA-C-DESCRICAO
                           TO WS-CLA-T-DESCRICAO(WS-CLA-COUNT)
                       MOVE CLASSE-IMOBILIZADO-DADOS
                           TO WS-CLA-T-LINHA(WS-CLA-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-CLASSE.
           PERFORM PROCURAR-CLASSE
               VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > WS-CLA-COUNT
                   OR WS-CLA-T-CODIGO(WS-CLA-IDX) = WS-CLA-CODIGO.

       PROCURAR-CLASSE.
           CONTINUE.

       LISTAR-CLASSES.
           PERFORM CARREGAR-CLASSES
           IF WS-CLA-COUNT = 0
               DISPLAY "Nenhuma classe cadastrada."
           ELSE
               DISPLAY "Cl Descricao            Vida(m) Taxa a.a."
               PERFORM EXIBIR-CLASSE
                   VARYING WS-CLA-IDX FROM 1 BY 1
                   UNTIL WS-CLA-IDX > WS-CLA-COUNT
           END-IF.

       EXIBIR-CLASSE.
           MOVE SPACES TO WS-CLA-C-TAXA-ALFA
           UNSTRING WS-CLA-T-LINHA(WS-CLA-IDX) DELIMITED BY ","
               INTO WS-CLA-C-CODIGO WS-CLA-C-DESCRICAO
                    WS-CLA-C-VIDA WS-CLA-C-TAXA-ALFA
           DISPLAY WS-CLA-C-CODIGO " " WS-CLA-C-DESCRICAO " "
               WS-CLA-C-VIDA "     " WS-CLA-C-TAXA.

       CADASTRAR-IMOBILIZADO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          CADASTRAR BEM DO IMOBILIZADO           "
           DISPLAY "================================================="
           MOVE SPACES TO IMOBILIZADO
           MOVE 0 TO IMB-VEICULO IMB-DEPRECIACAO IMB-DATA-BAIXA
           PERFORM CARREGAR-CLASSES
           IF WS-CLA-COUNT = 0
               DISPLAY "Cadastre antes as classes do imobilizado."
           ELSE
               PERFORM CADASTRAR-IMOBILIZADO-EXECUTAR
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CADASTRAR-IMOBILIZADO-EXECUTAR.
           ACCEPT WS-IMB-HOJE FROM DATE YYYYMMDD
           DISPLAY "Descricao do bem: " WITH NO ADVANCING
           ACCEPT IMB-DESCRICAO
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-CLASSE-BEM UNTIL WS-IMB-VALIDO = "Y"
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-DATA-AQUISICAO-BEM UNTIL WS-IMB-VALIDO = "Y"
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-VALOR-BEM UNTIL WS-IMB-VALIDO = "Y"
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-FORNECEDOR-BEM UNTIL WS-IMB-VALIDO = "Y"
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-FILIAL-BEM UNTIL WS-IMB-VALIDO = "Y"
           MOVE "N" TO WS-IMB-VALIDO
           PERFORM LER-VEICULO-BEM UNTIL WS-IMB-VALIDO = "Y"
           DISPLAY "Depreciacao ja acumulada ate o mes anterior "
               "(Enter = zero): " WITH NO ADVANCING
           MOVE SPACES TO WS-IMB-ENTRADA-VALOR
           ACCEPT WS-IMB-ENTRADA-VALOR
           IF WS-IMB-ENTRADA-VALOR IS NUMERIC
               AND WS-IMB-ENTRADA-NUM <= IMB-VALOR
               MOVE WS-IMB-ENTRADA-NUM TO IMB-DEPRECIACAO
           END-IF
           MOVE IMB-DATA-AQUISICAO(1:6) TO IMB-ULTIMA-COMP
           IF IMB-DEPRECIACAO > 0
               PERFORM CALCULAR-MES-ANTERIOR
           END-IF
           MOVE "A" TO IMB-STATUS
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "IMOBILIZ" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO IMB-CODIGO
           PERFORM MONTAR-IMOBILIZADO-RECORD
           MOVE "gestaoImobilizado" TO WS-ARQ-PROGRAMA
           OPEN I-O IMOBILIZADO-FILE
           IF WS-IMB-FILE-STATUS = "35"
               OPEN OUTPUT IMOBILIZADO-FILE
           END-IF
           WRITE IMOBILIZADO-RECORD
           MOVE "dadosImobilizado.txt" TO WS-ARQ-NOME
           MOVE "WRITE" TO WS-ARQ-OPERACAO
           MOVE WS-IMB-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           CLOSE IMOBILIZADO-FILE
           IF IMB-VEICULO > 0
               PERFORM VINCULAR-VEICULO-BEM
           END-IF
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           PERFORM AUDITAR-IMOBILIZADO
           DISPLAY "Bem " IMB-CODIGO " cadastrado no imobilizado.".

       LER-DATA-AQUISICAO-BEM.
           DISPLAY "Data de aquisicao (AAAAMMDD, Enter = hoje): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IMB-ENTRADA-DATA
           ACCEPT WS-IMB-ENTRADA-DATA
           IF WS-IMB-ENTRADA-DATA IS NUMERIC
               MOVE WS-IMB-ENTRADA-DATA TO IMB-DATA-AQUISICAO
           ELSE
               MOVE WS-IMB-HOJE TO IMB-DATA-AQUISICAO
           END-IF
           MOVE IMB-DATA-AQUISICAO TO WS-EXE-DATA
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               DISPLAY "Data " WS-EXE-DATA " pertence a exercicio "
                   "encerrado, lancamento bloqueado."
           ELSE
               MOVE "Y" TO WS-IMB-VALIDO
           END-IF.

       LER-CLASSE-BEM.
           DISPLAY "Classe do bem (99): " WITH NO ADVANCING
           ACCEPT WS-CLA-CODIGO
           PERFORM LOCALIZAR-CLASSE
           IF WS-CLA-IDX > WS-CLA-COUNT
               DISPLAY "Classe nao cadastrada."
           ELSE
               MOVE WS-CLA-CODIGO TO IMB-CLASSE
               DISPLAY "Classe: " WS-CLA-T-DESCRICAO(WS-CLA-IDX)
               MOVE "Y" TO WS-IMB-VALIDO
           END-IF.

       LER-VALOR-BEM.
           DISPLAY "Valor de aquisicao (99999999999 = 999999999,99): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IMB-ENTRADA-VALOR
           ACCEPT WS-IMB-ENTRADA-VALOR
           IF WS-IMB-ENTRADA-VALOR IS NUMERIC
               AND WS-IMB-ENTRADA-NUM > 0
               MOVE WS-IMB-ENTRADA-NUM TO IMB-VALOR
               MOVE "Y" TO WS-IMB-VALIDO
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       LER-FORNECEDOR-BEM.
           DISPLAY "Codigo do fornecedor (Enter = nao informado): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-IMB-ENTRADA-CODIGO
           ACCEPT WS-IMB-ENTRADA-CODIGO
           IF WS-IMB-ENTRADA-CODIGO = SPACES
               MOVE 0 TO IMB-FORNECEDOR
               MOVE "Y" TO WS-IMB-VALIDO
           ELSE
               IF WS-IMB-ENTRADA-CODIGO(1:5) IS NOT NUMERIC
                   DISPLAY "Entrada invalida, digite somente numeros."
               ELSE
                   MOVE WS-IMB-ENTRADA-CODIGO(1:5) TO FORN-CODIGO-CHAVE
                   OPEN INPUT FORNECEDOR-FILE
                   IF WS-FOR-FILE-STATUS = "35"
                       DISPLAY "Fornecedor nao cadastrado."
                   ELSE
                       READ FORNECEDOR-FILE
                           KEY IS FORN-CODIGO-CHAVE
                           INVALID KEY
                               DISPLAY "Fornecedor nao cadastrado."
                           NOT INVALID KEY
                               DISPLAY "Fornecedor: " FR-NOME-RAZAO
                               MOVE FR-CODIGO TO IMB-FORNECEDOR
                               MOVE "Y" TO WS-IMB-VALIDO
                       END-READ
                       CLOSE FORNECEDOR-FILE
                   END-IF
               END-IF
           END-IF.

       LER-FILIAL-BEM.
           DISPLAY "Filial onde o bem esta alocado (99): "
               WITH NO ADVANCING
           ACCEPT IMB-FILIAL
           MOVE "N" TO WS-FIL-ACHADA
           MOVE "N" TO WS-FIL-EOF
           OPEN INPUT FILIAL-FILE
           IF WS-FIL-FILE-STATUS = "35"
               MOVE "Y" TO WS-FIL-ACHADA
           ELSE
               PERFORM LER-FILIAL-VALIDACAO
                   UNTIL WS-FIL-EOF = "Y" OR WS-FIL-ACHADA = "Y"
               CLOSE FILIAL-FILE
           END-IF
           IF WS-FIL-ACHADA = "Y"
               MOVE "Y" TO WS-IMB-VALIDO
           ELSE
               DISPLAY "Filial nao cadastrada."
           END-IF.

       LER-FILIAL-VALIDACAO.
           READ FILIAL-FILE INTO FILIAL-RECORD
               AT END
                   MOVE "Y" TO WS-FIL-EOF
               NOT AT END
                   IF FILIAL-DADOS(1:2) = IMB-FILIAL
                       MOVE "Y" TO WS-FIL-ACHADA
                   END-IF
           END-READ.

       LER-VEICULO-BEM.
           DISPLAY "Codigo do veiculo da frota (Enter = nao e "
               "veiculo): " WITH NO ADVANCING
           MOVE SPACES TO WS-IMB-ENTRADA-CODIGO
           ACCEPT WS-IMB-ENTRADA-CODIGO
           IF WS-IMB-ENTRADA-CODIGO = SPACES
               MOVE 0 TO IMB-VEICULO
               MOVE "Y" TO WS-IMB-VALIDO
           ELSE
               IF WS-IMB-ENTRADA-CODIGO(1:5) IS NOT NUMERIC
                   DISPLAY "Entrada invalida, digite somente numeros."
               ELSE
                   MOVE WS-IMB-ENTRADA-CODIGO(1:5) TO FROTA-CODIGO-CHAVE
                   PERFORM LOCALIZAR-VEICULO-BEM
                   IF WS-FRO-ACHADO = "Y"
                       MOVE FT-CODIGO TO IMB-VEICULO
                       MOVE "Y" TO WS-IMB-VALIDO
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-VEICULO-BEM.
           MOVE "N" TO WS-FRO-ACHADO
           OPEN INPUT FROTA-FILE
           IF WS-FRO-FILE-STATUS = "35"
               DISPLAY "Veiculo nao cadastrado."
           ELSE
               READ FROTA-FILE
                   KEY IS FROTA-CODIGO-CHAVE
                   INVALID KEY
                       DISPLAY "Veiculo nao cadastrado."
                   NOT INVALID KEY
                       IF FT-IMOBILIZADO IS NUMERIC
                           AND FT-IMOBILIZADO > 0
                           DISPLAY "Veiculo ja vinculado ao bem "
                               FT-IMOBILIZADO "."
                       ELSE
                           DISPLAY "Veiculo: " FT-PLACA " "
                               FT-MODELO
                           MOVE "Y" TO WS-FRO-ACHADO
                       END-IF
               END-READ
               CLOSE FROTA-FILE
           END-IF.

       VINCULAR-VEICULO-BEM.
           MOVE IMB-VEICULO TO FROTA-CODIGO-CHAVE
           OPEN I-O FROTA-FILE
           READ FROTA-FILE
               KEY IS FROTA-CODIGO-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IMB-CODIGO TO FT-IMOBILIZADO
                   REWRITE FROTA-RECORD
                   MOVE "dadosFrota.txt" TO WS-ARQ-NOME
                   MOVE "REWRITE" TO WS-ARQ-OPERACAO
                   MOVE WS-FRO-FILE-STATUS TO WS-ARQ-STATUS
                   PERFORM TESTAR-STATUS-ARQUIVO
                   DISPLAY "Veiculo " IMB-VEICULO
                       " vinculado ao bem " IMB-CODIGO "."
           END-READ
           CLOSE FROTA-FILE.

       CALCULAR-MES-ANTERIOR.
           MOVE WS-IMB-HOJE(1:4) TO WS-IMB-ANO
           MOVE WS-IMB-HOJE(5:2) TO WS-IMB-MES
           IF WS-IMB-MES = 1
               SUBTRACT 1 FROM WS-IMB-ANO
               MOVE 12 TO WS-IMB-MES
           ELSE
               SUBTRACT 1 FROM WS-IMB-MES
           END-IF
           COMPUTE IMB-ULTIMA-COMP = WS-IMB-ANO * 100 + WS-IMB-MES
           IF IMB-ULTIMA-COMP < IMB-DATA-AQUISICAO(1:6)
               MOVE IMB-DATA-AQUISICAO(1:6) TO IMB-ULTIMA-COMP
           END-IF.

       AUDITAR-IMOBILIZADO.
           MOVE "gestaoImobilizado" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           MOVE IMB-CODIGO TO WS-AUD-CHAVE(1:6)
           MOVE IMOBILIZADO-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       BUSCAR-IMOBILIZADO.
           MOVE "N" TO WS-IMB-ACHADO
           MOVE WS-IMB-BUSCA TO IMOBILIZADO-CODIGO-CHAVE
           READ IMOBILIZADO-FILE
               KEY IS IMOBILIZADO-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Bem nao encontrado no imobilizado."
               NOT INVALID KEY
                   PERFORM PARSE-IMOBILIZADO-RECORD
                   MOVE "Y" TO WS-IMB-ACHADO
           END-READ.

       CONSULTAR-IMOBILIZADO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "                 CONSULTAR BEM                   "
           DISPLAY "================================================="
           DISPLAY "Codigo do bem: " WITH NO ADVANCING
           ACCEPT WS-IMB-BUSCA
           OPEN INPUT IMOBILIZADO-FILE
           IF WS-IMB-FILE-STATUS = "35"
               DISPLAY "Nenhum bem cadastrado no imobilizado."
           ELSE
               PERFORM BUSCAR-IMOBILIZADO
               CLOSE IMOBILIZADO-FILE
               IF WS-IMB-ACHADO = "Y"
                   PERFORM EXIBIR-IMOBILIZADO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       EXIBIR-IMOBILIZADO.
           COMPUTE WS-IMB-RESIDUAL = IMB-VALOR - IMB-DEPRECIACAO
           DISPLAY "Bem.................: " IMB-CODIGO " "
               IMB-DESCRICAO
           DISPLAY "Classe / filial.....: " IMB-CLASSE " / "
               IMB-FILIAL
           DISPLAY "Aquisicao...........: " IMB-DATA-AQUISICAO
               "  fornecedor " IMB-FORNECEDOR
           DISPLAY "Valor de aquisicao..: " IMB-VALOR
           DISPLAY "Depreciacao acumul..: " IMB-DEPRECIACAO
               "  (ultima competencia " IMB-ULTIMA-COMP ")"
           DISPLAY "Valor residual......: " WS-IMB-RESIDUAL
           IF IMB-VEICULO > 0
               DISPLAY "Veiculo da frota....: " IMB-VEICULO
           END-IF
           IF IMOBILIZADO-BAIXADO
               DISPLAY "Situacao............: BAIXADO em "
                   IMB-DATA-BAIXA
           ELSE
               DISPLAY "Situacao............: EM USO"
           END-IF.

       EXECUTAR-DEPRECIACAO.
           CALL 'calcularDepreciacao'
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       BAIXAR-IMOBILIZADO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        BAIXA DE BEM (VENDA / SUCATA)            "
           DISPLAY "================================================="
           DISPLAY "Codigo do bem: " WITH NO ADVANCING
           ACCEPT WS-IMB-BUSCA
           OPEN I-O IMOBILIZADO-FILE
           IF WS-IMB-FILE-STATUS = "35"
               DISPLAY "Nenhum bem cadastrado no imobilizado."
           ELSE
               PERFORM BUSCAR-IMOBILIZADO
               IF WS-IMB-ACHADO = "Y"
                   IF IMOBILIZADO-BAIXADO
                       DISPLAY "Bem ja baixado em " IMB-DATA-BAIXA "."
                   ELSE
                       PERFORM BAIXAR-IMOBILIZADO-EXECUTAR
                   END-IF
               END-IF
               CLOSE IMOBILIZADO-FILE
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       BAIXAR-IMOBILIZADO-EXECUTAR.
           PERFORM EXIBIR-IMOBILIZADO
           DISPLAY "Tipo de baixa (V = venda, S = sucata/perda): "
               WITH NO ADVANCING
           ACCEPT WS-BXI-TIPO
           IF WS-BXI-TIPO = "v"
               MOVE "V" TO WS-BXI-TIPO
           END-IF
           IF WS-BXI-TIPO = "s"
               MOVE "S" TO WS-BXI-TIPO
           END-IF
           MOVE 0 TO WS-BXI-VALOR-VENDA
           IF BAIXA-VENDA
               DISPLAY "Valor da venda (99999999999 = 999999999,99): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-IMB-ENTRADA-VALOR
               ACCEPT WS-IMB-ENTRADA-VALOR
               IF WS-IMB-ENTRADA-VALOR IS NUMERIC
                   MOVE WS-IMB-ENTRADA-NUM TO WS-BXI-VALOR-VENDA
               END-IF
           END-IF
           IF NOT BAIXA-VENDA AND NOT BAIXA-SUCATA
               DISPLAY "Tipo de baixa invalido."
           ELSE
               COMPUTE WS-IMB-RESIDUAL = IMB-VALOR - IMB-DEPRECIACAO
               COMPUTE WS-BXI-RESULTADO =
                   WS-BXI-VALOR-VENDA - WS-IMB-RESIDUAL
               IF WS-BXI-RESULTADO < 0
                   MOVE "P" TO WS-BXI-RESULTADO-TIPO
                   COMPUTE WS-BXI-RESULTADO-VALOR =
                       0 - WS-BXI-RESULTADO
                   DISPLAY "Perda na baixa: " WS-BXI-RESULTADO-VALOR
               ELSE
                   MOVE "G" TO WS-BXI-RESULTADO-TIPO
                   MOVE WS-BXI-RESULTADO TO WS-BXI-RESULTADO-VALOR
                   DISPLAY "Ganho na baixa: " WS-BXI-RESULTADO-VALOR
               END-IF
               DISPLAY "Confirma a baixa do bem? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-IMB-CONFIRMA
               IF WS-IMB-CONFIRMA = "S" OR WS-IMB-CONFIRMA = "s"
                   PERFORM EFETIVAR-BAIXA-IMOBILIZADO
               ELSE
                   DISPLAY "Baixa abandonada."
               END-IF
           END-IF.

       EFETIVAR-BAIXA-IMOBILIZADO.
           MOVE IMOBILIZADO-DADOS TO WS-AUD-ANTES
           ACCEPT IMB-DATA-BAIXA FROM DATE YYYYMMDD
           MOVE "B" TO IMB-STATUS
           PERFORM MONTAR-IMOBILIZADO-RECORD
           REWRITE IMOBILIZADO-RECORD
           MOVE "gestaoImobilizado" TO WS-ARQ-PROGRAMA
           MOVE "dadosImobilizado.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           MOVE WS-IMB-FILE-STATUS TO WS-ARQ-STATUS
           PERFORM TESTAR-STATUS-ARQUIVO
           MOVE SPACES TO BAIXA-IMOBILIZADO-DADOS
           STRING IMB-DATA-BAIXA DELIMITED BY SIZE ","
                  IMB-CODIGO DELIMITED BY SIZE ","
                  IMB-CLASSE DELIMITED BY SIZE ","
                  IMB-FILIAL DELIMITED BY SIZE ","
                  WS-BXI-TIPO DELIMITED BY SIZE ","
                  WS-BXI-VALOR-VENDA DELIMITED BY SIZE ","
                  WS-IMB-RESIDUAL DELIMITED BY SIZE ","
                  WS-BXI-RESULTADO-TIPO DELIMITED BY SIZE ","
                  WS-BXI-RESULTADO-VALOR DELIMITED BY SIZE
                  INTO BAIXA-IMOBILIZADO-DADOS
           OPEN EXTEND BAIXA-IMOBILIZADO-FILE
           IF WS-BXI-FILE-STATUS = "35"
               OPEN OUTPUT BAIXA-IMOBILIZADO-FILE
           END-IF
           WRITE BAIXA-IMOBILIZADO-RECORD
           CLOSE BAIXA-IMOBILIZADO-FILE
           MOVE "BAIXA" TO WS-AUD-ACAO
           PERFORM AUDITAR-IMOBILIZADO
           IF IMB-VEICULO > 0
               DISPLAY "Bem vinculado ao veiculo " IMB-VEICULO
                   ", remova-o tambem do cadastro da frota."
           END-IF
           DISPLAY "Bem " IMB-CODIGO " baixado do imobilizado.".

       RELATORIO-IMOBILIZADO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     RELATORIO DE BENS POR CLASSE E FILIAL       "
           DISPLAY "================================================="
           PERFORM CARREGAR-CLASSES
           MOVE 0 TO WS-REL-COUNT
           MOVE 0 TO WS-REL-BAIXADOS
           MOVE "N" TO WS-IMB-EOF
           OPEN INPUT IMOBILIZADO-FILE
           IF WS-IMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-IMB-EOF
           ELSE
               PERFORM LER-IMOBILIZADO-RELATORIO
                   UNTIL WS-IMB-EOF = "Y"
               CLOSE IMOBILIZADO-FILE
           END-IF
           IF WS-REL-COUNT = 0
               DISPLAY "Nenhum bem em uso no imobilizado."
           ELSE
               PERFORM ORDENAR-RELATORIO
               PERFORM EMITIR-RELATORIO-IMOBILIZADO
           END-IF
           IF WS-REL-BAIXADOS > 0
               DISPLAY "Bens ja baixados (fora do relatorio): "
                   WS-REL-BAIXADOS
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-IMOBILIZADO-RELATORIO.
           READ IMOBILIZADO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-IMB-EOF
               NOT AT END
                   PERFORM PARSE-IMOBILIZADO-RECORD
                   IF IMOBILIZADO-BAIXADO
                       ADD 1 TO WS-REL-BAIXADOS
                   ELSE
                       IF WS-REL-COUNT < 500
                           ADD 1 TO WS-REL-COUNT
                           MOVE IMB-CLASSE
                               TO WS-REL-CLASSE(WS-REL-COUNT)
                           MOVE IMB-FILIAL
                               TO WS-REL-FILIAL(WS-REL-COUNT)
                           MOVE IMB-CODIGO
                               TO WS-REL-CODIGO(WS-REL-COUNT)
                           MOVE IMB-DESCRICAO
                               TO WS-REL-DESCRICAO(WS-REL-COUNT)
                           MOVE IMB-DATA-AQUISICAO
                               TO WS-REL-AQUISICAO(WS-REL-COUNT)
                           MOVE IMB-VALOR
                               TO WS-REL-VALOR(WS-REL-COUNT)
                           MOVE IMB-DEPRECIACAO
                               TO WS-REL-DEPRECIACAO(WS-REL-COUNT)
                       END-IF
                   END-IF
           END-READ.

       ORDENAR-RELATORIO.
           IF WS-REL-COUNT > 1
               PERFORM ORDENAR-RELATORIO-PASSO
                   VARYING WS-REL-I FROM 1 BY 1
                   UNTIL WS-REL-I >= WS-REL-COUNT
           END-IF.

       ORDENAR-RELATORIO-PASSO.
           COMPUTE WS-REL-LIMITE = WS-REL-COUNT - WS-REL-I
           PERFORM COMPARAR-RELATORIO
               VARYING WS-REL-J FROM 1 BY 1
               UNTIL WS-REL-J > WS-REL-LIMITE.

       COMPARAR-RELATORIO.
           COMPUTE WS-REL-J1 = WS-REL-J + 1
           IF WS-REL-CHAVE(WS-REL-J) > WS-REL-CHAVE(WS-REL-J1)
               MOVE WS-REL-ENTRY(WS-REL-J) TO WS-REL-TEMP
               MOVE WS-REL-ENTRY(WS-REL-J1) TO WS-REL-ENTRY(WS-REL-J)
               MOVE WS-REL-TEMP TO WS-REL-ENTRY(WS-REL-J1)
           END-IF.

       EMITIR-RELATORIO-IMOBILIZADO.
           MOVE 0 TO WS-REL-TOT-VALOR
           MOVE 0 TO WS-REL-TOT-DEPREC
           MOVE 0 TO WS-REL-CLA-VALOR
           MOVE 0 TO WS-REL-CLA-DEPREC
           MOVE 0 TO WS-REL-SUB-VALOR
           MOVE 0 TO WS-REL-SUB-DEPREC
           MOVE WS-REL-CLASSE(1) TO WS-REL-CLASSE-ATUAL
           MOVE WS-REL-FILIAL(1) TO WS-REL-FILIAL-ATUAL
           PERFORM EMITIR-CABECALHO-CLASSE
           PERFORM EMITIR-CABECALHO-FILIAL
           PERFORM EMITIR-BEM-RELATORIO
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT
           PERFORM EMITIR-SUBTOTAL-FILIAL
           PERFORM EMITIR-SUBTOTAL-CLASSE
           MOVE WS-REL-TOT-VALOR TO WS-REL-VALOR-ED
           MOVE WS-REL-TOT-DEPREC TO WS-REL-DEPREC-ED
           COMPUTE WS-REL-RESIDUAL =
               WS-REL-TOT-VALOR - WS-REL-TOT-DEPREC
           MOVE WS-REL-RESIDUAL TO WS-REL-RESIDUAL-ED
           DISPLAY "================================================="
           DISPLAY "TOTAL GERAL  custo " WS-REL-VALOR-ED
           DISPLAY "             deprec " WS-REL-DEPREC-ED
           DISPLAY "             residual " WS-REL-RESIDUAL-ED.

       EMITIR-BEM-RELATORIO.
           IF WS-REL-CLASSE(WS-REL-IDX) NOT = WS-REL-CLASSE-ATUAL
               PERFORM EMITIR-SUBTOTAL-FILIAL
               PERFORM EMITIR-SUBTOTAL-CLASSE
               MOVE WS-REL-CLASSE(WS-REL-IDX) TO WS-REL-CLASSE-ATUAL
               MOVE WS-REL-FILIAL(WS-REL-IDX) TO WS-REL-FILIAL-ATUAL
               PERFORM EMITIR-CABECALHO-CLASSE
               PERFORM EMITIR-CABECALHO-FILIAL
           END-IF
           IF WS-REL-FILIAL(WS-REL-IDX) NOT = WS-REL-FILIAL-ATUAL
               PERFORM EMITIR-SUBTOTAL-FILIAL
               MOVE WS-REL-FILIAL(WS-REL-IDX) TO WS-REL-FILIAL-ATUAL
               PERFORM EMITIR-CABECALHO-FILIAL
           END-IF
           COMPUTE WS-REL-RESIDUAL = WS-REL-VALOR(WS-REL-IDX)
               - WS-REL-DEPRECIACAO(WS-REL-IDX)
           MOVE WS-REL-VALOR(WS-REL-IDX) TO WS-REL-VALOR-ED
           MOVE WS-REL-DEPRECIACAO(WS-REL-IDX) TO WS-REL-DEPREC-ED
           MOVE WS-REL-RESIDUAL TO WS-REL-RESIDUAL-ED
           DISPLAY "  " WS-REL-CODIGO(WS-REL-IDX) " "
               WS-REL-DESCRICAO(WS-REL-IDX) " "
               WS-REL-AQUISICAO(WS-REL-IDX)
           DISPLAY "         custo " WS-REL-VALOR-ED
               " deprec " WS-REL-DEPREC-ED
               " residual " WS-REL-RESIDUAL-ED
           ADD WS-REL-VALOR(WS-REL-IDX) TO WS-REL-SUB-VALOR
           ADD WS-REL-DEPRECIACAO(WS-REL-IDX) TO WS-REL-SUB-DEPREC.

       EMITIR-CABECALHO-CLASSE.
           MOVE WS-REL-CLASSE-ATUAL TO WS-CLA-CODIGO
           PERFORM LOCALIZAR-CLASSE
           DISPLAY "================================================="
           IF WS-CLA-IDX > WS-CLA-COUNT
               DISPLAY "CLASSE " WS-REL-CLASSE-ATUAL
           ELSE
               DISPLAY "CLASSE " WS-REL-CLASSE-ATUAL " - "
                   WS-CLA-T-DESCRICAO(WS-CLA-IDX)
           END-IF.

       EMITIR-CABECALHO-FILIAL.
           DISPLAY " Filial " WS-REL-FILIAL-ATUAL.

       EMITIR-SUBTOTAL-FILIAL.
           MOVE WS-REL-SUB-VALOR TO WS-REL-VALOR-ED
           MOVE WS-REL-SUB-DEPREC TO WS-REL-DEPREC-ED
           DISPLAY " Subtotal filial " WS-REL-FILIAL-ATUAL
               ": custo " WS-REL-VALOR-ED " deprec " WS-REL-DEPREC-ED
           ADD WS-REL-SUB-VALOR TO WS-REL-CLA-VALOR
           ADD WS-REL-SUB-DEPREC TO WS-REL-CLA-DEPREC
           MOVE 0 TO WS-REL-SUB-VALOR
           MOVE 0 TO WS-REL-SUB-DEPREC.

       EMITIR-SUBTOTAL-CLASSE.
           MOVE WS-REL-CLA-VALOR TO WS-REL-VALOR-ED
           MOVE WS-REL-CLA-DEPREC TO WS-REL-DEPREC-ED
           DISPLAY "Total classe " WS-REL-CLASSE-ATUAL
               ": custo " WS-REL-VALOR-ED " deprec " WS-REL-DEPREC-ED
           ADD WS-REL-CLA-VALOR TO WS-REL-TOT-VALOR
           ADD WS-REL-CLA-DEPREC TO WS-REL-TOT-DEPREC
           MOVE 0 TO WS-REL-CLA-VALOR
           MOVE 0 TO WS-REL-CLA-DEPREC.

       TESTAR-STATUS-ARQUIVO.
           IF WS-ARQ-STATUS = "00" OR WS-ARQ-STATUS = "02"
               OR WS-ARQ-STATUS = "05"
               CONTINUE
           ELSE
               DISPLAY "ERRO DE ARQUIVO: " WS-ARQ-NOME
                   " operacao " WS-ARQ-OPERACAO
                   " status " WS-ARQ-STATUS
               CALL 'registrarErroSistema' USING WS-ARQ-PROGRAMA
                   WS-ARQ-NOME WS-ARQ-OPERACAO WS-ARQ-STATUS
               DISPLAY "Transacao abortada para evitar gravacao "
                   "parcial."
               STOP RUN
           END-IF.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

           SELECT TRANSFERENCIA-FILE ASSIGN TO
               "dadosTransferenciaFuncionario.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHA-RECUPERADA-FILE ASSIGN TO
               "visaoFolhaRecuperada.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-FILE-STATUS.
           SELECT TRANSFERENCIA-RECUPERADA-FILE ASSIGN TO
               "visaoTransferenciaRecuperada.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REC-FILE-STATUS.
           SELECT ENDERECO-FILE ASSIGN TO "dadosEndereco.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-BEN-FILE-STATUS.
           SELECT HISTORICO-SALARIO-FILE ASSIGN TO
               "dadosHistoricoSalario.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HSA-FILE-STATUS.
           SELECT RELATORIO-COMPLEMENTAR-FILE ASSIGN TO
               WS-FCP-RELATORIO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AFASTAMENTO-FILE ASSIGN TO "dadosAfastamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT QUADRO-VAGAS-FILE ASSIGN TO "dadosQuadroVagas.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QDR-FILE-STATUS.
           SELECT REGRA-BANCO-HORAS-FILE ASSIGN TO
               "dadosRegraBancoHoras.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRG-FILE-STATUS.
           SELECT CONTA-SALARIO-FILE ASSIGN TO
               "dadosContaSalario.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSL-FILE-STATUS.
           SELECT REMESSA-SALARIO-FILE ASSIGN TO WS-CSL-REMESSA-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETORNO-SALARIO-FILE ASSIGN TO "retornoSalario.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RTS-FILE-STATUS.
           SELECT CREDITO-REJEITADO-FILE ASSIGN TO
               "dadosCreditoRejeitado.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRJ-FILE-STATUS.
           SELECT DESLIGAMENTO-FILE ASSIGN TO "dadosDesligamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSL-FILE-STATUS.
           SELECT MOVIMENTACAO-FILE ASSIGN TO WS-MOV-ARQUIVO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENSAO-FILE ASSIGN TO
               "dadosPensaoAlimenticia.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEN-FILE-STATUS.
           SELECT PENSAO-FOLHA-FILE ASSIGN TO "dadosPensaoFolha.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PNF-FILE-STATUS.
           SELECT RELATORIO-PENSAO-FILE ASSIGN TO
               WS-PEN-RELATORIO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLANO-TABELA-FILE ASSIGN TO
               "dadosPlanoSaudeTabela.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLT-FILE-STATUS.
           SELECT PLANO-ADESAO-FILE ASSIGN TO "dadosPlanoSaude.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLA-FILE-STATUS.
           SELECT COPART-OPERADORA-FILE ASSIGN TO
               "coparticipacaoOperadora.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COP-FILE-STATUS.
           SELECT COPARTICIPACAO-FILE ASSIGN TO
               "dadosCoparticipacao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPT-FILE-STATUS.
           SELECT FATURA-PLANO-FILE ASSIGN TO "faturaPlanoSaude.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAT-FILE-STATUS.
           SELECT PLANO-FOLHA-FILE ASSIGN TO
               "dadosPlanoSaudeFolha.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLF-FILE-STATUS.
           SELECT RELATORIO-PLANO-FILE ASSIGN TO
               WS-PLS-RELATORIO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAUDE-TRABALHO-FILE ASSIGN TO
               "dadosSaudeTrabalho.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SST-FILE-STATUS.
           SELECT TREINO-OBRIGATORIO-FILE ASSIGN TO
               "dadosTreinamentoObrigatorio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOB-FILE-STATUS.
           SELECT RELATORIO-SST-FILE ASSIGN TO
               "relatorioVencimentoSST.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISAO-FILE ASSIGN TO "dadosProvisao.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT RELATORIO-PROVISAO-FILE ASSIGN TO
               WS-PRV-RELATORIO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLHA-ADICIONAL-FILE ASSIGN TO
               "dadosFolhaAdicional.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAD-FILE-STATUS.
           SELECT PERC-ADIANTAMENTO-FILE ASSIGN TO
               "dadosPercAdiantamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAD-FILE-STATUS.
           SELECT BANCO-HORAS-FILE ASSIGN TO "dadosBancoHoras.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BCH-FILE-STATUS.
           SELECT EXTRATO-BANCO-HORAS-FILE ASSIGN TO
               WS-BCH-EXTRATO-NOME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REEMBOLSO-FILE ASSIGN TO "dadosReembolso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMB-FILE-STATUS.
           SELECT REEMBOLSO-ITEM-FILE ASSIGN TO
               "dadosReembolsoItem.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMI-FILE-STATUS.
           SELECT FROTA-FILE ASSIGN TO "dadosFrota.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FROTA-CODIGO-CHAVE
           FILE STATUS IS WS-FRT-FILE-STATUS.
           SELECT CLIENTE-FILE ASSIGN TO "dadosCliente.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODIGO-CHAVE
           ALTERNATE RECORD KEY IS CLI-NOME-CHAVE
               WITH DUPLICATES
           FILE STATUS IS WS-CLI-FILE-STATUS.
           SELECT TITULO-PAGAR-FILE
           ASSIGN TO "dadosTitulosPagar.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TITULO-PAG-CHAVE
           FILE STATUS IS WS-TIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 HISTORICO-SALARIO-RECORD.
           05 HISTORICO-SALARIO-DADOS PIC X(60).

       FD RELATORIO-COMPLEMENTAR-FILE.
       01 RELATORIO-COMPLEMENTAR-LINHA PIC X(132).

       FD AFASTAMENTO-FILE.
       01 AFASTAMENTO-RECORD.
           05 AFASTAMENTO-DADOS PIC X(50).
       01 QUADRO-VAGAS-RECORD.
           05 QUADRO-VAGAS-DADOS PIC X(20).

       FD REGRA-BANCO-HORAS-FILE.
       01 REGRA-BANCO-HORAS-RECORD.
           05 REGRA-BANCO-HORAS-DADOS PIC X(30).

       FD CONTA-SALARIO-FILE.
       01 CONTA-SALARIO-RECORD.
           05 CONTA-SALARIO-DADOS PIC X(80).

       FD REMESSA-SALARIO-FILE.
       01 REMESSA-SALARIO-LINHA PIC X(130).

       FD RETORNO-SALARIO-FILE.
       01 RETORNO-SALARIO-RECORD.
           05 RETORNO-SALARIO-DADOS PIC X(40).
       01 RETORNO-SALARIO-CAMPOS REDEFINES RETORNO-SALARIO-RECORD.
           05 RTS-TIPO-REG          PIC X.
           05 RTS-CODIGO            PIC 9(5).
           05 RTS-COMPETENCIA       PIC 9(6).
           05 RTS-TIPO-FOLHA        PIC X.
           05 RTS-OCORRENCIA        PIC X(2).
           05 RTS-VALOR             PIC 9(9)V99.
           05 RTS-DATA              PIC 9(8).
           05 FILLER                PIC X(6).

       FD CREDITO-REJEITADO-FILE.
       01 CREDITO-REJEITADO-RECORD.
           05 CREDITO-REJEITADO-DADOS PIC X(80).

       FD DESLIGAMENTO-FILE.
       01 DESLIGAMENTO-RECORD.
           05 DESLIGAMENTO-DADOS PIC X(30).

       FD MOVIMENTACAO-FILE.
       01 MOVIMENTACAO-LINHA PIC X(100).

       FD PENSAO-FILE.
       01 PENSAO-RECORD.
           05 PENSAO-DADOS PIC X(120).

       FD PENSAO-FOLHA-FILE.
       01 PENSAO-FOLHA-RECORD.
           05 PENSAO-FOLHA-DADOS PIC X(120).

       FD RELATORIO-PENSAO-FILE.
       01 RELATORIO-PENSAO-LINHA PIC X(100).

       FD PLANO-TABELA-FILE.
       01 PLANO-TABELA-RECORD.
           05 PLANO-TABELA-DADOS PIC X(40).

       FD PLANO-ADESAO-FILE.
       01 PLANO-ADESAO-RECORD.
           05 PLANO-ADESAO-DADOS PIC X(60).

       FD COPART-OPERADORA-FILE.
       01 COPART-OPERADORA-RECORD.
           05 COPART-OPERADORA-DADOS PIC X(60).
       01 COPART-OPERADORA-CAMPOS REDEFINES COPART-OPERADORA-RECORD.
           05 COP-TIPO-REG          PIC X.
           05 COP-COMPETENCIA       PIC 9(6).
           05 COP-CODIGO            PIC 9(5).
           05 COP-DEP-SEQ           PIC 9(2).
           05 COP-DATA              PIC 9(8).
           05 COP-VALOR             PIC 9(7)V99.
           05 COP-PROCEDIMENTO      PIC X(20).
           05 FILLER                PIC X(9).

       FD COPARTICIPACAO-FILE.
       01 COPARTICIPACAO-RECORD.
           05 COPARTICIPACAO-DADOS PIC X(80).

       FD FATURA-PLANO-FILE.
       01 FATURA-PLANO-RECORD.
           05 FATURA-PLANO-DADOS PIC X(40).
       01 FATURA-PLANO-CAMPOS REDEFINES FATURA-PLANO-RECORD.
           05 FAT-TIPO-REG          PIC X.
           05 FAT-COMPETENCIA       PIC 9(6).
           05 FAT-CODIGO            PIC 9(5).
           05 FAT-DEP-SEQ           PIC 9(2).
           05 FAT-VALOR             PIC 9(7)V99.
           05 FILLER                PIC X(17).

       FD PLANO-FOLHA-FILE.
       01 PLANO-FOLHA-RECORD.
           05 PLANO-FOLHA-DADOS PIC X(80).

       FD RELATORIO-PLANO-FILE.
       01 RELATORIO-PLANO-LINHA PIC X(100).

       COPY SAUDETRABALHO.

       COPY TREINOOBRIGATORIO.

       FD RELATORIO-SST-FILE.
       01 RELATORIO-SST-LINHA PIC X(80).

       FD PROVISAO-FILE.
       01 PROVISAO-RECORD.
           05 PROVISAO-DADOS PIC X(80).

       FD RELATORIO-PROVISAO-FILE.
       01 RELATORIO-PROVISAO-LINHA PIC X(100).

       FD FOLHA-ADICIONAL-FILE.
       01 FOLHA-ADICIONAL-RECORD.
           05 FOLHA-ADICIONAL-DADOS PIC X(60).

       FD PERC-ADIANTAMENTO-FILE.
       01 PERC-ADIANTAMENTO-RECORD.
           05 PERC-ADIANTAMENTO-DADOS PIC X(20).

       FD BANCO-HORAS-FILE.
       01 BANCO-HORAS-RECORD.
           05 BANCO-HORAS-DADOS PIC X(50).

       FD EXTRATO-BANCO-HORAS-FILE.
       01 EXTRATO-BANCO-HORAS-LINHA PIC X(80).

       COPY REEMBOLSO.

       COPY REEMBOLSOITEM.

       FD FROTA-FILE.
       01 FROTA-RECORD.
           05 FROTA-DADOS PIC X(80).
       01 FROTA-RECORD-CHAVE REDEFINES FROTA-RECORD.
           05 FROTA-CODIGO-CHAVE PIC 9(5).
           05 FILLER PIC X(75).

       COPY CLIENTE.

       FD TITULO-PAGAR-FILE.
       01 TITULO-PAGAR-RECORD.
           05 TITULO-PAGAR-DADOS PIC X(80).
       01 TITULO-PAGAR-RECORD-CHAVE REDEFINES TITULO-PAGAR-RECORD.
           05 TITULO-PAG-CHAVE.
               10 TITULO-PAG-PEDIDO-CHAVE PIC 9(6).
               10 FILLER                  PIC X.
               10 TITULO-PAG-SEQ-CHAVE    PIC 9(2).
           05 FILLER PIC X(71).

       FD FOLHA-FILE.
       01 FOLHA-RECORD.
           05 FOLHA-DADOS PIC X(150).
               88 FP-13-SEGUNDA       VALUE "2".
               88 FP-FERIAS           VALUE "F".
               88 FP-RESCISAO         VALUE "R".
               88 FP-ADIANTAMENTO-QUINZENAL VALUE "A".
               88 FP-FOLHA-COMPLEMENTAR VALUE "C".
           05 FP-EMPRESTIMO           PIC 9(9)V99.
           05 FP-COMISSAO             PIC 9(9)V99.
           05 FP-FGTS                 PIC 9(5)V99.
           05 FP-VT-VR                PIC 9(5)V99.
           05 FP-ADIANTAMENTO         PIC 9(9)V99.
           05 FILLER                  PIC X(02).

       FD FUNCIONARIO-HIST-FILE.
       01 FUNCIONARIO-HIST-RECORD.
           05 CG-TITULO               PIC X(20).
           05 CG-SALARIO-MIN          PIC 9(9)V99.
           05 CG-SALARIO-MAX          PIC 9(9)V99.
           05 CG-ADICIONAL            PIC X.
               88 CG-INSALUBRIDADE    VALUE "I".
               88 CG-PERICULOSIDADE   VALUE "P".
           05 CG-GRAU-INSALUBRIDADE   PIC 9(2).
           05 FILLER                  PIC X(52).

       FD RECIBO-FILE.
       01 RECIBO-LINHA PIC X(80).
       01 TRANSFERENCIA-RECORD.
           05 TRANSFERENCIA-DADOS PIC X(80).

       FD FOLHA-RECUPERADA-FILE.
       01 FOLHA-RECUPERADA-LINHA PIC X(150).

       FD TRANSFERENCIA-RECUPERADA-FILE.
       01 TRANSFERENCIA-RECUPERADA-LINHA PIC X(150).

       COPY ENDERECO.

       FD COMISSAO-FILE.
       01 WS-USUARIO-ADMIN      PIC X EXTERNAL VALUE "N".
       01 WS-PERFIL-USUARIO     PIC X(10) EXTERNAL.
       01 WS-USUARIO-LOGIN      PIC X(10) EXTERNAL.
       01 WS-ENCERRAMENTO-LOTE  PIC X EXTERNAL.
       01 WS-ENCERRAMENTO-ANO   PIC 9(4) EXTERNAL.
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 WS-DADOS-FUNCIONARIO.
               05 CODIGO                PIC 9(5).
               05 NOME                  PIC X(30).
       01 WS-PONTO-HE50            PIC 9(3).
       01 WS-PONTO-HE100           PIC 9(3).
       01 WS-PONTO-FALTAS          PIC 9(2).
       01 WS-PONTO-NOTURNO         PIC 9(3).
       01 WS-PONTO-EOF             PIC X VALUE "N".
       01 WS-PONTO-ACHADO          PIC X VALUE "N".
       01 WS-PONTO-EXISTE          PIC X VALUE "N".
               10 WS-INF-INSS       PIC 9(11)V99.
               10 WS-INF-IR         PIC 9(11)V99.
               10 WS-INF-LIQUIDO    PIC 9(11)V99.
               10 WS-INF-PENSAO     PIC 9(11)V99.
               10 WS-INF-COMPLEMENTAR PIC 9(11)V99.
       01 WS-EMP-CODIGO            PIC 9(5).
       01 WS-EMP-SEQ               PIC 9(2).
       01 WS-EMP-PRINCIPAL         PIC 9(9)V99.
       01 WS-RECIBO-FILTRO-TIPO    PIC X.
       01 WS-RECIBO-FILTRO-DATA    PIC X(8).
       01 WS-TIPO-FOLHA            PIC X.
           88 TIPO-FOLHA-VALIDO     VALUES "M" "1" "2" "F" "A".
       01 WS-TIPO-FOLHA-DESC       PIC X(20).
       01 WS-DEP-ACAO              PIC X.
       01 WS-DEP-CODIGO            PIC 9(5).
       01 WS-TRANSF-CARGO-ANT      PIC 9(3).
       01 WS-TRANSF-CARGO-NOVO     PIC 9(3).
       01 WS-TRANSF-DATA           PIC 9(8).
       01 WS-REC-FILE-STATUS       PIC XX VALUE "00".
       01 WS-REC-ACHADO            PIC X VALUE "N".
       01 WS-DEPARTAMENTO-EOF      PIC X VALUE "N".
       01 WS-DEPARTAMENTO-VALIDO   PIC X VALUE "N".
       01 WS-DEPTO-CODIGO          PIC 9(3).
       01 WS-CARGO-TITULO          PIC X(20).
       01 WS-CARGO-SALARIO-MIN     PIC 9(9)V99.
       01 WS-CARGO-SALARIO-MAX     PIC 9(9)V99.
       01 WS-CARGO-ADICIONAL       PIC X.
       01 WS-CARGO-GRAU            PIC 9(2).
       01 WS-CPF-VALIDO            PIC X VALUE "N".
       01 WS-CPF-DUPLICADO         PIC X VALUE "N".
       01 WS-CPF-CANDIDATO         PIC 9(11).
               VALUE "Total de registros: ".
           05 WS-REL-RODAPE-TOTAL      PIC ZZZZ9.
           05 FILLER                   PIC X(53) VALUE SPACES.
       01 WS-BRG-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BCH-FILE-STATUS       PIC XX VALUE "00".
       01 WS-BCH-ACAO              PIC X.
       01 WS-BCH-EOF               PIC X VALUE "N".
       01 WS-BCH-ACHADO            PIC X VALUE "N".
       01 WS-BCH-R-ESCOPO          PIC X.
       01 WS-BCH-R-CODIGO          PIC 9(3).
       01 WS-BCH-R-PRAZO           PIC 9(2).
       01 WS-BCH-R-HE50            PIC X.
       01 WS-BCH-R-HE100           PIC X.
       01 WS-BCH-R-JORNADA         PIC 9(2).
       01 WS-BCH-REGRA-ACHADA      PIC X VALUE "N".
       01 WS-BCH-REGRA-ESCOPO      PIC X.
       01 WS-BCH-REGRA-CODIGO      PIC 9(3).
       01 WS-BCH-PRAZO             PIC 9(2).
       01 WS-BCH-HE50-BANCO        PIC X.
       01 WS-BCH-HE100-BANCO       PIC X.
       01 WS-BCH-JORNADA           PIC 9(2).
       01 WS-BCH-COUNT             PIC 9(3) VALUE 0.
       01 WS-BCH-IDX               PIC 9(3) VALUE 0.
       01 WS-BCH-TABLE.
           05 WS-BCH-LINHA OCCURS 200 TIMES PIC X(30).
       01 WS-BCH-FUNC              PIC 9(5).
       01 WS-BCH-COMP              PIC 9(6).
       01 WS-BCH-LIMITE            PIC 9(6).
       01 WS-BCH-MESES             PIC 9(6).
       01 WS-BCH-ANO               PIC 9(4).
       01 WS-BCH-MES               PIC 9(2).
       01 WS-BCH-M-CODIGO          PIC 9(5).
       01 WS-BCH-M-COMP            PIC 9(6).
       01 WS-BCH-M-TIPO            PIC X.
           88 BCH-CREDITO          VALUE "C".
           88 BCH-COMPENSACAO      VALUE "D".
           88 BCH-PAGAMENTO        VALUE "P".
           88 BCH-QUITACAO         VALUE "R".
       01 WS-BCH-M-HORAS-ALFA      PIC X(6).
       01 WS-BCH-M-HORAS-NUM REDEFINES WS-BCH-M-HORAS-ALFA
           PIC 9(4)V99.
       01 WS-BCH-M-HORAS           PIC 9(4)V99.
       01 WS-BCH-M-DATA            PIC 9(8).
       01 WS-BCH-CRED-ANTIGO       PIC 9(6)V99.
       01 WS-BCH-CRED-ANTERIOR     PIC 9(6)V99.
       01 WS-BCH-DEB-ANTERIOR      PIC 9(6)V99.
       01 WS-BCH-MES-CREDITO       PIC 9(6)V99.
       01 WS-BCH-MES-DEBITO        PIC 9(6)V99.
       01 WS-BCH-MES-PAGO          PIC 9(6)V99.
       01 WS-BCH-MES-QUITADO       PIC 9(6)V99.
       01 WS-BCH-JA-LANCADO        PIC X VALUE "N".
       01 WS-BCH-SALDO-ANTERIOR    PIC S9(6)V99.
       01 WS-BCH-SALDO-FINAL       PIC S9(6)V99.
       01 WS-BCH-DISPONIVEL        PIC S9(6)V99.
       01 WS-BCH-CREDITO           PIC 9(4)V99.
       01 WS-BCH-DEBITO            PIC 9(4)V99.
       01 WS-BCH-EXPIRADO          PIC S9(4)V99.
       01 WS-BCH-DIAS-COMP         PIC 9(3).
       01 WS-BCH-VALOR-PAGO        PIC 9(9)V99.
       01 WS-BCH-EXTRATO-NOME      PIC X(40).
       01 WS-BCH-EXTRATO-FUNC      PIC 9(5).
       01 WS-BCH-EXTRATO-ACHADO    PIC X VALUE "N".
       01 WS-BCH-EXTRATO-ROTULO    PIC X(24).
       01 WS-BCH-HORAS-ED          PIC -Z(5)9.99.
       01 WS-RSC-BCH-HORAS         PIC 9(6)V99.
       01 WS-RSC-BANCO-HORAS       PIC 9(9)V99.
       01 WS-PAD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ADT-ACAO              PIC X.
       01 WS-ADT-EOF               PIC X VALUE "N".
       01 WS-ADT-ACHADO            PIC X VALUE "N".
       01 WS-ADT-R-ESCOPO          PIC X.
       01 WS-ADT-R-CODIGO          PIC 9(5).
       01 WS-ADT-R-PERC            PIC 9(3).
       01 WS-ADT-CHAVE             PIC X(7).
       01 WS-ADT-COUNT             PIC 9(3) VALUE 0.
       01 WS-ADT-IDX               PIC 9(3) VALUE 0.
       01 WS-ADT-TABLE.
           05 WS-ADT-LINHA OCCURS 200 TIMES PIC X(20).
       01 WS-ADT-PERC-ALFA         PIC X(3).
       01 WS-ADT-PERC-PADRAO       PIC 9(3) VALUE 40.
       01 WS-ADT-PERC              PIC 9(3).
       01 WS-ADT-NIVEL             PIC X.
       01 WS-ADT-CORTE-ALFA        PIC X(8).
       01 WS-ADT-CORTE             PIC 9(8).
       01 WS-ADT-ELEGIVEL          PIC X VALUE "Y".
       01 WS-ADT-COMP              PIC 9(6).
       01 WS-ADT-DESCONTO          PIC 9(9)V99 VALUE 0.
       01 WS-FAD-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PAR-NOME              PIC X(20).
       01 WS-PAR-VALOR             PIC 9(9)V99.
       01 WS-PAR-ACHADO            PIC X.
       01 WS-ADC-SALARIO-MINIMO    PIC 9(7)V99.
       01 WS-ADC-INSALUBRIDADE     PIC 9(7)V99 VALUE 0.
       01 WS-ADC-PERICULOSIDADE    PIC 9(7)V99 VALUE 0.
       01 WS-ADC-NOTURNO           PIC 9(7)V99 VALUE 0.
       01 WS-ADC-HORAS-NOTURNO     PIC 9(3)V99.
       01 WS-ADC-REMUNERACAO       PIC 9(9)V99.
       01 WS-ADC-COMP              PIC 9(6).
       01 WS-ADC-COMP-INICIO       PIC 9(6).
       01 WS-ADC-ANO               PIC 9(4).
       01 WS-ADC-MES               PIC 9(2).
       01 WS-ADC-MESES-CALC        PIC 9(6).
       01 WS-ADC-SOMA-NOTURNO      PIC 9(5).
       01 WS-ADC-MESES             PIC 9(2).
       01 WS-ADC-EOF               PIC X VALUE "N".
       01 WS-ADC-TIPO-RECIBO       PIC X.
       01 WS-ADC-R-CODIGO          PIC 9(5).
       01 WS-ADC-R-DATA            PIC 9(8).
       01 WS-ADC-R-TIPO            PIC X.
       01 WS-ADC-R-INSALUB-ALFA    PIC X(9).
       01 WS-ADC-R-INSALUB REDEFINES WS-ADC-R-INSALUB-ALFA
           PIC 9(7)V99.
       01 WS-ADC-R-PERIC-ALFA      PIC X(9).
       01 WS-ADC-R-PERIC REDEFINES WS-ADC-R-PERIC-ALFA
           PIC 9(7)V99.
       01 WS-ADC-R-NOTURNO-ALFA    PIC X(9).
       01 WS-ADC-R-NOTURNO REDEFINES WS-ADC-R-NOTURNO-ALFA
           PIC 9(7)V99.
       01 WS-PRV-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PRV-RELATORIO-NOME    PIC X(40).
       01 WS-PRV-COMP              PIC 9(6).
       01 WS-PRV-EOF               PIC X VALUE "N".
       01 WS-PRV-JA-GERADA         PIC X VALUE "N".
       01 WS-PRV-PERC-PATRONAL     PIC 9(3)V99 VALUE 20.
       01 WS-PRV-DECIMO            PIC 9(9)V99.
       01 WS-PRV-FERIAS            PIC 9(9)V99.
       01 WS-PRV-FGTS              PIC 9(9)V99.
       01 WS-PRV-INSS              PIC 9(9)V99.
       01 WS-PRV-VALOR             PIC 9(9)V99.
       01 WS-PRV-TOTAL             PIC 9(11)V99 VALUE 0.
       01 WS-PRV-R-COMP            PIC 9(6).
       01 WS-PRV-R-CODIGO          PIC 9(5).
       01 WS-PRV-R-DEPTO           PIC 9(3).
       01 WS-PRV-R-TIPO            PIC X.
       01 WS-PRV-R-ORIGEM          PIC X.
       01 WS-PRV-R-DECIMO-ALFA     PIC X(11).
       01 WS-PRV-R-DECIMO REDEFINES WS-PRV-R-DECIMO-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-FERIAS-ALFA     PIC X(11).
       01 WS-PRV-R-FERIAS REDEFINES WS-PRV-R-FERIAS-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-FGTS-ALFA       PIC X(11).
       01 WS-PRV-R-FGTS REDEFINES WS-PRV-R-FGTS-ALFA
           PIC 9(9)V99.
       01 WS-PRV-R-INSS-ALFA       PIC X(11).
       01 WS-PRV-R-INSS REDEFINES WS-PRV-R-INSS-ALFA
           PIC 9(9)V99.
       01 WS-PRV-COUNT             PIC 9(2) VALUE 0.
       01 WS-PRV-IDX               PIC 9(2) VALUE 0.
       01 WS-PRV-TABLE.
           05 WS-PRV-ENTRY OCCURS 50 TIMES.
               10 WS-PRV-TAB-DEPTO     PIC 9(3).
               10 WS-PRV-TAB-DECIMO    PIC 9(9)V99.
               10 WS-PRV-TAB-FERIAS    PIC 9(9)V99.
               10 WS-PRV-TAB-ENCARGOS  PIC 9(9)V99.
               10 WS-PRV-TAB-BAIXAS    PIC 9(9)V99.
               10 WS-PRV-TAB-SALDO     PIC S9(11)V99.
       01 WS-PRV-SALDO-ED          PIC -Z(10)9.99.
       01 WS-CSL-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RTS-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CRJ-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CSL-ACAO              PIC X.
       01 WS-CSL-EOF               PIC X VALUE "N".
       01 WS-CSL-ACHADA            PIC X VALUE "N".
       01 WS-CSL-CODIGO            PIC 9(5).
       01 WS-CSL-R-CODIGO          PIC 9(5).
       01 WS-CSL-BANCO             PIC 9(3).
       01 WS-CSL-AGENCIA           PIC 9(5).
       01 WS-CSL-CONTA             PIC X(12).
       01 WS-CSL-TIPO-CONTA        PIC X.
       01 WS-CSL-PIX               PIC X(40).
       01 WS-CSL-COUNT             PIC 9(3) VALUE 0.
       01 WS-CSL-IDX               PIC 9(3) VALUE 0.
       01 WS-CSL-TABLE.
           05 WS-CSL-LINHA OCCURS 500 TIMES PIC X(80).
       01 WS-CSL-COMP              PIC 9(6).
       01 WS-CSL-TIPO-FOLHA        PIC X.
       01 WS-CSL-DATA              PIC 9(8).
       01 WS-CSL-REMESSA-NOME      PIC X(40).
       01 WS-CSL-FOLHA-COUNT       PIC 9(3) VALUE 0.
       01 WS-CSL-F-IDX             PIC 9(3) VALUE 0.
       01 WS-CSL-FOLHA-TABLE.
           05 WS-CSL-FOLHA-ENTRY OCCURS 500 TIMES.
               10 WS-CSL-F-CODIGO  PIC 9(5).
               10 WS-CSL-F-NOME    PIC X(30).
               10 WS-CSL-F-VALOR   PIC 9(9)V99.
       01 WS-CSL-FOLHA-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-CSL-REM-COUNT         PIC 9(5) VALUE 0.
       01 WS-CSL-REM-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-CSL-MANUAL-COUNT      PIC 9(5) VALUE 0.
       01 WS-CSL-MANUAL-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-CSL-LINHA-DET.
           05 FILLER               PIC X VALUE "1".
           05 RMS-CODIGO           PIC 9(5).
           05 RMS-NOME             PIC X(30).
           05 RMS-BANCO            PIC 9(3).
           05 RMS-AGENCIA          PIC 9(5).
           05 RMS-CONTA            PIC X(12).
           05 RMS-TIPO-CONTA       PIC X.
           05 RMS-PIX              PIC X(40).
           05 RMS-VALOR            PIC 9(9)V99.
           05 RMS-DATA             PIC 9(8).
       01 WS-RTS-EOF               PIC X VALUE "N".
       01 WS-RTS-ACEITOS           PIC 9(5) VALUE 0.
       01 WS-RTS-REJEITADOS        PIC 9(5) VALUE 0.
       01 WS-RTS-MOTIVO            PIC X(25).
       01 WS-CRJ-CODIGO            PIC 9(5).
       01 WS-CRJ-COMP              PIC 9(6).
       01 WS-CRJ-TIPO              PIC X.
       01 WS-CRJ-VALOR-ALFA        PIC X(11).
       01 WS-CRJ-VALOR REDEFINES WS-CRJ-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-CRJ-OCORRENCIA        PIC X(2).
       01 WS-CRJ-DATA              PIC 9(8).
       01 WS-CRJ-SITUACAO          PIC X.
       01 WS-DSL-FILE-STATUS       PIC XX VALUE "00".
       01 WS-DSL-EOF               PIC X VALUE "N".
       01 WS-DSL-CODIGO            PIC 9(5).
       01 WS-DSL-DATA              PIC 9(8).
       01 WS-DSL-TIPO              PIC X.
       01 WS-MOV-COMP              PIC 9(6).
       01 WS-MOV-FASE              PIC X.
       01 WS-MOV-ARQUIVO-NOME      PIC X(40).
       01 WS-MOV-DATA-GERACAO      PIC 9(8).
       01 WS-MOV-PENDENCIAS        PIC 9(5) VALUE 0.
       01 WS-MOV-QTD-ADM           PIC 9(5) VALUE 0.
       01 WS-MOV-QTD-DESL          PIC 9(5) VALUE 0.
       01 WS-MOV-QTD-TRANSF        PIC 9(5) VALUE 0.
       01 WS-MOV-QTD-TOTAL         PIC 9(5) VALUE 0.
       01 WS-MOV-TIPO              PIC X.
       01 WS-MOV-MOTIVO            PIC X(2).
       01 WS-MOV-DATA-ADMISSAO     PIC 9(8).
       01 WS-MOV-DATA-DESLIG       PIC 9(8).
       01 WS-MOV-DATA-EVENTO       PIC 9(8).
       01 WS-MOV-CARGO             PIC 9(3).
       01 WS-MOV-DEPTO             PIC 9(3).
       01 WS-MOV-CARGO-ANT         PIC 9(3).
       01 WS-MOV-DEPTO-ANT         PIC 9(3).
       01 WS-MOV-TRF-COUNT         PIC 9(3) VALUE 0.
       01 WS-MOV-TRF-IDX           PIC 9(3) VALUE 0.
       01 WS-MOV-TRF-TABLE.
           05 WS-MOV-TRF-ENTRY OCCURS 200 TIMES.
               10 WS-MOV-TRF-COD        PIC 9(5).
               10 WS-MOV-TRF-DEPTO-ANT  PIC 9(3).
               10 WS-MOV-TRF-DEPTO-NOVO PIC 9(3).
               10 WS-MOV-TRF-CARGO-ANT  PIC 9(3).
               10 WS-MOV-TRF-CARGO-NOVO PIC 9(3).
               10 WS-MOV-TRF-DATA       PIC 9(8).
       01 WS-PEN-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PNF-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PEN-ACAO              PIC X.
       01 WS-PEN-EOF               PIC X VALUE "N".
       01 WS-PEN-ACHADA            PIC X VALUE "N".
       01 WS-PEN-CODIGO            PIC 9(5).
       01 WS-PEN-SEQ               PIC 9.
       01 WS-PEN-MAIOR-SEQ         PIC 9 VALUE 0.
       01 WS-PEN-DATA-FIM          PIC 9(8).
       01 WS-PEN-ENTRADA-NOME      PIC X(30).
       01 WS-PEN-R-CODIGO          PIC 9(5).
       01 WS-PEN-R-SEQ             PIC 9.
       01 WS-PEN-R-DEP             PIC 9(2).
       01 WS-PEN-R-BASE            PIC X.
       01 WS-PEN-R-PERC-ALFA       PIC X(5).
       01 WS-PEN-R-PERC REDEFINES WS-PEN-R-PERC-ALFA
           PIC 9(3)V99.
       01 WS-PEN-R-VALOR-ALFA      PIC X(9).
       01 WS-PEN-R-VALOR REDEFINES WS-PEN-R-VALOR-ALFA
           PIC 9(7)V99.
       01 WS-PEN-R-INICIO          PIC 9(8).
       01 WS-PEN-R-FIM             PIC 9(8).
       01 WS-PEN-R-BANCO           PIC 9(3).
       01 WS-PEN-R-AGENCIA         PIC 9(5).
       01 WS-PEN-R-CONTA           PIC X(12).
       01 WS-PEN-R-BENEF           PIC X(30).
       01 WS-PEN-COUNT             PIC 9(3) VALUE 0.
       01 WS-PEN-IDX               PIC 9(3) VALUE 0.
       01 WS-PEN-TABLE.
           05 WS-PEN-LINHA OCCURS 200 TIMES PIC X(120).
       01 WS-PEN-TIPO-FOLHA        PIC X.
       01 WS-PEN-DATA-REF          PIC 9(8).
       01 WS-PEN-BASE-BRUTO        PIC 9(9)V99.
       01 WS-PEN-BASE-LIQUIDO      PIC 9(9)V99.
       01 WS-PEN-VALOR             PIC 9(9)V99.
       01 WS-PEN-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-PEN-DEDUCAO-IR        PIC 9(9)V99 VALUE 0.
       01 WS-PEN-IR-ANTERIOR       PIC 9(9)V99.
       01 WS-PEN-AJUSTE-LIQUIDO    PIC S9(9)V99 VALUE 0.
       01 WS-BASE-IRRF             PIC 9(9)V99.
       01 WS-PEN-APL-COUNT         PIC 9 VALUE 0.
       01 WS-PEN-APL-IDX           PIC 9(2) VALUE 0.
       01 WS-PEN-APL-TABLE.
           05 WS-PEN-APL-ENTRY OCCURS 9 TIMES.
               10 WS-PEN-APL-SEQ     PIC 9.
               10 WS-PEN-APL-VALOR   PIC 9(9)V99.
               10 WS-PEN-APL-BANCO   PIC 9(3).
               10 WS-PEN-APL-AGENCIA PIC 9(5).
               10 WS-PEN-APL-CONTA   PIC X(12).
               10 WS-PEN-APL-BENEF   PIC X(30).
       01 WS-PEN-RECIBO-TABLE.
           05 WS-PEN-RECIBO-VALOR OCCURS 9 TIMES PIC 9(9)V99.
       01 WS-PNF-R-DATA            PIC 9(8).
       01 WS-PNF-R-CODIGO          PIC 9(5).
       01 WS-PNF-R-TIPO            PIC X.
       01 WS-PNF-R-SEQ             PIC 9.
       01 WS-PNF-R-VALOR-ALFA      PIC X(11).
       01 WS-PNF-R-VALOR REDEFINES WS-PNF-R-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-PNF-R-BANCO           PIC 9(3).
       01 WS-PNF-R-AGENCIA         PIC 9(5).
       01 WS-PNF-R-CONTA           PIC X(12).
       01 WS-PNF-R-BENEF           PIC X(30).
       01 WS-PEN-REL-COMP          PIC 9(6).
       01 WS-PEN-RELATORIO-NOME    PIC X(40).
       01 WS-PEN-REL-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-PEN-VALOR-ED          PIC Z(10)9.99.
       01 WS-PEN-REL-COUNT         PIC 9(3) VALUE 0.
       01 WS-PEN-REL-IDX           PIC 9(3) VALUE 0.
       01 WS-PEN-REL-AUX           PIC 9(3) VALUE 0.
       01 WS-PEN-REL-TABLE.
           05 WS-PEN-REL-ENTRY OCCURS 300 TIMES.
               10 WS-PEN-REL-CODIGO  PIC 9(5).
               10 WS-PEN-REL-SEQ     PIC 9.
               10 WS-PEN-REL-TIPO    PIC X.
               10 WS-PEN-REL-VALOR   PIC 9(9)V99.
               10 WS-PEN-REL-BANCO   PIC 9(3).
               10 WS-PEN-REL-AGENCIA PIC 9(5).
               10 WS-PEN-REL-CONTA   PIC X(12).
               10 WS-PEN-REL-BENEF   PIC X(30).
       01 WS-HSA-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HSA-R-CODIGO          PIC 9(5).
       01 WS-HSA-R-ANTERIOR-ALFA   PIC X(11).
       01 WS-HSA-R-ANTERIOR REDEFINES WS-HSA-R-ANTERIOR-ALFA
           PIC 9(9)V99.
       01 WS-HSA-R-NOVO-ALFA       PIC X(11).
       01 WS-HSA-R-NOVO REDEFINES WS-HSA-R-NOVO-ALFA
           PIC 9(9)V99.
       01 WS-HSA-R-DATA            PIC 9(8).
       01 WS-FCP-DATA-REAJUSTE     PIC 9(8).
       01 WS-FCP-COMP-INI          PIC 9(6).
       01 WS-FCP-COMP-FIM          PIC 9(6).
       01 WS-FCP-DATA-PAGTO        PIC 9(8).
       01 WS-FCP-ACHADO            PIC X VALUE "N".
       01 WS-FCP-EOF               PIC X VALUE "N".
       01 WS-FCP-TIPO-AUX          PIC X.
       01 WS-FCP-SAL-ANTERIOR      PIC 9(9)V99.
       01 WS-FCP-SAL-NOVO          PIC 9(9)V99.
       01 WS-FCP-BASE              PIC 9(9)V99.
       01 WS-FCP-DIF-BRUTO         PIC 9(9)V99.
       01 WS-FCP-DIF-INSS          PIC 9(9)V99.
       01 WS-FCP-DIF-IR            PIC 9(9)V99.
       01 WS-FCP-DIF-FGTS          PIC 9(5)V99.
       01 WS-FCP-INSS-ANT          PIC 9(9)V99.
       01 WS-FCP-IR-ANT            PIC 9(9)V99.
       01 WS-FCP-TOT-BRUTO         PIC 9(9)V99.
       01 WS-FCP-TOT-INSS          PIC 9(9)V99.
       01 WS-FCP-TOT-IR            PIC 9(9)V99.
       01 WS-FCP-TOT-FGTS          PIC 9(5)V99.
       01 WS-FCP-GER-BRUTO         PIC 9(11)V99 VALUE 0.
       01 WS-FCP-GER-FUNC          PIC 9(5) VALUE 0.
       01 WS-FCP-ED1               PIC Z(8)9.99.
       01 WS-FCP-ED2               PIC Z(8)9.99.
       01 WS-FCP-RELATORIO-NOME    PIC X(40).
       01 WS-FCP-COUNT             PIC 9(3) VALUE 0.
       01 WS-FCP-IDX               PIC 9(3) VALUE 0.
       01 WS-FCP-TABLE.
           05 WS-FCP-ENTRY OCCURS 60 TIMES.
               10 WS-FCP-T-COMP        PIC 9(6).
               10 WS-FCP-T-TIPO        PIC X.
               10 WS-FCP-T-BRUTO       PIC 9(9)V99.
               10 WS-FCP-T-COMISSAO    PIC 9(9)V99.
       01 WS-FCP-ANO-COUNT         PIC 9(2) VALUE 0.
       01 WS-FCP-ANO-IDX           PIC 9(2) VALUE 0.
       01 WS-FCP-ANO-TABLE.
           05 WS-FCP-ANO-ENTRY OCCURS 20 TIMES.
               10 WS-FCP-A-ANO         PIC 9(4).
               10 WS-FCP-A-DIF-PRIMEIRA PIC 9(9)V99.
       01 WS-PLT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PLA-FILE-STATUS       PIC XX VALUE "00".
       01 WS-COP-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CPT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-FAT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PLF-FILE-STATUS       PIC XX VALUE "00".
       01 WS-PLS-ACAO              PIC X.
       01 WS-PLS-EOF               PIC X VALUE "N".
       01 WS-PLS-ACHADO            PIC X VALUE "N".
       01 WS-PLS-CODIGO            PIC 9(5).
       01 WS-PLS-DEP-SEQ           PIC 9(2).
       01 WS-PLS-DATA-FIM          PIC 9(8).
       01 WS-PLS-ENT-PLANO         PIC X(10).
       01 WS-PLS-ENT-NASCIMENTO    PIC 9(8).
       01 WS-PLS-ENT-INICIO        PIC 9(8).
       01 WS-PLS-COMP              PIC 9(6).
       01 WS-PLS-INICIO-COMP       PIC 9(8).
       01 WS-PLS-DATA-REF          PIC 9(8).
       01 WS-PLS-IDADE             PIC 9(3).
       01 WS-PLS-PRECO             PIC 9(7)V99.
       01 WS-PLS-MELHOR-FAIXA      PIC 9(3).
       01 WS-PLS-PERC-FUNC         PIC 9(3)V99 VALUE 20.
       01 WS-PLS-TETO-PERC         PIC 9(3)V99 VALUE 10.
       01 WS-PLS-TETO              PIC 9(9)V99.
       01 WS-PLS-MENSALIDADE       PIC 9(9)V99.
       01 WS-PLS-PARTE-FUNC        PIC 9(7)V99.
       01 WS-PLS-COPART            PIC 9(7)V99.
       01 WS-PLS-SALDO-ANT         PIC 9(7)V99.
       01 WS-PLS-SALDO-DATA        PIC 9(8).
       01 WS-PLS-TOTAL             PIC 9(7)V99.
       01 WS-PLS-DESCONTO          PIC 9(7)V99 VALUE 0.
       01 WS-PLS-SALDO             PIC 9(7)V99.
       01 WS-PLS-ACEITOS           PIC 9(5) VALUE 0.
       01 WS-PLS-REJEITADOS        PIC 9(5) VALUE 0.
       01 WS-PLS-DIVERGENCIAS      PIC 9(5) VALUE 0.
       01 WS-PLS-MOTIVO            PIC X(25).
       01 WS-PLS-TOT-ESPERADO      PIC 9(11)V99 VALUE 0.
       01 WS-PLS-TOT-COBRADO       PIC 9(11)V99 VALUE 0.
       01 WS-PLS-VALOR-ED          PIC Z(10)9.99.
       01 WS-PLS-VALOR-ED2         PIC Z(10)9.99.
       01 WS-PLS-RELATORIO-NOME    PIC X(40).
       01 WS-PLT-R-PLANO           PIC X(10).
       01 WS-PLT-R-IDADE-MAX       PIC 9(3).
       01 WS-PLT-R-VALOR-ALFA      PIC X(9).
       01 WS-PLT-R-VALOR REDEFINES WS-PLT-R-VALOR-ALFA
           PIC 9(7)V99.
       01 WS-PLT-COUNT             PIC 9(3) VALUE 0.
       01 WS-PLT-IDX               PIC 9(3) VALUE 0.
       01 WS-PLT-TABLE.
           05 WS-PLT-ENTRY OCCURS 200 TIMES.
               10 WS-PLT-PLANO         PIC X(10).
               10 WS-PLT-IDADE-MAX     PIC 9(3).
               10 WS-PLT-VALOR         PIC 9(7)V99.
       01 WS-PLA-R-CODIGO          PIC 9(5).
       01 WS-PLA-R-DEP             PIC 9(2).
       01 WS-PLA-R-PLANO           PIC X(10).
       01 WS-PLA-R-NASCIMENTO      PIC 9(8).
       01 WS-PLA-R-INICIO          PIC 9(8).
       01 WS-PLA-R-FIM             PIC 9(8).
       01 WS-PLA-COUNT             PIC 9(3) VALUE 0.
       01 WS-PLA-IDX               PIC 9(3) VALUE 0.
       01 WS-PLA-TABLE.
           05 WS-PLA-LINHA OCCURS 500 TIMES PIC X(60).
       01 WS-PLV-COUNT             PIC 9(4) VALUE 0.
       01 WS-PLV-IDX               PIC 9(4) VALUE 0.
       01 WS-PLV-TABLE.
           05 WS-PLV-ENTRY OCCURS 1000 TIMES.
               10 WS-PLV-CODIGO        PIC 9(5).
               10 WS-PLV-DEP           PIC 9(2).
               10 WS-PLV-VALOR         PIC 9(7)V99.
               10 WS-PLV-COBRADO       PIC 9(7)V99.
               10 WS-PLV-COPART        PIC 9(7)V99.
       01 WS-PLD-COUNT             PIC 9(3) VALUE 0.
       01 WS-PLD-IDX               PIC 9(3) VALUE 0.
       01 WS-PLD-TABLE.
           05 WS-PLD-ENTRY OCCURS 200 TIMES.
               10 WS-PLD-DEPTO         PIC 9(3).
               10 WS-PLD-VIDAS         PIC 9(5).
               10 WS-PLD-MENSALIDADE   PIC 9(9)V99.
               10 WS-PLD-FUNC          PIC 9(9)V99.
               10 WS-PLD-COPART        PIC 9(9)V99.
       01 WS-CPT-R-COMP            PIC 9(6).
       01 WS-CPT-R-CODIGO          PIC 9(5).
       01 WS-CPT-R-DEP             PIC 9(2).
       01 WS-CPT-R-DATA            PIC 9(8).
       01 WS-CPT-R-VALOR-ALFA      PIC X(9).
       01 WS-CPT-R-VALOR REDEFINES WS-CPT-R-VALOR-ALFA
           PIC 9(7)V99.
       01 WS-CPT-R-PROCED          PIC X(20).
       01 WS-PLF-R-DATA            PIC 9(8).
       01 WS-PLF-R-CODIGO          PIC 9(5).
       01 WS-PLF-R-TIPO            PIC X.
       01 WS-PLF-R-MENSALIDADE-ALFA PIC X(9).
       01 WS-PLF-R-MENSALIDADE REDEFINES WS-PLF-R-MENSALIDADE-ALFA
           PIC 9(7)V99.
       01 WS-PLF-R-COPART-ALFA     PIC X(9).
       01 WS-PLF-R-COPART REDEFINES WS-PLF-R-COPART-ALFA
           PIC 9(7)V99.
       01 WS-PLF-R-DESCONTO-ALFA   PIC X(9).
       01 WS-PLF-R-DESCONTO REDEFINES WS-PLF-R-DESCONTO-ALFA
           PIC 9(7)V99.
       01 WS-PLF-R-SALDO-ALFA      PIC X(9).
       01 WS-PLF-R-SALDO REDEFINES WS-PLF-R-SALDO-ALFA
           PIC 9(7)V99.
       01 WS-SST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TOB-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SST-ACAO              PIC X.
       01 WS-SST-EOF               PIC X VALUE "N".
       01 WS-SST-ACHADO            PIC X VALUE "N".
       01 WS-SST-ASO-ADMISSAO      PIC X VALUE "N".
       01 WS-SST-CODIGO            PIC 9(5).
       01 WS-SST-HOJE              PIC 9(8).
       01 WS-SST-DIAS              PIC S9(5).
       01 WS-SST-FAIXA             PIC X(8).
       01 WS-SST-QTD-ALERTA        PIC 9(5) VALUE 0.
       01 WS-SST-CHAVE-TIPO        PIC X(10).
       01 WS-SST-COUNT             PIC 9(3) VALUE 0.
       01 WS-SST-IDX               PIC 9(3) VALUE 0.
       01 WS-SST-TABLE.
           05 WS-SST-ENTRY OCCURS 500 TIMES.
               10 WS-SST-TAB-CODIGO    PIC 9(5).
               10 WS-SST-TAB-CATEGORIA PIC X.
               10 WS-SST-TAB-TIPO      PIC X(10).
               10 WS-SST-TAB-DATA      PIC 9(8).
               10 WS-SST-TAB-VALIDADE  PIC 9(8).
               10 WS-SST-TAB-DEMISSAO  PIC X.
       01 WS-TOB-CARGO             PIC 9(3).
       01 WS-TOB-TIPO              PIC X(10).
       01 WS-TOB-COUNT             PIC 9(3) VALUE 0.
       01 WS-TOB-IDX               PIC 9(3) VALUE 0.
       01 WS-TOB-TABLE.
           05 WS-TOB-LINHA OCCURS 200 TIMES PIC X(20).
       01 WS-RMB-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RMI-FILE-STATUS       PIC XX VALUE "00".
       01 WS-FRT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CLI-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TIT-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RMB-ACAO              PIC X.
       01 WS-RMB-EOF               PIC X VALUE "N".
       01 WS-RMB-ACHADO            PIC X VALUE "N".
       01 WS-RMB-PODE-DECIDIR      PIC X VALUE "N".
       01 WS-RMB-ITEM-OK           PIC X VALUE "N".
       01 WS-RMB-ALTERADO          PIC X VALUE "N".
       01 WS-RMB-CONTINUA          PIC X VALUE "S".
       01 WS-RMB-DECISAO           PIC X.
       01 WS-RMB-DESTINO           PIC X.
       01 WS-RMB-CODIGO            PIC 9(5).
       01 WS-RMB-DEPARTAMENTO      PIC 9(3).
       01 WS-RMB-NUMERO            PIC 9(6).
       01 WS-RMB-HOJE              PIC 9(8).
       01 WS-RMB-TOTAL             PIC 9(7)V99.
       01 WS-RMB-CREDITO           PIC 9(7)V99 VALUE 0.
       01 WS-RMB-LISTADOS          PIC 9(5) VALUE 0.
       01 WS-RMB-MOTIVO            PIC X(40).
       01 WS-RMB-STATUS-DESC       PIC X(20).
       01 WS-RMB-VALOR-ED          PIC Z(6)9.99.
       01 WS-RMB-DEP-CODIGO        PIC 9(3).
       01 WS-RMB-DEP-NOME          PIC X(30).
       01 WS-RMB-DEP-ORCAMENTO     PIC X(15).
       01 WS-RMB-DEP-RESPONSAVEL   PIC X(10).
       01 WS-RMB-FORNECEDOR        PIC 9(6).
       01 WS-RMB-CATEGORIA-TIT     PIC 9(3).
       01 WS-RMB-PRAZO             PIC 9(3).
       01 WS-RMB-VENCIMENTO        PIC 9(8).
       01 WS-RMB-TIT-VALOR-ALFA    PIC X(11).
       01 WS-RMB-TIT-VALOR REDEFINES WS-RMB-TIT-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-RMB-TIT-DESCRICAO     PIC X(15).
       01 WS-RMB-ENT-DATA          PIC 9(8).
       01 WS-RMB-ENT-CATEGORIA     PIC X(10).
       01 WS-RMB-ENT-VALOR-ALFA    PIC X(9).
       01 WS-RMB-ENT-VALOR REDEFINES WS-RMB-ENT-VALOR-ALFA
           PIC 9(7)V99.
       01 WS-RMB-ENT-DOCUMENTO     PIC X(15).
       01 WS-RMB-ENT-VEICULO       PIC 9(5).
       01 WS-RMB-ENT-CLIENTE       PIC 9(5).
       01 WS-RMB-QTD-ITENS         PIC 9(2) VALUE 0.
       01 WS-RMB-IT-IDX            PIC 9(2) VALUE 0.
       01 WS-RMB-ITEM-TABLE.
           05 WS-RMB-ITEM OCCURS 30 TIMES PIC X(80).
       01 WS-RMB-COUNT             PIC 9(4) VALUE 0.
       01 WS-RMB-IDX               PIC 9(4) VALUE 0.
       01 WS-RMB-TABLE.
           05 WS-RMB-LINHA OCCURS 2000 TIMES PIC X(80).
       01 WS-MOV-LINHA-DET.
           05 FILLER               PIC X VALUE "1".
           05 MVD-TIPO             PIC X.
           05 MVD-CPF              PIC 9(11).
           05 MVD-CODIGO           PIC 9(5).
           05 MVD-NOME             PIC X(30).
           05 MVD-CARGO            PIC 9(3).
           05 MVD-DEPTO            PIC 9(3).
           05 MVD-SALARIO          PIC 9(9)V99.
           05 MVD-DATA-ADMISSAO    PIC 9(8).
           05 MVD-DATA-EVENTO      PIC 9(8).
           05 MVD-MOTIVO           PIC X(2).
           05 MVD-CARGO-ANT        PIC 9(3).
           05 MVD-DEPTO-ANT        PIC 9(3).
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           IF WS-ENCERRAMENTO-LOTE = "S"
               PERFORM INFORME-RENDIMENTOS
               GOBACK
           END-IF
           PERFORM TELA-PRINCIPAL
           PERFORM UNTIL WS-OPTION = 9
               DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
                       PERFORM MENU-AFASTAMENTOS
                   WHEN 25
                       PERFORM MENU-QUADRO-VAGAS
                   WHEN 26
                       PERFORM MENU-BANCO-HORAS
                   WHEN 27
                       PERFORM MENU-PERC-ADIANTAMENTO
                   WHEN 28
                       PERFORM PROVISAO-FERIAS-DECIMO
                   WHEN 29
                       PERFORM MENU-CREDITO-SALARIO
                   WHEN 30
                       PERFORM MOVIMENTACAO-MENSAL-GOVERNO
                   WHEN 31
                       PERFORM MENU-PENSAO-ALIMENTICIA
                   WHEN 32
                       PERFORM MENU-SAUDE-TRABALHO
                   WHEN 33
                       PERFORM MENU-PLANO-SAUDE
                   WHEN 34
                       PERFORM FOLHA-COMPLEMENTAR
                   WHEN 35
                       PERFORM MENU-REEMBOLSO
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
           DISPLAY "23 - Reajuste Coletivo de Salarios (dissidio)"
           DISPLAY "24 - Afastamentos (licencas e retorno)"
           DISPLAY "25 - Quadro de Vagas por Depto/Cargo"
           DISPLAY "26 - Banco de Horas (regras e extrato)"
           DISPLAY "27 - Percentual de Adiantamento Quinzenal"
           DISPLAY "28 - Provisao Mensal de Ferias e 13o"
           DISPLAY "29 - Credito de Salario em Conta (remessa)"
           DISPLAY "30 - Movimentacao Mensal (admissoes/desligamentos)"
           DISPLAY "31 - Pensao Alimenticia (ordens judiciais)"
           DISPLAY "32 - Exames Ocupacionais (ASO) e Treinamentos"
           DISPLAY "33 - Plano de Saude (adesao, coparticipacao)"
           DISPLAY "34 - Folha Complementar (diferencas de dissidio)"
           DISPLAY "35 - Reembolso de Despesas (relatorio e aprovacao)"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "=================================================".

           DISPLAY "Digite o numero de filhos: " WITH NO ADVANCING
           ACCEPT NUMERO-FILHOS
           PERFORM VERIFICAR-QUADRO-VAGAS
           PERFORM VERIFICAR-ASO-ADMISSIONAL
           IF WS-QDR-BLOQUEADO = "Y"
               DISPLAY "Cadastro abandonado por falta de vaga."
           ELSE
           IF WS-SST-ASO-ADMISSAO = "N"
               DISPLAY "Cadastro abandonado: exame admissional (ASO) "
                   "apto nao registrado para o codigo " CODIGO "."
           ELSE
               PERFORM CONCLUIR-CADASTRO-FUNCIONARIO
           END-IF
           END-IF.

       CONCLUIR-CADASTRO-FUNCIONARIO.
                       MOVE CG-TITULO TO WS-CARGO-TITULO
                       MOVE CG-SALARIO-MIN TO WS-CARGO-SALARIO-MIN
                       MOVE CG-SALARIO-MAX TO WS-CARGO-SALARIO-MAX
                       MOVE CG-ADICIONAL TO WS-CARGO-ADICIONAL
                       IF CG-GRAU-INSALUBRIDADE IS NUMERIC
                           MOVE CG-GRAU-INSALUBRIDADE TO WS-CARGO-GRAU
                       ELSE
                           MOVE 0 TO WS-CARGO-GRAU
                       END-IF
                       MOVE "Y" TO WS-CARGO-VALIDO
                   END-IF
           END-READ.
           ACCEPT WS-PONTO-HE100
           DISPLAY "Faltas (dias): " WITH NO ADVANCING
           ACCEPT WS-PONTO-FALTAS
           DISPLAY "Horas noturnas (22h as 5h): " WITH NO ADVANCING
           ACCEPT WS-PONTO-NOTURNO

           PERFORM ATUALIZAR-PONTO-EXISTENTE
           IF WS-PONTO-EXISTE = "N"
                  WS-PONTO-DIAS DELIMITED BY SIZE ","
                  WS-PONTO-HE50 DELIMITED BY SIZE ","
                  WS-PONTO-HE100 DELIMITED BY SIZE ","
                  WS-PONTO-FALTAS DELIMITED BY SIZE ","
                  WS-PONTO-NOTURNO DELIMITED BY SIZE
                  INTO PONTO-DADOS.

       ATUALIZAR-PONTO-EXISTENTE.
           MOVE 0 TO WS-PONTO-HE50
           MOVE 0 TO WS-PONTO-HE100
           MOVE 0 TO WS-PONTO-FALTAS
           MOVE 0 TO WS-PONTO-NOTURNO
           MOVE "N" TO WS-PONTO-EOF
           OPEN INPUT PONTO-FILE
           PERFORM LER-PONTO-FOLHA UNTIL WS-PONTO-EOF = "Y"
               AT END
                   MOVE "Y" TO WS-PONTO-EOF
               NOT AT END
                   MOVE 0 TO WS-PONTO-NOTURNO
                   UNSTRING PONTO-DADOS DELIMITED BY ","
                       INTO WS-PONTO-CODIGO WS-PONTO-COMPETENCIA
                            WS-PONTO-DIAS WS-PONTO-HE50
                            WS-PONTO-HE100 WS-PONTO-FALTAS
                            WS-PONTO-NOTURNO
                   IF WS-PONTO-CODIGO = CODIGO
                       AND WS-PONTO-COMPETENCIA = WS-FOLHA-COMPETENCIA
                       MOVE "Y" TO WS-PONTO-ACHADO
                       MOVE 0 TO WS-PONTO-HE50
                       MOVE 0 TO WS-PONTO-HE100
                       MOVE 0 TO WS-PONTO-FALTAS
                       MOVE 0 TO WS-PONTO-NOTURNO
                   END-IF
           END-READ.

           DISPLAY "================================================="
           DISPLAY "          INFORME DE RENDIMENTOS ANUAL           "
           DISPLAY "================================================="
           IF WS-ENCERRAMENTO-LOTE = "S"
               MOVE WS-ENCERRAMENTO-ANO TO WS-INF-ANO
           ELSE
               DISPLAY "Ano de referencia (AAAA): " WITH NO ADVANCING
               ACCEPT WS-INF-ANO
           END-IF

           MOVE 0 TO WS-INF-COUNT
           MOVE "N" TO WS-FUNC-EOF
           OPEN INPUT FOLHA-FILE
           PERFORM LER-FOLHA-INFORME UNTIL WS-FUNC-EOF = "Y"
           CLOSE FOLHA-FILE
           MOVE "N" TO WS-FUNC-EOF
           OPEN INPUT FOLHA-RECUPERADA-FILE
           IF WS-REC-FILE-STATUS = "00"
               PERFORM LER-FOLHA-RECUPERADA-INFORME
                   UNTIL WS-FUNC-EOF = "Y"
               CLOSE FOLHA-RECUPERADA-FILE
           END-IF
           PERFORM ACUMULAR-PENSAO-INFORME

           IF WS-INF-COUNT = 0
               DISPLAY "Nenhuma folha encontrada para o ano informado."
                   END-IF
           END-READ.

       LER-FOLHA-RECUPERADA-INFORME.
           READ FOLHA-RECUPERADA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FUNC-EOF
               NOT AT END
                   IF FP-DATA(1:4) = WS-INF-ANO
                       PERFORM ACUMULAR-INFORME
                   END-IF
           END-READ.

       ACUMULAR-INFORME.
           PERFORM PROCURAR-INFORME-IDX
               VARYING WS-INF-IDX FROM 1 BY 1
                   MOVE 0 TO WS-INF-INSS(WS-INF-COUNT)
                   MOVE 0 TO WS-INF-IR(WS-INF-COUNT)
                   MOVE 0 TO WS-INF-LIQUIDO(WS-INF-COUNT)
                   MOVE 0 TO WS-INF-PENSAO(WS-INF-COUNT)
                   MOVE 0 TO WS-INF-COMPLEMENTAR(WS-INF-COUNT)
                   MOVE WS-INF-COUNT TO WS-INF-IDX
               END-IF
           END-IF
           IF WS-INF-IDX <= WS-INF-COUNT
               AND FP-ADIANTAMENTO-QUINZENAL
               ADD FP-SALARIO-LIQUIDO TO WS-INF-LIQUIDO(WS-INF-IDX)
           END-IF
           IF WS-INF-IDX <= WS-INF-COUNT
               AND NOT FP-ADIANTAMENTO-QUINZENAL
               ADD FP-SALARIO-BRUTO TO WS-INF-BRUTO(WS-INF-IDX)
               ADD FP-INSS TO WS-INF-INSS(WS-INF-IDX)
               ADD FP-IMPOSTO-RENDA TO WS-INF-IR(WS-INF-IDX)
               ADD FP-SALARIO-LIQUIDO TO WS-INF-LIQUIDO(WS-INF-IDX)
           END-IF
           IF WS-INF-IDX <= WS-INF-COUNT
               AND FP-FOLHA-COMPLEMENTAR
               ADD FP-SALARIO-BRUTO
                   TO WS-INF-COMPLEMENTAR(WS-INF-IDX)
           END-IF.

       PROCURAR-INFORME-IDX.
                  WS-INF-LIQUIDO(WS-INF-IDX) DELIMITED BY SIZE
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           IF WS-INF-PENSAO(WS-INF-IDX) > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Pensao Alimenticia (deducao): " DELIMITED BY SIZE
                      WS-INF-PENSAO(WS-INF-IDX) DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-INF-COMPLEMENTAR(WS-INF-IDX) > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Diferencas retroativas (incluidas acima): "
                      DELIMITED BY SIZE
                      WS-INF-COMPLEMENTAR(WS-INF-IDX)
                      DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           CLOSE RECIBO-FILE
           MOVE WS-RECIBO-NOME-ARQUIVO TO WS-RLE-ARQUIVO
           MOVE "informeRendimentos" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Ano " DELIMITED BY SIZE
                  WS-INF-ANO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Informe gravado em " WS-RECIBO-NOME-ARQUIVO.

       AGENDAR-FERIAS.
           DISPLAY "================================================="
           DISPLAY "          EXECUTAR FOLHA DE PAGAMENTO           "
           DISPLAY "================================================="
           DISPLAY "Tipo de folha (M-Mensal / A-Adiantamento / "
               "1-13o 1a parcela / 2-13o 2a parcela / F-Ferias): "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-FOLHA
           IF NOT TIPO-FOLHA-VALIDO
               DISPLAY "Tipo invalido, assumindo folha mensal."
               MOVE "M" TO WS-TIPO-FOLHA
           END-IF
           ACCEPT WS-FOLHA-DATA FROM DATE YYYYMMDD
           IF WS-TIPO-FOLHA = "A"
               DISPLAY "Percentual padrao do adiantamento "
                   "(Enter = 40): " WITH NO ADVANCING
               ACCEPT WS-ADT-PERC-ALFA
               IF WS-ADT-PERC-ALFA(1:1) IS NUMERIC
                   MOVE 0 TO WS-ADT-PERC-PADRAO
                   UNSTRING WS-ADT-PERC-ALFA DELIMITED BY SPACE
                       INTO WS-ADT-PERC-PADRAO
               ELSE
                   MOVE 40 TO WS-ADT-PERC-PADRAO
               END-IF
               DISPLAY "Sem adiantamento para admitidos apos "
                   "(AAAAMMDD, Enter = dia 15): " WITH NO ADVANCING
               ACCEPT WS-ADT-CORTE-ALFA
               IF WS-ADT-CORTE-ALFA IS NUMERIC
                   MOVE WS-ADT-CORTE-ALFA TO WS-ADT-CORTE
               ELSE
                   MOVE WS-FOLHA-DATA TO WS-ADT-CORTE
                   MOVE "15" TO WS-ADT-CORTE(7:2)
               END-IF
           END-IF
           IF WS-TIPO-FOLHA = "F"
               DISPLAY "Codigo do funcionario em ferias: "
                   WITH NO ADVANCING
           ELSE
               MOVE 0 TO WS-FOLHA-FILIAL
           END-IF
           MOVE WS-FOLHA-DATA(1:6) TO WS-FOLHA-COMPETENCIA
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   PERFORM VERIFICAR-AFASTAMENTO-FUNC
                   PERFORM VERIFICAR-CORTE-ADIANTAMENTO
                   IF WS-AFA-ATIVO = "Y"
                       AND (WS-AFA-TIPO-ATIVO NOT = "T"
                           OR WS-TIPO-FOLHA = "A")
                       DISPLAY "Funcionario " CODIGO " " NOME(1:20)
                           " afastado (" WS-AFA-TIPO-ATIVO
                           "), folha suspensa."
                   ELSE
                   IF DATA_DESLIGAMENTO = SPACES
                       AND WS-ADT-ELEGIVEL = "Y"
                       AND (WS-FOLHA-FILIAL = 0
                           OR (FC-FILIAL IS NUMERIC
                           AND FC-FILIAL = WS-FOLHA-FILIAL))
                       PERFORM CALCULAR-FOLHA-FUNCIONARIO
                       MOVE 0 TO WS-EMP-DESCONTO
                       MOVE 0 TO WS-BEN-DESCONTO
                       MOVE 0 TO WS-ADT-DESCONTO
                       MOVE 0 TO WS-PLS-DESCONTO
                       MOVE 0 TO WS-RMB-CREDITO
                       IF WS-TIPO-FOLHA = "M"
                           PERFORM DESCONTAR-EMPRESTIMOS-FOLHA
                           PERFORM DESCONTAR-BENEFICIOS-FOLHA
                           PERFORM DESCONTAR-ADIANTAMENTO-FOLHA
                           PERFORM DESCONTAR-PLANO-SAUDE-FOLHA
                           PERFORM CREDITAR-REEMBOLSO-FOLHA
                       END-IF
                       PERFORM GRAVAR-FOLHA-FUNCIONARIO
                       PERFORM GRAVAR-PENSAO-FOLHA
                       PERFORM BAIXAR-PROVISAO-FOLHA
                       DISPLAY "Funcionario: " CODIGO " " NOME
                       DISPLAY "  Salario Bruto: " WS-SALARIO-BRUTO
                       DISPLAY "  INSS: " WS-INSS
                           WS-IMPOSTO-RENDA
                       DISPLAY "  Salario Familia: "
                           WS-SALARIO-FAMILIA
                       IF WS-ADC-INSALUBRIDADE > 0
                           DISPLAY "  Insalubridade: "
                               WS-ADC-INSALUBRIDADE
                       END-IF
                       IF WS-ADC-PERICULOSIDADE > 0
                           DISPLAY "  Periculosidade: "
                               WS-ADC-PERICULOSIDADE
                       END-IF
                       IF WS-ADC-NOTURNO > 0
                           DISPLAY "  Adicional Noturno: "
                               WS-ADC-NOTURNO
                       END-IF
                       DISPLAY "  FGTS (deposito): " WS-FGTS
                       IF WS-ADT-DESCONTO > 0
                           DISPLAY "  Adiantamento descontado: "
                               WS-ADT-DESCONTO
                       END-IF
                       IF WS-PEN-TOTAL > 0
                           DISPLAY "  Pensao Alimenticia: "
                               WS-PEN-TOTAL
                       END-IF
                       IF WS-PLS-DESCONTO > 0
                           DISPLAY "  Plano de Saude: "
                               WS-PLS-DESCONTO
                       END-IF
                       IF WS-RMB-CREDITO > 0
                           DISPLAY "  Reembolso de Despesas: "
                               WS-RMB-CREDITO
                       END-IF
                       DISPLAY "  Salario Liquido: "
                           WS-SALARIO-LIQUIDO
                       IF WS-TIPO-FOLHA = "A"
                           PERFORM EMITIR-RECIBO-ADIANTAMENTO
                       END-IF
                       DISPLAY "----------------------------------"
                   END-IF
                   END-IF
           END-READ.

       CALCULAR-FOLHA-FUNCIONARIO.
           MOVE 0 TO WS-ADC-INSALUBRIDADE
           MOVE 0 TO WS-ADC-PERICULOSIDADE
           MOVE 0 TO WS-ADC-NOTURNO
           MOVE WS-FOLHA-COMPETENCIA TO WS-ADC-COMP
           EVALUATE WS-TIPO-FOLHA
               WHEN "1"
                   PERFORM CALCULAR-FOLHA-13-PRIMEIRA
                   PERFORM CALCULAR-FOLHA-13-SEGUNDA
               WHEN "F"
                   PERFORM CALCULAR-FOLHA-FERIAS
               WHEN "A"
                   PERFORM CALCULAR-FOLHA-ADIANTAMENTO
               WHEN OTHER
                   PERFORM CALCULAR-FOLHA-MENSAL
           END-EVALUATE
           PERFORM PENSAO-FOLHA-FUNCIONARIO
           COMPUTE WS-FGTS ROUNDED =
               WS-SALARIO-BRUTO * 8 / 100
           IF WS-TIPO-FOLHA = "A"
               MOVE 0 TO WS-FGTS
           END-IF.

       CALCULAR-FOLHA-13-PRIMEIRA.
           PERFORM CALCULAR-REMUNERACAO-MEDIA
           COMPUTE WS-SALARIO-BRUTO = WS-ADC-REMUNERACAO / 2
           MOVE 0 TO WS-INSS
           MOVE 0 TO WS-IMPOSTO-RENDA
           MOVE 0 TO WS-SALARIO-FAMILIA
           MOVE WS-SALARIO-BRUTO TO WS-SALARIO-LIQUIDO.

       CALCULAR-FOLHA-13-SEGUNDA.
           PERFORM CALCULAR-REMUNERACAO-MEDIA
           MOVE WS-ADC-REMUNERACAO TO WS-SALARIO-BRUTO
           PERFORM CALCULAR-DESCONTOS-FOLHA
           MOVE 0 TO WS-SALARIO-FAMILIA
           COMPUTE WS-SALARIO-LIQUIDO = WS-SALARIO-BRUTO
               - WS-INSS - WS-IMPOSTO-RENDA
               - (WS-ADC-REMUNERACAO / 2).

       CALCULAR-FOLHA-FERIAS.
           PERFORM CALCULAR-REMUNERACAO-MEDIA
           COMPUTE WS-SALARIO-BRUTO =
               WS-ADC-REMUNERACAO + WS-ADC-REMUNERACAO / 3
           PERFORM CALCULAR-DESCONTOS-FOLHA
           MOVE 0 TO WS-SALARIO-FAMILIA
           COMPUTE WS-SALARIO-LIQUIDO = WS-SALARIO-BRUTO

       CALCULAR-FOLHA-MENSAL.
           MOVE SALARIO TO WS-SALARIO-BRUTO
           PERFORM CALCULAR-ADICIONAIS-CARGO
           ADD WS-ADC-INSALUBRIDADE TO WS-SALARIO-BRUTO
           ADD WS-ADC-PERICULOSIDADE TO WS-SALARIO-BRUTO

           PERFORM BUSCAR-COMISSAO-FUNCIONARIO
           ADD WS-COMISSAO-FUNC TO WS-SALARIO-BRUTO

           PERFORM BUSCAR-PONTO-FUNCIONARIO
           MOVE 0 TO WS-BCH-VALOR-PAGO
           PERFORM BUSCAR-REGRA-BANCO-HORAS
           IF WS-BCH-REGRA-ACHADA = "Y"
               PERFORM PROCESSAR-BANCO-HORAS-FOLHA
           END-IF
           IF WS-PONTO-ACHADO = "Y"
               COMPUTE WS-VALOR-HORA = SALARIO / 220
               COMPUTE WS-VALOR-HE50 =
               COMPUTE WS-SALARIO-BRUTO = WS-SALARIO-BRUTO
                   + WS-VALOR-HE50 + WS-VALOR-HE100
                   - WS-DESCONTO-FALTAS
               MOVE WS-PONTO-NOTURNO TO WS-ADC-HORAS-NOTURNO
               PERFORM CALCULAR-ADICIONAL-NOTURNO
               ADD WS-ADC-NOTURNO TO WS-SALARIO-BRUTO
           END-IF
           ADD WS-BCH-VALOR-PAGO TO WS-SALARIO-BRUTO

           PERFORM CALCULAR-DESCONTOS-FOLHA

               END-IF
           END-IF

           IF WS-INSS + WS-PEN-DEDUCAO-IR > WS-SALARIO-BRUTO
               MOVE 0 TO WS-BASE-IRRF
           ELSE
               COMPUTE WS-BASE-IRRF = WS-SALARIO-BRUTO - WS-INSS
                   - WS-PEN-DEDUCAO-IR
           END-IF
           MOVE "R" TO WS-TAB-TIPO-BUSCA
           PERFORM CARREGAR-TABELA-IMPOSTO
           IF WS-TAB-ACHADA = "Y"
               MOVE WS-BASE-IRRF TO WS-TAB-BASE
               PERFORM APLICAR-TABELA-IMPOSTO
               COMPUTE WS-IMPOSTO-RENDA ROUNDED =
                   WS-BASE-IRRF * WS-TAB-PERC-APLICAR / 100
           ELSE
               IF WS-BASE-IRRF <= 5000
                   COMPUTE WS-IMPOSTO-RENDA = 0
               ELSE IF WS-BASE-IRRF <= 12000
                   COMPUTE WS-IMPOSTO-RENDA =
                       WS-BASE-IRRF / 100 * 5
               ELSE
                   COMPUTE WS-IMPOSTO-RENDA =
                       WS-BASE-IRRF / 100 * 10
               END-IF
           END-IF.

           MOVE WS-COMISSAO-FUNC TO FP-COMISSAO
           MOVE WS-FGTS TO FP-FGTS
           MOVE WS-BEN-DESCONTO TO FP-VT-VR
           MOVE WS-ADT-DESCONTO TO FP-ADIANTAMENTO
           OPEN EXTEND FOLHA-FILE
           WRITE FOLHA-RECORD
           CLOSE FOLHA-FILE
           IF WS-TIPO-FOLHA = "M"
               AND (WS-ADC-INSALUBRIDADE > 0
                   OR WS-ADC-PERICULOSIDADE > 0
                   OR WS-ADC-NOTURNO > 0)
               PERFORM GRAVAR-FOLHA-ADICIONAL
           END-IF.

       IMPRIMIR-RECIBO-PAGAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "Digite o codigo do Funcionario: " WITH NO ADVANCING
           ACCEPT WS-CODIGO
           DISPLAY "Tipo de folha (M/A/1/2/F/C, branco = ultima): "
               WITH NO ADVANCING
           ACCEPT WS-RECIBO-FILTRO-TIPO
           DISPLAY "Data de referencia (AAAAMMDD, branco = ultima): "
               DISPLAY "Nenhuma folha de pagamento encontrada para "
                   "este funcionario."
           ELSE
               PERFORM BUSCAR-ADICIONAIS-RECIBO
               PERFORM BUSCAR-PENSAO-RECIBO
               PERFORM BUSCAR-PLANO-RECIBO
               PERFORM BUSCAR-REEMBOLSO-RECIBO
               PERFORM GERAR-ARQUIVO-RECIBO
               DISPLAY "Recibo de pagamento gravado em "
                   WS-RECIBO-NOME-ARQUIVO
                       AND (WS-RECIBO-FILTRO-DATA = SPACES
                           OR FP-DATA = WS-RECIBO-FILTRO-DATA)
                       MOVE FP-CODIGO TO WS-FOLHA-CODIGO
                       MOVE FP-TIPO TO WS-ADC-TIPO-RECIBO
                       MOVE FP-NOME TO WS-FOLHA-NOME
                       MOVE FP-DATA TO WS-FOLHA-DATA
                       MOVE FP-SALARIO-BRUTO TO WS-SALARIO-BRUTO
                       ELSE
                           MOVE 0 TO WS-BEN-DESCONTO
                       END-IF
                       IF FP-ADIANTAMENTO IS NUMERIC
                           MOVE FP-ADIANTAMENTO TO WS-ADT-DESCONTO
                       ELSE
                           MOVE 0 TO WS-ADT-DESCONTO
                       END-IF
                       EVALUATE TRUE
                           WHEN FP-13-PRIMEIRA
                               MOVE "13o SALARIO 1a PARC." TO
                           WHEN FP-FERIAS
                               MOVE "FERIAS + 1/3        " TO
                                   WS-TIPO-FOLHA-DESC
                           WHEN FP-ADIANTAMENTO-QUINZENAL
                               MOVE "ADIANTAMENTO QUINZ. " TO
                                   WS-TIPO-FOLHA-DESC
                           WHEN OTHER
                               MOVE "FOLHA MENSAL        " TO
                                   WS-TIPO-FOLHA-DESC
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           MOVE SPACES TO RECIBO-LINHA
           IF WS-ADC-INSALUBRIDADE > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Adicional Insalubridade: " DELIMITED BY SIZE
                      WS-ADC-INSALUBRIDADE DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-ADC-PERICULOSIDADE > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Adicional Periculosidade: " DELIMITED BY SIZE
                      WS-ADC-PERICULOSIDADE DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-ADC-NOTURNO > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Adicional Noturno: " DELIMITED BY SIZE
                      WS-ADC-NOTURNO DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           MOVE SPACES TO RECIBO-LINHA
           STRING "Comissao sobre Vendas: " DELIMITED BY SIZE
                  WS-COMISSAO-FUNC DELIMITED BY SIZE
               INTO RECIBO-LINHA
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           MOVE SPACES TO RECIBO-LINHA
           STRING "Adiantamento Quinzenal: " DELIMITED BY SIZE
                  WS-ADT-DESCONTO DELIMITED BY SIZE
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           IF WS-PEN-TOTAL > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Pensao Alimenticia: " DELIMITED BY SIZE
                      WS-PEN-TOTAL DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-PLS-DESCONTO > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Plano de Saude: " DELIMITED BY SIZE
                      WS-PLS-DESCONTO DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           IF WS-RMB-CREDITO > 0
               MOVE SPACES TO RECIBO-LINHA
               STRING "Reembolso de Despesas (nao tributavel): "
                      DELIMITED BY SIZE
                      WS-RMB-CREDITO DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF
           MOVE SPACES TO RECIBO-LINHA
           STRING "FGTS depositado (8%): " DELIMITED BY SIZE
                  WS-FGTS DELIMITED BY SIZE
               INTO RECIBO-LINHA
                  WS-SALARIO-LIQUIDO DELIMITED BY SIZE
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA
           CLOSE RECIBO-FILE
           MOVE WS-RECIBO-NOME-ARQUIVO TO WS-RLE-ARQUIVO
           MOVE "reciboPagamento" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Folha " DELIMITED BY SIZE
                  WS-FOLHA-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FOLHA-DATA DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO.

       CONSULTAR-TRANSFERENCIA-FUNCIONARIO.
           CALL 'clearScreen'.
                  WS-USUARIO-LOGIN DELIMITED BY SPACE
                  INTO HISTORICO-SALARIO-DADOS
           OPEN EXTEND HISTORICO-SALARIO-FILE
           IF WS-HSA-FILE-STATUS = "35"
               OPEN OUTPUT HISTORICO-SALARIO-FILE
           END-IF
           WRITE HISTORICO-SALARIO-RECORD
               FROM HISTORICO-SALARIO-DADOS
           CLOSE HISTORICO-SALARIO-FILE.

       FOLHA-COMPLEMENTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   FOLHA COMPLEMENTAR - DIFERENCAS DE DISSIDIO   "
           DISPLAY "================================================="
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
           ELSE
               PERFORM EXECUTAR-FOLHA-COMPLEMENTAR
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       EXECUTAR-FOLHA-COMPLEMENTAR.
           DISPLAY "Data em que o reajuste foi aplicado (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-FCP-DATA-REAJUSTE
           DISPLAY "Competencia inicial das diferencas (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-FCP-COMP-INI
           DISPLAY "Competencia final das diferencas (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-FCP-COMP-FIM
           DISPLAY "Data de pagamento da complementar (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-FCP-DATA-PAGTO
           IF WS-FCP-DATA-REAJUSTE = 0 OR WS-FCP-COMP-INI = 0
               OR WS-FCP-COMP-FIM < WS-FCP-COMP-INI
               OR WS-FCP-DATA-PAGTO = 0
               DISPLAY "Periodo ou datas invalidos."
           ELSE
               MOVE WS-FCP-DATA-PAGTO TO WS-EXE-DATA
               PERFORM VERIFICAR-EXERCICIO-ENCERRADO
               IF WS-EXE-ENCERRADO = "N"
                   PERFORM VERIFICAR-COMPLEMENTAR-PAGA
                   IF WS-FCP-ACHADO = "Y"
                       DISPLAY "Ja existe folha complementar na data "
                           WS-FCP-DATA-PAGTO "."
                   ELSE
                       PERFORM PROCESSAR-FOLHA-COMPLEMENTAR
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-EXERCICIO-ENCERRADO.
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               DISPLAY "Data " WS-EXE-DATA " pertence a exercicio "
                   "encerrado, lancamento bloqueado."
           END-IF.

       VERIFICAR-COMPLEMENTAR-PAGA.
           MOVE "N" TO WS-FCP-ACHADO
           MOVE "N" TO WS-FCP-EOF
           OPEN INPUT FOLHA-FILE
           PERFORM LER-COMPLEMENTAR-PAGA UNTIL WS-FCP-EOF = "Y"
           CLOSE FOLHA-FILE.

       LER-COMPLEMENTAR-PAGA.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FCP-EOF
               NOT AT END
                   IF FP-FOLHA-COMPLEMENTAR
                       AND FP-DATA = WS-FCP-DATA-PAGTO
                       MOVE "Y" TO WS-FCP-ACHADO
                       MOVE "Y" TO WS-FCP-EOF
                   END-IF
           END-READ.

       PROCESSAR-FOLHA-COMPLEMENTAR.
           MOVE 0 TO WS-FCP-GER-BRUTO
           MOVE 0 TO WS-FCP-GER-FUNC
           MOVE SPACES TO WS-FCP-RELATORIO-NOME
           STRING "folhaComplementar_" DELIMITED BY SIZE
                  WS-FCP-DATA-PAGTO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-FCP-RELATORIO-NOME
           OPEN OUTPUT RELATORIO-COMPLEMENTAR-FILE
           MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
           STRING "FOLHA COMPLEMENTAR - DIFERENCAS DE "
                  DELIMITED BY SIZE
                  WS-FCP-COMP-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-FCP-COMP-FIM DELIMITED BY SIZE
                  " - REAJUSTE DE " DELIMITED BY SIZE
                  WS-FCP-DATA-REAJUSTE DELIMITED BY SIZE
                  " - PAGAMENTO " DELIMITED BY SIZE
                  WS-FCP-DATA-PAGTO DELIMITED BY SIZE
                  INTO RELATORIO-COMPLEMENTAR-LINHA
           PERFORM ESCREVER-LINHA-COMPLEMENTAR
           MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
           MOVE "COMP." TO RELATORIO-COMPLEMENTAR-LINHA(1:5)
           MOVE "T" TO RELATORIO-COMPLEMENTAR-LINHA(8:1)
           MOVE "  BRUTO PAGO" TO RELATORIO-COMPLEMENTAR-LINHA(10:12)
           MOVE "  DIF. BRUTO" TO RELATORIO-COMPLEMENTAR-LINHA(23:12)
           MOVE "   DIF. INSS" TO RELATORIO-COMPLEMENTAR-LINHA(36:12)
           MOVE "   DIF. IRRF" TO RELATORIO-COMPLEMENTAR-LINHA(49:12)
           MOVE "   DIF. FGTS" TO RELATORIO-COMPLEMENTAR-LINHA(62:12)
           PERFORM ESCREVER-LINHA-COMPLEMENTAR
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-FUNCIONARIO-COMPLEMENTAR UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-FILE
           MOVE WS-FCP-GER-BRUTO TO WS-FCP-ED1
           MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
           STRING "TOTAL GERAL - FUNCIONARIOS: " DELIMITED BY SIZE
                  WS-FCP-GER-FUNC DELIMITED BY SIZE
                  "  DIFERENCA BRUTA: " DELIMITED BY SIZE
                  WS-FCP-ED1 DELIMITED BY SIZE
                  INTO RELATORIO-COMPLEMENTAR-LINHA
           PERFORM ESCREVER-LINHA-COMPLEMENTAR
           CLOSE RELATORIO-COMPLEMENTAR-FILE
           MOVE WS-FCP-RELATORIO-NOME TO WS-RLE-ARQUIVO
           MOVE "folhaComplementar" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Pagamento " DELIMITED BY SIZE
                  WS-FCP-DATA-PAGTO DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em " WS-FCP-RELATORIO-NOME.

       ESCREVER-LINHA-COMPLEMENTAR.
           WRITE RELATORIO-COMPLEMENTAR-LINHA
           DISPLAY RELATORIO-COMPLEMENTAR-LINHA.

       LER-FUNCIONARIO-COMPLEMENTAR.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   PERFORM BUSCAR-REAJUSTE-COMPLEMENTAR
                   IF WS-FCP-ACHADO = "Y"
                       AND WS-FCP-SAL-NOVO > WS-FCP-SAL-ANTERIOR
                       PERFORM CALCULAR-COMPLEMENTAR-FUNC
                   END-IF
           END-READ.

       BUSCAR-REAJUSTE-COMPLEMENTAR.
           MOVE "N" TO WS-FCP-ACHADO
           MOVE 0 TO WS-FCP-SAL-ANTERIOR
           MOVE 0 TO WS-FCP-SAL-NOVO
           MOVE "N" TO WS-FCP-EOF
           OPEN INPUT HISTORICO-SALARIO-FILE
           IF WS-HSA-FILE-STATUS = "35"
               MOVE "Y" TO WS-FCP-EOF
           ELSE
               PERFORM LER-REAJUSTE-COMPLEMENTAR
                   UNTIL WS-FCP-EOF = "Y"
               CLOSE HISTORICO-SALARIO-FILE
           END-IF
           IF WS-FCP-SAL-ANTERIOR = 0
               MOVE "N" TO WS-FCP-ACHADO
           END-IF.

       LER-REAJUSTE-COMPLEMENTAR.
           READ HISTORICO-SALARIO-FILE INTO HISTORICO-SALARIO-RECORD
               AT END
                   MOVE "Y" TO WS-FCP-EOF
               NOT AT END
                   MOVE SPACES TO WS-HSA-R-ANTERIOR-ALFA
                   MOVE SPACES TO WS-HSA-R-NOVO-ALFA
                   UNSTRING HISTORICO-SALARIO-DADOS DELIMITED BY ","
                       INTO WS-HSA-R-CODIGO WS-HSA-R-ANTERIOR-ALFA
                            WS-HSA-R-NOVO-ALFA WS-HSA-R-DATA
                   IF WS-HSA-R-CODIGO = CODIGO
                       AND WS-HSA-R-DATA = WS-FCP-DATA-REAJUSTE
                       AND WS-HSA-R-ANTERIOR-ALFA IS NUMERIC
                       AND WS-HSA-R-NOVO-ALFA IS NUMERIC
                       MOVE "Y" TO WS-FCP-ACHADO
                       MOVE WS-HSA-R-ANTERIOR TO WS-FCP-SAL-ANTERIOR
                       MOVE WS-HSA-R-NOVO TO WS-FCP-SAL-NOVO
                   END-IF
           END-READ.

       CALCULAR-COMPLEMENTAR-FUNC.
           MOVE 0 TO WS-FCP-COUNT
           MOVE 0 TO WS-FCP-ANO-COUNT
           MOVE "N" TO WS-FCP-EOF
           OPEN INPUT FOLHA-FILE
           PERFORM LER-FOLHA-COMPLEMENTAR UNTIL WS-FCP-EOF = "Y"
           CLOSE FOLHA-FILE
           IF WS-FCP-COUNT > 0
               MOVE 0 TO WS-FCP-TOT-BRUTO
               MOVE 0 TO WS-FCP-TOT-INSS
               MOVE 0 TO WS-FCP-TOT-IR
               MOVE 0 TO WS-FCP-TOT-FGTS
               MOVE WS-FCP-SAL-ANTERIOR TO WS-FCP-ED1
               MOVE WS-FCP-SAL-NOVO TO WS-FCP-ED2
               MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
               STRING "FUNCIONARIO " DELIMITED BY SIZE
                      CODIGO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOME DELIMITED BY SIZE
                      " SALARIO " DELIMITED BY SIZE
                      WS-FCP-ED1 DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      WS-FCP-ED2 DELIMITED BY SIZE
                      INTO RELATORIO-COMPLEMENTAR-LINHA
               PERFORM ESCREVER-LINHA-COMPLEMENTAR
               PERFORM CALCULAR-DIFERENCA-COMPETENCIA
                   VARYING WS-FCP-IDX FROM 1 BY 1
                   UNTIL WS-FCP-IDX > WS-FCP-COUNT
               IF WS-FCP-TOT-BRUTO > 0
                   PERFORM GRAVAR-FOLHA-COMPLEMENTAR
               END-IF
           END-IF.

       LER-FOLHA-COMPLEMENTAR.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FCP-EOF
               NOT AT END
                   IF FP-CODIGO = CODIGO
                       AND FP-DATA(1:6) >= WS-FCP-COMP-INI
                       AND FP-DATA(1:6) <= WS-FCP-COMP-FIM
                       AND (FP-FOLHA-MENSAL OR FP-13-PRIMEIRA
                           OR FP-13-SEGUNDA OR FP-FERIAS)
                       PERFORM GUARDAR-FOLHA-COMPLEMENTAR
                   END-IF
           END-READ.

       GUARDAR-FOLHA-COMPLEMENTAR.
           MOVE FP-TIPO TO WS-FCP-TIPO-AUX
           IF WS-FCP-TIPO-AUX = " "
               MOVE "M" TO WS-FCP-TIPO-AUX
           END-IF
           PERFORM PROCURAR-FOLHA-COMPLEMENTAR
               VARYING WS-FCP-IDX FROM 1 BY 1
               UNTIL WS-FCP-IDX > WS-FCP-COUNT
                   OR (WS-FCP-T-COMP(WS-FCP-IDX) = FP-DATA(1:6)
                       AND WS-FCP-T-TIPO(WS-FCP-IDX)
                           = WS-FCP-TIPO-AUX)
           IF WS-FCP-IDX > WS-FCP-COUNT AND WS-FCP-COUNT < 60
               ADD 1 TO WS-FCP-COUNT
               MOVE WS-FCP-COUNT TO WS-FCP-IDX
           END-IF
           IF WS-FCP-IDX <= WS-FCP-COUNT
               MOVE FP-DATA(1:6) TO WS-FCP-T-COMP(WS-FCP-IDX)
               MOVE WS-FCP-TIPO-AUX TO WS-FCP-T-TIPO(WS-FCP-IDX)
               MOVE FP-SALARIO-BRUTO TO WS-FCP-T-BRUTO(WS-FCP-IDX)
               MOVE FP-COMISSAO TO WS-FCP-T-COMISSAO(WS-FCP-IDX)
               IF WS-FCP-TIPO-AUX = "1"
                   PERFORM GUARDAR-PRIMEIRA-PARCELA-COMPL
               END-IF
           END-IF.

       PROCURAR-FOLHA-COMPLEMENTAR.
           CONTINUE.

       GUARDAR-PRIMEIRA-PARCELA-COMPL.
           PERFORM APURAR-DIFERENCA-BRUTO-COMPL
           PERFORM LOCALIZAR-ANO-COMPLEMENTAR
           IF WS-FCP-ANO-IDX > WS-FCP-ANO-COUNT
               AND WS-FCP-ANO-COUNT < 20
               ADD 1 TO WS-FCP-ANO-COUNT
               MOVE WS-FCP-ANO-COUNT TO WS-FCP-ANO-IDX
               MOVE WS-FCP-T-COMP(WS-FCP-IDX)(1:4)
                   TO WS-FCP-A-ANO(WS-FCP-ANO-IDX)
           END-IF
           IF WS-FCP-ANO-IDX <= WS-FCP-ANO-COUNT
               MOVE WS-FCP-DIF-BRUTO
                   TO WS-FCP-A-DIF-PRIMEIRA(WS-FCP-ANO-IDX)
           END-IF.

       LOCALIZAR-ANO-COMPLEMENTAR.
           PERFORM PROCURAR-ANO-COMPLEMENTAR
               VARYING WS-FCP-ANO-IDX FROM 1 BY 1
               UNTIL WS-FCP-ANO-IDX > WS-FCP-ANO-COUNT
                   OR WS-FCP-A-ANO(WS-FCP-ANO-IDX)
                       = WS-FCP-T-COMP(WS-FCP-IDX)(1:4).

       PROCURAR-ANO-COMPLEMENTAR.
           CONTINUE.

       APURAR-DIFERENCA-BRUTO-COMPL.
           IF WS-FCP-T-COMISSAO(WS-FCP-IDX)
               > WS-FCP-T-BRUTO(WS-FCP-IDX)
               MOVE 0 TO WS-FCP-BASE
           ELSE
               COMPUTE WS-FCP-BASE = WS-FCP-T-BRUTO(WS-FCP-IDX)
                   - WS-FCP-T-COMISSAO(WS-FCP-IDX)
           END-IF
           COMPUTE WS-FCP-DIF-BRUTO ROUNDED = WS-FCP-BASE
               * (WS-FCP-SAL-NOVO - WS-FCP-SAL-ANTERIOR)
               / WS-FCP-SAL-ANTERIOR.

       CALCULAR-DIFERENCA-COMPETENCIA.
           PERFORM APURAR-DIFERENCA-BRUTO-COMPL
           MOVE 0 TO WS-FCP-DIF-INSS
           MOVE 0 TO WS-FCP-DIF-IR
           MOVE 0 TO WS-PEN-DEDUCAO-IR
           IF WS-FCP-T-TIPO(WS-FCP-IDX) NOT = "1"
               MOVE WS-FCP-T-BRUTO(WS-FCP-IDX) TO WS-SALARIO-BRUTO
               PERFORM CALCULAR-DESCONTOS-FOLHA
               MOVE WS-INSS TO WS-FCP-INSS-ANT
               MOVE WS-IMPOSTO-RENDA TO WS-FCP-IR-ANT
               COMPUTE WS-SALARIO-BRUTO = WS-FCP-T-BRUTO(WS-FCP-IDX)
                   + WS-FCP-DIF-BRUTO
               PERFORM CALCULAR-DESCONTOS-FOLHA
               IF WS-INSS > WS-FCP-INSS-ANT
                   COMPUTE WS-FCP-DIF-INSS = WS-INSS - WS-FCP-INSS-ANT
               END-IF
               IF WS-IMPOSTO-RENDA > WS-FCP-IR-ANT
                   COMPUTE WS-FCP-DIF-IR =
                       WS-IMPOSTO-RENDA - WS-FCP-IR-ANT
               END-IF
           END-IF
           IF WS-FCP-T-TIPO(WS-FCP-IDX) = "2"
               PERFORM DESCONTAR-PRIMEIRA-PARCELA-COMPL
           END-IF
           COMPUTE WS-FCP-DIF-FGTS ROUNDED = WS-FCP-DIF-BRUTO * 8 / 100
           ADD WS-FCP-DIF-BRUTO TO WS-FCP-TOT-BRUTO
           ADD WS-FCP-DIF-INSS TO WS-FCP-TOT-INSS
           ADD WS-FCP-DIF-IR TO WS-FCP-TOT-IR
           ADD WS-FCP-DIF-FGTS TO WS-FCP-TOT-FGTS
           MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
           MOVE WS-FCP-T-COMP(WS-FCP-IDX)
               TO RELATORIO-COMPLEMENTAR-LINHA(1:6)
           MOVE WS-FCP-T-TIPO(WS-FCP-IDX)
               TO RELATORIO-COMPLEMENTAR-LINHA(8:1)
           MOVE WS-FCP-T-BRUTO(WS-FCP-IDX) TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(10:12)
           MOVE WS-FCP-DIF-BRUTO TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(23:12)
           MOVE WS-FCP-DIF-INSS TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(36:12)
           MOVE WS-FCP-DIF-IR TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(49:12)
           MOVE WS-FCP-DIF-FGTS TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(62:12)
           PERFORM ESCREVER-LINHA-COMPLEMENTAR.

       DESCONTAR-PRIMEIRA-PARCELA-COMPL.
           PERFORM LOCALIZAR-ANO-COMPLEMENTAR
           IF WS-FCP-ANO-IDX <= WS-FCP-ANO-COUNT
               IF WS-FCP-A-DIF-PRIMEIRA(WS-FCP-ANO-IDX)
                   > WS-FCP-DIF-BRUTO
                   MOVE 0 TO WS-FCP-DIF-BRUTO
               ELSE
                   SUBTRACT WS-FCP-A-DIF-PRIMEIRA(WS-FCP-ANO-IDX)
                       FROM WS-FCP-DIF-BRUTO
               END-IF
           END-IF.

       GRAVAR-FOLHA-COMPLEMENTAR.
           MOVE SPACES TO FOLHA-RECORD
           MOVE CODIGO TO FP-CODIGO
           MOVE NOME TO FP-NOME
           MOVE WS-FCP-DATA-PAGTO TO FP-DATA
           MOVE WS-FCP-TOT-BRUTO TO FP-SALARIO-BRUTO
           MOVE WS-FCP-TOT-INSS TO FP-INSS
           MOVE WS-FCP-TOT-IR TO FP-IMPOSTO-RENDA
           MOVE 0 TO FP-SALARIO-FAMILIA
           COMPUTE FP-SALARIO-LIQUIDO = WS-FCP-TOT-BRUTO
               - WS-FCP-TOT-INSS - WS-FCP-TOT-IR
           MOVE "C" TO FP-TIPO
           MOVE 0 TO FP-EMPRESTIMO
           MOVE 0 TO FP-COMISSAO
           MOVE WS-FCP-TOT-FGTS TO FP-FGTS
           MOVE 0 TO FP-VT-VR
           MOVE 0 TO FP-ADIANTAMENTO
           OPEN EXTEND FOLHA-FILE
           WRITE FOLHA-RECORD
           CLOSE FOLHA-FILE
           ADD 1 TO WS-FCP-GER-FUNC
           ADD WS-FCP-TOT-BRUTO TO WS-FCP-GER-BRUTO
           MOVE SPACES TO RELATORIO-COMPLEMENTAR-LINHA
           MOVE "TOTAL" TO RELATORIO-COMPLEMENTAR-LINHA(1:5)
           MOVE WS-FCP-TOT-BRUTO TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(23:12)
           MOVE WS-FCP-TOT-INSS TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(36:12)
           MOVE WS-FCP-TOT-IR TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(49:12)
           MOVE WS-FCP-TOT-FGTS TO WS-FCP-ED1
           MOVE WS-FCP-ED1 TO RELATORIO-COMPLEMENTAR-LINHA(62:12)
           MOVE FP-SALARIO-LIQUIDO TO WS-FCP-ED2
           MOVE "LIQUIDO" TO RELATORIO-COMPLEMENTAR-LINHA(76:7)
           MOVE WS-FCP-ED2 TO RELATORIO-COMPLEMENTAR-LINHA(84:12)
           PERFORM ESCREVER-LINHA-COMPLEMENTAR.

       VERIFICAR-QUADRO-VAGAS.
           MOVE "N" TO WS-QDR-BLOQUEADO
           MOVE DEPARTAMENTO TO WS-QDR-DEPTO
               AND NOT RSC-JUSTA-CAUSA
               DISPLAY "Tipo invalido."
           ELSE
               MOVE WS-RSC-DATA-DESLIG TO WS-EXE-DATA
               PERFORM VERIFICAR-EXERCICIO-ENCERRADO
               IF WS-EXE-ENCERRADO = "N"
                   MOVE "N" TO WS-RSC-ACHADO
                   MOVE "N" TO END-OF-FILE-FLAG
                   OPEN INPUT FUNCIONARIO-FILE
                   PERFORM LER-FUNCIONARIO-RESCISAO UNTIL END-OF-FILE
                   CLOSE FUNCIONARIO-FILE
                   IF WS-RSC-ACHADO = "N"
                       DISPLAY "Funcionario nao encontrado ou ja "
                           "desligado."
                   ELSE
                       PERFORM CALCULAR-VERBAS-RESCISAO
                       PERFORM EXIBIR-VERBAS-RESCISAO
                       DISPLAY "Confirmar a rescisao? (S/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-RSC-CONFIRMA
                       IF WS-RSC-CONFIRMA = "S"
                           OR WS-RSC-CONFIRMA = "s"
                           PERFORM GRAVAR-FOLHA-RESCISAO
                           PERFORM GRAVAR-PENSAO-FOLHA
                           PERFORM IMPRIMIR-TERMO-RESCISAO
                           PERFORM QUITAR-BANCO-HORAS-RESCISAO
                           PERFORM BAIXAR-PROVISAO-RESCISAO
                           PERFORM MARCAR-DESLIGAMENTO-FUNCIONARIO
                           PERFORM REGISTRAR-MOTIVO-DESLIGAMENTO
                           DISPLAY "Rescisao gravada. Use a opcao 7 "
                               "para arquivar o funcionario."
                       ELSE
                           DISPLAY "Rescisao abandonada."
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-READ.

       CALCULAR-VERBAS-RESCISAO.
           MOVE WS-RSC-DATA-DESLIG(1:6) TO WS-ADC-COMP
           PERFORM CALCULAR-REMUNERACAO-MEDIA
           MOVE WS-RSC-DATA-DESLIG(7:2) TO WS-RSC-DIAS-MES
           COMPUTE WS-RSC-SALDO-SALARIO ROUNDED =
               WS-ADC-REMUNERACAO / 30 * WS-RSC-DIAS-MES
           IF RSC-SEM-JUSTA
               MOVE WS-ADC-REMUNERACAO TO WS-RSC-AVISO
           ELSE
               MOVE 0 TO WS-RSC-AVISO
           END-IF
               MOVE 0 TO WS-RSC-FERIAS
           ELSE
               COMPUTE WS-RSC-DECIMO ROUNDED =
                   WS-ADC-REMUNERACAO / 12 * WS-RSC-MESES-ANO
               UNSTRING DATA_ADMISSAO DELIMITED BY "/"
                   INTO WS-DD-ADMISSAO WS-MM-ADMISSAO
                        WS-AAAA-ADMISSAO
                   ADD 1 TO WS-RSC-MESES-FERIAS
               END-IF
               COMPUTE WS-RSC-FERIAS ROUNDED =
                   WS-ADC-REMUNERACAO / 12 * WS-RSC-MESES-FERIAS
                   * 4 / 3
           END-IF
           PERFORM APURAR-BANCO-HORAS-RESCISAO
           COMPUTE WS-RSC-BRUTO = WS-RSC-SALDO-SALARIO
               + WS-RSC-AVISO + WS-RSC-DECIMO + WS-RSC-FERIAS
               + WS-RSC-BANCO-HORAS
           MOVE WS-RSC-BRUTO TO WS-SALARIO-BRUTO
           PERFORM CALCULAR-DESCONTOS-FOLHA
           MOVE "R" TO WS-PEN-TIPO-FOLHA
           MOVE WS-RSC-DATA-DESLIG TO WS-PEN-DATA-REF
           MOVE WS-RSC-BRUTO TO WS-PEN-BASE-BRUTO
           COMPUTE WS-PEN-BASE-LIQUIDO = WS-RSC-BRUTO - WS-INSS
               - WS-IMPOSTO-RENDA
           PERFORM APLICAR-PENSAO-ALIMENTICIA
           PERFORM APURAR-CONSIGNADO-RESCISAO
           MOVE WS-RSC-DATA-DESLIG(1:6) TO WS-ADT-COMP
           PERFORM BUSCAR-ADIANTAMENTO-FUNC
           COMPUTE WS-RSC-LIQUIDO = WS-RSC-BRUTO - WS-INSS
               - WS-IMPOSTO-RENDA - WS-RSC-CONSIGNADO
               - WS-ADT-DESCONTO - WS-PEN-TOTAL.

       APURAR-CONSIGNADO-RESCISAO.
           MOVE 0 TO WS-RSC-CONSIGNADO

       EXIBIR-VERBAS-RESCISAO.
           DISPLAY "Funcionario: " CODIGO " " NOME
           DISPLAY "Remuneracao c/ adicionais: " WS-ADC-REMUNERACAO
           DISPLAY "Saldo de salario (" WS-RSC-DIAS-MES
               " dias): " WS-RSC-SALDO-SALARIO
           DISPLAY "Aviso previo indenizado..: " WS-RSC-AVISO
           DISPLAY "13o proporcional.........: " WS-RSC-DECIMO
           DISPLAY "Ferias proporcionais +1/3: " WS-RSC-FERIAS
           DISPLAY "Banco de horas (" WS-RSC-BCH-HORAS
               "h).....: " WS-RSC-BANCO-HORAS
           DISPLAY "Total bruto..............: " WS-RSC-BRUTO
           DISPLAY "INSS.....................: " WS-INSS
           DISPLAY "IRRF.....................: " WS-IMPOSTO-RENDA
           DISPLAY "Consignado em aberto.....: " WS-RSC-CONSIGNADO
           DISPLAY "Adiantamento do mes......: " WS-ADT-DESCONTO
           DISPLAY "Pensao alimenticia.......: " WS-PEN-TOTAL
           DISPLAY "Liquido da rescisao......: " WS-RSC-LIQUIDO.

       GRAVAR-FOLHA-RESCISAO.
           END-IF
           MOVE "R" TO FP-TIPO
           MOVE WS-RSC-CONSIGNADO TO FP-EMPRESTIMO
           MOVE WS-ADT-DESCONTO TO FP-ADIANTAMENTO
           MOVE 0 TO FP-COMISSAO
           COMPUTE FP-FGTS ROUNDED = WS-RSC-BRUTO * 8 / 100
           MOVE 0 TO FP-VT-VR
           CLOSE FOLHA-FILE.

       IMPRIMIR-TERMO-RESCISAO.
           MOVE "termoRescisao.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND TERMO-RESCISAO-FILE
           MOVE ALL "=" TO TERMO-RESCISAO-LINHA
           WRITE TERMO-RESCISAO-LINHA
                  WS-RSC-FERIAS DELIMITED BY SIZE
                  INTO TERMO-RESCISAO-LINHA
           WRITE TERMO-RESCISAO-LINHA
           IF WS-RSC-BANCO-HORAS > 0
               MOVE SPACES TO TERMO-RESCISAO-LINHA
               STRING "BANCO DE HORAS " DELIMITED BY SIZE
                      WS-RSC-BCH-HORAS DELIMITED BY SIZE
                      "H VALOR " DELIMITED BY SIZE
                      WS-RSC-BANCO-HORAS DELIMITED BY SIZE
                      INTO TERMO-RESCISAO-LINHA
               WRITE TERMO-RESCISAO-LINHA
           END-IF
           IF WS-PEN-TOTAL > 0
               MOVE SPACES TO TERMO-RESCISAO-LINHA
               STRING "PENSAO ALIMENTICIA " DELIMITED BY SIZE
                      WS-PEN-TOTAL DELIMITED BY SIZE
                      INTO TERMO-RESCISAO-LINHA
               WRITE TERMO-RESCISAO-LINHA
           END-IF
           MOVE SPACES TO TERMO-RESCISAO-LINHA
           STRING "INSS " DELIMITED BY SIZE
                  WS-INSS DELIMITED BY SIZE
                  WS-RSC-CONSIGNADO DELIMITED BY SIZE
                  INTO TERMO-RESCISAO-LINHA
           WRITE TERMO-RESCISAO-LINHA
           IF WS-ADT-DESCONTO > 0
               MOVE SPACES TO TERMO-RESCISAO-LINHA
               STRING "ADIANTAMENTO DO MES " DELIMITED BY SIZE
                      WS-ADT-DESCONTO DELIMITED BY SIZE
                      INTO TERMO-RESCISAO-LINHA
               WRITE TERMO-RESCISAO-LINHA
           END-IF
           MOVE SPACES TO TERMO-RESCISAO-LINHA
           STRING "LIQUIDO A RECEBER " DELIMITED BY SIZE
                  WS-RSC-LIQUIDO DELIMITED BY SIZE
           MOVE ALL "=" TO TERMO-RESCISAO-LINHA
           WRITE TERMO-RESCISAO-LINHA
           CLOSE TERMO-RESCISAO-FILE
           MOVE "termoRescisao.txt" TO WS-RLE-ARQUIVO
           MOVE "termoRescisao" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Termo gravado em termoRescisao.txt".

       MARCAR-DESLIGAMENTO-FUNCIONARIO.
           IF WS-HIST-ACHADO = "N"
               DISPLAY "Funcionario nao encontrado no historico."
           END-IF
           PERFORM EXIBIR-HISTORICO-RECUPERADO

           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       EXIBIR-HISTORICO-RECUPERADO.
           MOVE "N" TO WS-REC-ACHADO
           MOVE "N" TO WS-FUNC-EOF
           OPEN INPUT FOLHA-RECUPERADA-FILE
           IF WS-REC-FILE-STATUS = "00"
               PERFORM LER-FOLHA-RECUPERADA-HIST
                   UNTIL WS-FUNC-EOF = "Y"
               CLOSE FOLHA-RECUPERADA-FILE
           END-IF
           MOVE "N" TO WS-REC-ACHADO
           MOVE "N" TO WS-FUNC-EOF
           OPEN INPUT TRANSFERENCIA-RECUPERADA-FILE
           IF WS-REC-FILE-STATUS = "00"
               PERFORM LER-TRANSFERENCIA-RECUPERADA-HIST
                   UNTIL WS-FUNC-EOF = "Y"
               CLOSE TRANSFERENCIA-RECUPERADA-FILE
           END-IF.

       LER-FOLHA-RECUPERADA-HIST.
           READ FOLHA-RECUPERADA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FUNC-EOF
               NOT AT END
                   IF FP-CODIGO = WS-CONSULTA-HIST-CODIGO
                       IF WS-REC-ACHADO = "N"
                           MOVE "Y" TO WS-REC-ACHADO
                           DISPLAY "Folhas recuperadas do expurgo:"
                       END-IF
                       DISPLAY "  " FP-DATA " Tipo: " FP-TIPO
                           " Bruto: " FP-SALARIO-BRUTO
                           " Liquido: " FP-SALARIO-LIQUIDO
                   END-IF
           END-READ.

       LER-TRANSFERENCIA-RECUPERADA-HIST.
           READ TRANSFERENCIA-RECUPERADA-FILE
               AT END
                   MOVE "Y" TO WS-FUNC-EOF
               NOT AT END
                   UNSTRING TRANSFERENCIA-RECUPERADA-LINHA
                       DELIMITED BY ","
                       INTO WS-TRANSF-COD WS-TRANSF-DEPTO-ANT
                            WS-TRANSF-DEPTO-NOVO WS-TRANSF-CARGO-ANT
                            WS-TRANSF-CARGO-NOVO WS-TRANSF-DATA
                   IF WS-TRANSF-COD = WS-CONSULTA-HIST-CODIGO
                       IF WS-REC-ACHADO = "N"
                           MOVE "Y" TO WS-REC-ACHADO
                           DISPLAY "Transferencias recuperadas do "
                               "expurgo:"
                       END-IF
                       DISPLAY "  " WS-TRANSF-DATA
                           " - Departamento: " WS-TRANSF-DEPTO-ANT
                           " -> " WS-TRANSF-DEPTO-NOVO
                           "  Cargo: " WS-TRANSF-CARGO-ANT
                           " -> " WS-TRANSF-CARGO-NOVO
                   END-IF
           END-READ.

       LER-PARA-CONSULTAR-HIST.
           READ FUNCIONARIO-HIST-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   IF CODIGO = WS-CONSULTA-HIST-CODIGO
                       MOVE "Y" TO WS-HIST-ACHADO
                       DISPLAY "Nome: " NOME
                       DISPLAY "Matricula: " MATRICULA
                       DISPLAY "Cargo: " CARGO
                       DISPLAY "Departamento: " DEPARTAMENTO
                       DISPLAY "Salario: " SALARIO
                       DISPLAY "Data de Admissao: " DATA_ADMISSAO
                       DISPLAY "Data de Desligamento: "
                           DATA_DESLIGAMENTO
                       DISPLAY "CPF: " CPF
                   END-IF
           CLOSE FUNCIONARIO-FILE
           PERFORM ESCREVER-RODAPE-RELATORIO-FUNC
           CLOSE RELATORIO-FUNCIONARIO-FILE
           MOVE "relatorioFuncionario.txt" TO WS-RLE-ARQUIVO
           MOVE "relatorioFuncionario" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioFuncionario.txt"
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.
           MOVE WS-REL-TOTAL-REGISTROS TO WS-REL-RODAPE-TOTAL
           WRITE RELATORIO-FUNCIONARIO-LINHA FROM WS-REL-LINHA-RODAPE.

       MENU-CREDITO-SALARIO.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM MENU-CREDITO-SALARIO-EXECUTAR
           END-IF.

       MENU-CREDITO-SALARIO-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "      CREDITO DE SALARIO EM CONTA (BANCO)        "
           DISPLAY "================================================="
           DISPLAY "Acao (D-Dados bancarios / C-Consultar dados / "
               "G-Gerar remessa / R-Processar retorno / "
               "P-Pendentes pagto manual): " WITH NO ADVANCING
           ACCEPT WS-CSL-ACAO
           EVALUATE WS-CSL-ACAO
               WHEN "D"
                   PERFORM INCLUIR-CONTA-SALARIO
               WHEN "C"
                   PERFORM CONSULTAR-CONTA-SALARIO
               WHEN "G"
                   PERFORM GERAR-REMESSA-SALARIO
               WHEN "R"
                   PERFORM PROCESSAR-RETORNO-SALARIO
               WHEN "P"
                   PERFORM LISTAR-CREDITOS-REJEITADOS
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-CONTA-SALARIO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-CSL-CODIGO
           MOVE 0 TO WS-CSL-BANCO
           MOVE 0 TO WS-CSL-AGENCIA
           MOVE SPACES TO WS-CSL-CONTA
           MOVE SPACES TO WS-CSL-PIX
           DISPLAY "Tipo (C-Corrente / P-Poupanca / S-Conta salario"
               " / X-Chave PIX): " WITH NO ADVANCING
           ACCEPT WS-CSL-TIPO-CONTA
           IF WS-CSL-TIPO-CONTA = "X"
               DISPLAY "Chave PIX: " WITH NO ADVANCING
               ACCEPT WS-CSL-PIX
           ELSE
               DISPLAY "Banco (3 digitos): " WITH NO ADVANCING
               ACCEPT WS-CSL-BANCO
               DISPLAY "Agencia: " WITH NO ADVANCING
               ACCEPT WS-CSL-AGENCIA
               DISPLAY "Conta com digito: " WITH NO ADVANCING
               ACCEPT WS-CSL-CONTA
           END-IF
           IF (WS-CSL-TIPO-CONTA = "X" AND WS-CSL-PIX NOT = SPACES)
               OR ((WS-CSL-TIPO-CONTA = "C" OR WS-CSL-TIPO-CONTA = "P"
                   OR WS-CSL-TIPO-CONTA = "S")
                   AND WS-CSL-BANCO > 0 AND WS-CSL-CONTA NOT = SPACES)
               PERFORM EXCLUIR-CONTA-SALARIO-EXISTENTE
               PERFORM MONTAR-CONTA-SALARIO-DADOS
               OPEN EXTEND CONTA-SALARIO-FILE
               IF WS-CSL-FILE-STATUS = "35"
                   OPEN OUTPUT CONTA-SALARIO-FILE
               END-IF
               WRITE CONTA-SALARIO-RECORD FROM CONTA-SALARIO-DADOS
               CLOSE CONTA-SALARIO-FILE
               MOVE "cadastrarFuncionario" TO WS-AUD-PROGRAMA
               MOVE "CONTASAL" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-CSL-CODIGO TO WS-AUD-CHAVE(1:5)
               MOVE SPACES TO WS-AUD-ANTES
               MOVE CONTA-SALARIO-DADOS TO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING
                   WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
                   WS-AUD-ANTES WS-AUD-DEPOIS
               DISPLAY "Dados bancarios gravados!"
           ELSE
               DISPLAY "Dados bancarios incompletos, nada gravado."
           END-IF.

       MONTAR-CONTA-SALARIO-DADOS.
           MOVE SPACES TO CONTA-SALARIO-DADOS
           STRING WS-CSL-CODIGO DELIMITED BY SIZE ","
                  WS-CSL-BANCO DELIMITED BY SIZE ","
                  WS-CSL-AGENCIA DELIMITED BY SIZE ","
                  WS-CSL-CONTA DELIMITED BY SPACE ","
                  WS-CSL-TIPO-CONTA DELIMITED BY SIZE ","
                  WS-CSL-PIX DELIMITED BY SPACE
                  INTO CONTA-SALARIO-DADOS.

       PARSE-CONTA-SALARIO.
           MOVE SPACES TO WS-CSL-CONTA
           MOVE SPACES TO WS-CSL-PIX
           UNSTRING CONTA-SALARIO-DADOS DELIMITED BY ","
               INTO WS-CSL-R-CODIGO WS-CSL-BANCO WS-CSL-AGENCIA
                    WS-CSL-CONTA WS-CSL-TIPO-CONTA WS-CSL-PIX.

       EXCLUIR-CONTA-SALARIO-EXISTENTE.
           MOVE 0 TO WS-CSL-COUNT
           MOVE "N" TO WS-CSL-EOF
           OPEN INPUT CONTA-SALARIO-FILE
           IF WS-CSL-FILE-STATUS = "35"
               MOVE "Y" TO WS-CSL-EOF
           ELSE
               PERFORM CARREGAR-CONTA-SALARIO-MANTIDA
                   UNTIL WS-CSL-EOF = "Y"
               CLOSE CONTA-SALARIO-FILE
               OPEN OUTPUT CONTA-SALARIO-FILE
               PERFORM REGRAVAR-CONTA-SALARIO-MANTIDA
                   VARYING WS-CSL-IDX FROM 1 BY 1
                   UNTIL WS-CSL-IDX > WS-CSL-COUNT
               CLOSE CONTA-SALARIO-FILE
           END-IF.

       CARREGAR-CONTA-SALARIO-MANTIDA.
           READ CONTA-SALARIO-FILE INTO CONTA-SALARIO-RECORD
               AT END
                   MOVE "Y" TO WS-CSL-EOF
               NOT AT END
                   IF CONTA-SALARIO-DADOS(1:5) NOT = WS-CSL-CODIGO
                       AND WS-CSL-COUNT < 500
                       ADD 1 TO WS-CSL-COUNT
                       MOVE CONTA-SALARIO-DADOS
                           TO WS-CSL-LINHA(WS-CSL-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-CONTA-SALARIO-MANTIDA.
           WRITE CONTA-SALARIO-RECORD FROM WS-CSL-LINHA(WS-CSL-IDX).

       CONSULTAR-CONTA-SALARIO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-CSL-CODIGO
           PERFORM BUSCAR-CONTA-SALARIO
           IF WS-CSL-ACHADA = "N"
               DISPLAY "Funcionario sem dados bancarios cadastrados."
           ELSE
               IF WS-CSL-TIPO-CONTA = "X"
                   DISPLAY "Chave PIX: " WS-CSL-PIX
               ELSE
                   DISPLAY "Banco: " WS-CSL-BANCO
                       " Agencia: " WS-CSL-AGENCIA
                       " Conta: " WS-CSL-CONTA
                       " Tipo: " WS-CSL-TIPO-CONTA
               END-IF
           END-IF.

       BUSCAR-CONTA-SALARIO.
           MOVE "N" TO WS-CSL-ACHADA
           MOVE "N" TO WS-CSL-EOF
           OPEN INPUT CONTA-SALARIO-FILE
           IF WS-CSL-FILE-STATUS = "35"
               MOVE "Y" TO WS-CSL-EOF
           ELSE
               PERFORM LER-CONTA-SALARIO UNTIL WS-CSL-EOF = "Y"
               CLOSE CONTA-SALARIO-FILE
           END-IF.

       LER-CONTA-SALARIO.
           READ CONTA-SALARIO-FILE INTO CONTA-SALARIO-RECORD
               AT END
                   MOVE "Y" TO WS-CSL-EOF
               NOT AT END
                   PERFORM PARSE-CONTA-SALARIO
                   IF WS-CSL-R-CODIGO = WS-CSL-CODIGO
                       MOVE "Y" TO WS-CSL-ACHADA
                       MOVE "Y" TO WS-CSL-EOF
                   END-IF
           END-READ.

       GERAR-REMESSA-SALARIO.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-CSL-COMP
           DISPLAY "Tipo (M-Mensal / A-Adiantamento / F-Ferias / "
               "1-13o 1a / 2-13o 2a / R-Rescisao / "
               "C-Complementar): "
               WITH NO ADVANCING
           ACCEPT WS-CSL-TIPO-FOLHA
           MOVE 0 TO WS-CSL-FOLHA-COUNT
           MOVE "N" TO WS-FUNC-EOF
           OPEN INPUT FOLHA-FILE
           PERFORM LER-FOLHA-REMESSA UNTIL WS-FUNC-EOF = "Y"
           CLOSE FOLHA-FILE
           IF WS-CSL-FOLHA-COUNT = 0
               DISPLAY "Nenhuma folha encontrada para a competencia "
                   "e tipo informados."
           ELSE
               PERFORM GRAVAR-ARQUIVO-REMESSA-SALARIO
           END-IF.

       LER-FOLHA-REMESSA.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-FUNC-EOF
               NOT AT END
                   IF FP-DATA(1:6) = WS-CSL-COMP
                       AND (FP-TIPO = WS-CSL-TIPO-FOLHA
                           OR (WS-CSL-TIPO-FOLHA = "M"
                               AND FP-FOLHA-MENSAL))
                       PERFORM ACUMULAR-FOLHA-REMESSA
                   END-IF
           END-READ.

       ACUMULAR-FOLHA-REMESSA.
           PERFORM PROCURAR-FOLHA-REMESSA
               VARYING WS-CSL-IDX FROM 1 BY 1
               UNTIL WS-CSL-IDX > WS-CSL-FOLHA-COUNT
                   OR WS-CSL-F-CODIGO(WS-CSL-IDX) = FP-CODIGO
           IF WS-CSL-IDX > WS-CSL-FOLHA-COUNT
               AND WS-CSL-FOLHA-COUNT < 500
               ADD 1 TO WS-CSL-FOLHA-COUNT
               MOVE WS-CSL-FOLHA-COUNT TO WS-CSL-IDX
           END-IF
           IF WS-CSL-IDX <= WS-CSL-FOLHA-COUNT
               MOVE FP-CODIGO TO WS-CSL-F-CODIGO(WS-CSL-IDX)
               MOVE FP-NOME TO WS-CSL-F-NOME(WS-CSL-IDX)
               MOVE FP-SALARIO-LIQUIDO TO WS-CSL-F-VALOR(WS-CSL-IDX)
           END-IF.

       PROCURAR-FOLHA-REMESSA.
           CONTINUE.

       GRAVAR-ARQUIVO-REMESSA-SALARIO.
           ACCEPT WS-CSL-DATA FROM DATE YYYYMMDD
           MOVE 0 TO WS-CSL-REM-COUNT
           MOVE 0 TO WS-CSL-REM-TOTAL
           MOVE 0 TO WS-CSL-MANUAL-COUNT
           MOVE 0 TO WS-CSL-MANUAL-TOTAL
           MOVE 0 TO WS-CSL-FOLHA-TOTAL
           MOVE SPACES TO WS-CSL-REMESSA-NOME
           STRING "remessaSalario_" DELIMITED BY SIZE
                  WS-CSL-COMP DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CSL-TIPO-FOLHA DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CSL-REMESSA-NOME
           OPEN OUTPUT REMESSA-SALARIO-FILE
           MOVE SPACES TO REMESSA-SALARIO-LINHA
           STRING "0REMESSA CREDITO SALARIO " DELIMITED BY SIZE
                  WS-CSL-COMP DELIMITED BY SIZE
                  WS-CSL-TIPO-FOLHA DELIMITED BY SIZE
                  WS-CSL-DATA DELIMITED BY SIZE
                  INTO REMESSA-SALARIO-LINHA
           WRITE REMESSA-SALARIO-LINHA
           PERFORM GRAVAR-CREDITO-REMESSA
               VARYING WS-CSL-F-IDX FROM 1 BY 1
               UNTIL WS-CSL-F-IDX > WS-CSL-FOLHA-COUNT
           MOVE SPACES TO REMESSA-SALARIO-LINHA
           STRING "9" DELIMITED BY SIZE
                  WS-CSL-REM-COUNT DELIMITED BY SIZE
                  WS-CSL-REM-TOTAL DELIMITED BY SIZE
                  INTO REMESSA-SALARIO-LINHA
           WRITE REMESSA-SALARIO-LINHA
           CLOSE REMESSA-SALARIO-FILE
           DISPLAY "Total liquido da folha......: " WS-CSL-FOLHA-TOTAL
           DISPLAY "Creditos na remessa.........: " WS-CSL-REM-COUNT
               " total " WS-CSL-REM-TOTAL
           DISPLAY "Sem dados bancarios (manual): " WS-CSL-MANUAL-COUNT
               " total " WS-CSL-MANUAL-TOTAL
           IF WS-CSL-REM-TOTAL + WS-CSL-MANUAL-TOTAL
                   = WS-CSL-FOLHA-TOTAL
               DISPLAY "Totais de controle conferem com a folha."
           ELSE
               DISPLAY "ATENCAO: totais de controle divergem da folha!"
           END-IF
           DISPLAY "Remessa gravada em " WS-CSL-REMESSA-NOME.

       GRAVAR-CREDITO-REMESSA.
           ADD WS-CSL-F-VALOR(WS-CSL-F-IDX) TO WS-CSL-FOLHA-TOTAL
           IF WS-CSL-F-VALOR(WS-CSL-F-IDX) > 0
               MOVE WS-CSL-F-CODIGO(WS-CSL-F-IDX) TO WS-CSL-CODIGO
               PERFORM BUSCAR-CONTA-SALARIO
               IF WS-CSL-ACHADA = "Y"
                   MOVE WS-CSL-CODIGO TO RMS-CODIGO
                   MOVE WS-CSL-F-NOME(WS-CSL-F-IDX) TO RMS-NOME
                   MOVE WS-CSL-BANCO TO RMS-BANCO
                   MOVE WS-CSL-AGENCIA TO RMS-AGENCIA
                   MOVE WS-CSL-CONTA TO RMS-CONTA
                   MOVE WS-CSL-TIPO-CONTA TO RMS-TIPO-CONTA
                   MOVE WS-CSL-PIX TO RMS-PIX
                   MOVE WS-CSL-F-VALOR(WS-CSL-F-IDX) TO RMS-VALOR
                   MOVE WS-CSL-DATA TO RMS-DATA
                   WRITE REMESSA-SALARIO-LINHA FROM WS-CSL-LINHA-DET
                   ADD 1 TO WS-CSL-REM-COUNT
                   ADD WS-CSL-F-VALOR(WS-CSL-F-IDX) TO WS-CSL-REM-TOTAL
               ELSE
                   ADD 1 TO WS-CSL-MANUAL-COUNT
                   ADD WS-CSL-F-VALOR(WS-CSL-F-IDX)
                       TO WS-CSL-MANUAL-TOTAL
                   DISPLAY "Sem conta: " WS-CSL-CODIGO " "
                       WS-CSL-F-NOME(WS-CSL-F-IDX)(1:20) " "
                       WS-CSL-F-VALOR(WS-CSL-F-IDX)
               END-IF
           END-IF.

       PROCESSAR-RETORNO-SALARIO.
           MOVE 0 TO WS-RTS-ACEITOS
           MOVE 0 TO WS-RTS-REJEITADOS
           OPEN INPUT RETORNO-SALARIO-FILE
           IF WS-RTS-FILE-STATUS = "35"
               DISPLAY "Arquivo retornoSalario.txt nao encontrado."
           ELSE
               MOVE "N" TO WS-RTS-EOF
               PERFORM PROCESSAR-LINHA-RETORNO-SALARIO
                   UNTIL WS-RTS-EOF = "Y"
               CLOSE RETORNO-SALARIO-FILE
               DISPLAY "Creditos efetivados: " WS-RTS-ACEITOS
               DISPLAY "Creditos rejeitados: " WS-RTS-REJEITADOS
                   " (pagamento manual, ver opcao P)"
           END-IF.

       PROCESSAR-LINHA-RETORNO-SALARIO.
           READ RETORNO-SALARIO-FILE INTO RETORNO-SALARIO-RECORD
               AT END
                   MOVE "Y" TO WS-RTS-EOF
               NOT AT END
                   IF RTS-TIPO-REG = "1"
                       AND RETORNO-SALARIO-DADOS(2:5) IS NUMERIC
                       IF RTS-OCORRENCIA = "00"
                           ADD 1 TO WS-RTS-ACEITOS
                       ELSE
                           ADD 1 TO WS-RTS-REJEITADOS
                           PERFORM GRAVAR-CREDITO-REJEITADO
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-CREDITO-REJEITADO.
           EVALUATE RTS-OCORRENCIA
               WHEN "01"
                   MOVE "CONTA ENCERRADA" TO WS-RTS-MOTIVO
               WHEN "02"
                   MOVE "CONTA INEXISTENTE" TO WS-RTS-MOTIVO
               WHEN "03"
                   MOVE "CPF/TITULAR DIVERGENTE" TO WS-RTS-MOTIVO
               WHEN "04"
                   MOVE "CHAVE PIX INVALIDA" TO WS-RTS-MOTIVO
               WHEN OTHER
                   MOVE "OUTROS" TO WS-RTS-MOTIVO
           END-EVALUATE
           MOVE SPACES TO CREDITO-REJEITADO-DADOS
           STRING RTS-CODIGO DELIMITED BY SIZE ","
                  RTS-COMPETENCIA DELIMITED BY SIZE ","
                  RTS-TIPO-FOLHA DELIMITED BY SIZE ","
                  RTS-VALOR DELIMITED BY SIZE ","
                  RTS-OCORRENCIA DELIMITED BY SIZE ","
                  RTS-DATA DELIMITED BY SIZE ","
                  "P," DELIMITED BY SIZE
                  WS-RTS-MOTIVO DELIMITED BY SIZE
                  INTO CREDITO-REJEITADO-DADOS
           OPEN EXTEND CREDITO-REJEITADO-FILE
           IF WS-CRJ-FILE-STATUS = "35"
               OPEN OUTPUT CREDITO-REJEITADO-FILE
           END-IF
           WRITE CREDITO-REJEITADO-RECORD
           CLOSE CREDITO-REJEITADO-FILE
           DISPLAY "Rejeitado: " RTS-CODIGO " " RTS-VALOR " "
               WS-RTS-MOTIVO.

       LISTAR-CREDITOS-REJEITADOS.
           MOVE "N" TO WS-CSL-ACHADA
           MOVE "N" TO WS-RTS-EOF
           OPEN INPUT CREDITO-REJEITADO-FILE
           IF WS-CRJ-FILE-STATUS = "35"
               MOVE "Y" TO WS-RTS-EOF
           ELSE
               DISPLAY "Func. Comp.  Tipo Valor       Motivo"
               PERFORM LER-CREDITO-REJEITADO UNTIL WS-RTS-EOF = "Y"
               CLOSE CREDITO-REJEITADO-FILE
           END-IF
           IF WS-CSL-ACHADA = "N"
               DISPLAY "Nenhum credito rejeitado pendente."
           END-IF.

       LER-CREDITO-REJEITADO.
           READ CREDITO-REJEITADO-FILE INTO CREDITO-REJEITADO-RECORD
               AT END
                   MOVE "Y" TO WS-RTS-EOF
               NOT AT END
                   UNSTRING CREDITO-REJEITADO-DADOS DELIMITED BY ","
                       INTO WS-CRJ-CODIGO WS-CRJ-COMP WS-CRJ-TIPO
                            WS-CRJ-VALOR-ALFA WS-CRJ-OCORRENCIA
                            WS-CRJ-DATA WS-CRJ-SITUACAO WS-RTS-MOTIVO
                   IF WS-CRJ-SITUACAO = "P"
                       MOVE "Y" TO WS-CSL-ACHADA
                       DISPLAY WS-CRJ-CODIGO " " WS-CRJ-COMP "  "
                           WS-CRJ-TIPO "    " WS-CRJ-VALOR " "
                           WS-RTS-MOTIVO
                   END-IF
           END-READ.

       MOVIMENTACAO-MENSAL-GOVERNO.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM MOVIMENTACAO-MENSAL-EXECUTAR
           END-IF.

       MOVIMENTACAO-MENSAL-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   MOVIMENTACAO MENSAL (ADMISSOES/DESLIGAMENTOS) "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-MOV-COMP
           PERFORM CARREGAR-TRANSFERENCIAS-MOV
           MOVE "V" TO WS-MOV-FASE
           MOVE 0 TO WS-MOV-PENDENCIAS
           MOVE 0 TO WS-MOV-QTD-ADM
           MOVE 0 TO WS-MOV-QTD-DESL
           MOVE 0 TO WS-MOV-QTD-TRANSF
           DISPLAY "Validando dados obrigatorios..."
           PERFORM VARRER-FUNCIONARIOS-MOV
           IF WS-MOV-PENDENCIAS > 0
               DISPLAY WS-MOV-PENDENCIAS " pendencia(s) encontrada(s)."
               DISPLAY "Corrija o cadastro e gere o arquivo novamente."
           ELSE
               IF WS-MOV-QTD-ADM + WS-MOV-QTD-DESL
                       + WS-MOV-QTD-TRANSF = 0
                   DISPLAY "Nenhuma movimentacao na competencia."
               ELSE
                   PERFORM GERAR-ARQUIVO-MOVIMENTACAO
               END-IF
           END-IF
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       GERAR-ARQUIVO-MOVIMENTACAO.
           ACCEPT WS-MOV-DATA-GERACAO FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MOV-ARQUIVO-NOME
           STRING "movimentacaoMensal_" DELIMITED BY SIZE
                  WS-MOV-COMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-MOV-ARQUIVO-NOME
           OPEN OUTPUT MOVIMENTACAO-FILE
           MOVE SPACES TO MOVIMENTACAO-LINHA
           STRING "0MOVIMENTACAO MENSAL " DELIMITED BY SIZE
                  WS-MOV-COMP DELIMITED BY SIZE
                  WS-MOV-DATA-GERACAO DELIMITED BY SIZE
                  INTO MOVIMENTACAO-LINHA
           WRITE MOVIMENTACAO-LINHA
           MOVE "G" TO WS-MOV-FASE
           MOVE 0 TO WS-MOV-QTD-ADM
           MOVE 0 TO WS-MOV-QTD-DESL
           MOVE 0 TO WS-MOV-QTD-TRANSF
           PERFORM VARRER-FUNCIONARIOS-MOV
           COMPUTE WS-MOV-QTD-TOTAL = WS-MOV-QTD-ADM
               + WS-MOV-QTD-DESL + WS-MOV-QTD-TRANSF
           MOVE SPACES TO MOVIMENTACAO-LINHA
           STRING "9" DELIMITED BY SIZE
                  WS-MOV-QTD-ADM DELIMITED BY SIZE
                  WS-MOV-QTD-DESL DELIMITED BY SIZE
                  WS-MOV-QTD-TRANSF DELIMITED BY SIZE
                  WS-MOV-QTD-TOTAL DELIMITED BY SIZE
                  INTO MOVIMENTACAO-LINHA
           WRITE MOVIMENTACAO-LINHA
           CLOSE MOVIMENTACAO-FILE
           DISPLAY "Admissoes......: " WS-MOV-QTD-ADM
           DISPLAY "Desligamentos..: " WS-MOV-QTD-DESL
           DISPLAY "Transferencias.: " WS-MOV-QTD-TRANSF
           DISPLAY "Arquivo gravado em " WS-MOV-ARQUIVO-NOME.

       CARREGAR-TRANSFERENCIAS-MOV.
           MOVE 0 TO WS-MOV-TRF-COUNT
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT TRANSFERENCIA-FILE
           PERFORM LER-TRANSFERENCIA-MOV UNTIL END-OF-FILE
           CLOSE TRANSFERENCIA-FILE.

       LER-TRANSFERENCIA-MOV.
           READ TRANSFERENCIA-FILE INTO TRANSFERENCIA-RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   UNSTRING TRANSFERENCIA-DADOS DELIMITED BY ","
                       INTO WS-TRANSF-COD WS-TRANSF-DEPTO-ANT
                            WS-TRANSF-DEPTO-NOVO WS-TRANSF-CARGO-ANT
                            WS-TRANSF-CARGO-NOVO WS-TRANSF-DATA
                   IF WS-TRANSF-DATA(1:6) = WS-MOV-COMP
                       AND WS-MOV-TRF-COUNT < 200
                       ADD 1 TO WS-MOV-TRF-COUNT
                       MOVE WS-TRANSF-COD
                           TO WS-MOV-TRF-COD(WS-MOV-TRF-COUNT)
                       MOVE WS-TRANSF-DEPTO-ANT
                           TO WS-MOV-TRF-DEPTO-ANT(WS-MOV-TRF-COUNT)
                       MOVE WS-TRANSF-DEPTO-NOVO
                           TO WS-MOV-TRF-DEPTO-NOVO(WS-MOV-TRF-COUNT)
                       MOVE WS-TRANSF-CARGO-ANT
                           TO WS-MOV-TRF-CARGO-ANT(WS-MOV-TRF-COUNT)
                       MOVE WS-TRANSF-CARGO-NOVO
                           TO WS-MOV-TRF-CARGO-NOVO(WS-MOV-TRF-COUNT)
                       MOVE WS-TRANSF-DATA
                           TO WS-MOV-TRF-DATA(WS-MOV-TRF-COUNT)
                   END-IF
           END-READ.

       VARRER-FUNCIONARIOS-MOV.
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-FUNCIONARIO-MOV UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-FILE
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-HIST-FILE
           PERFORM LER-FUNCIONARIO-HIST-MOV UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-HIST-FILE.

       LER-FUNCIONARIO-MOV.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   PERFORM APURAR-MOVIMENTOS-FUNCIONARIO
           END-READ.

       LER-FUNCIONARIO-HIST-MOV.
           READ FUNCIONARIO-HIST-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   PERFORM APURAR-MOVIMENTOS-FUNCIONARIO
           END-READ.

       APURAR-MOVIMENTOS-FUNCIONARIO.
           MOVE 0 TO WS-MOV-DATA-ADMISSAO
           IF DATA_ADMISSAO NOT = SPACES
               MOVE DATA_ADMISSAO(7:4) TO WS-MOV-DATA-ADMISSAO(1:4)
               MOVE DATA_ADMISSAO(4:2) TO WS-MOV-DATA-ADMISSAO(5:2)
               MOVE DATA_ADMISSAO(1:2) TO WS-MOV-DATA-ADMISSAO(7:2)
           END-IF
           MOVE 0 TO WS-MOV-DATA-DESLIG
           IF DATA_DESLIGAMENTO NOT = SPACES
               MOVE DATA_DESLIGAMENTO(7:4) TO WS-MOV-DATA-DESLIG(1:4)
               MOVE DATA_DESLIGAMENTO(4:2) TO WS-MOV-DATA-DESLIG(5:2)
               MOVE DATA_DESLIGAMENTO(1:2) TO WS-MOV-DATA-DESLIG(7:2)
           END-IF
           MOVE CARGO TO WS-MOV-CARGO
           MOVE DEPARTAMENTO TO WS-MOV-DEPTO
           MOVE 0 TO WS-MOV-CARGO-ANT
           MOVE 0 TO WS-MOV-DEPTO-ANT
           IF WS-MOV-DATA-ADMISSAO(1:6) = WS-MOV-COMP
               MOVE "A" TO WS-MOV-TIPO
               MOVE WS-MOV-DATA-ADMISSAO TO WS-MOV-DATA-EVENTO
               MOVE "20" TO WS-MOV-MOTIVO
               PERFORM EMITIR-MOVIMENTO
           END-IF
           IF WS-MOV-DATA-DESLIG(1:6) = WS-MOV-COMP
               MOVE "D" TO WS-MOV-TIPO
               MOVE WS-MOV-DATA-DESLIG TO WS-MOV-DATA-EVENTO
               PERFORM BUSCAR-MOTIVO-DESLIGAMENTO
               PERFORM EMITIR-MOVIMENTO
           END-IF
           PERFORM VERIFICAR-TRANSFERENCIA-MOV
               VARYING WS-MOV-TRF-IDX FROM 1 BY 1
               UNTIL WS-MOV-TRF-IDX > WS-MOV-TRF-COUNT.

       VERIFICAR-TRANSFERENCIA-MOV.
           IF WS-MOV-TRF-COD(WS-MOV-TRF-IDX) = CODIGO
               MOVE "T" TO WS-MOV-TIPO
               MOVE WS-MOV-TRF-DATA(WS-MOV-TRF-IDX)
                   TO WS-MOV-DATA-EVENTO
               MOVE WS-MOV-TRF-CARGO-NOVO(WS-MOV-TRF-IDX)
                   TO WS-MOV-CARGO
               MOVE WS-MOV-TRF-DEPTO-NOVO(WS-MOV-TRF-IDX)
                   TO WS-MOV-DEPTO
               MOVE WS-MOV-TRF-CARGO-ANT(WS-MOV-TRF-IDX)
                   TO WS-MOV-CARGO-ANT
               MOVE WS-MOV-TRF-DEPTO-ANT(WS-MOV-TRF-IDX)
                   TO WS-MOV-DEPTO-ANT
               MOVE "70" TO WS-MOV-MOTIVO
               PERFORM EMITIR-MOVIMENTO
           END-IF.

       BUSCAR-MOTIVO-DESLIGAMENTO.
           MOVE SPACES TO WS-MOV-MOTIVO
           MOVE "N" TO WS-DSL-EOF
           OPEN INPUT DESLIGAMENTO-FILE
           IF WS-DSL-FILE-STATUS = "35"
               MOVE "Y" TO WS-DSL-EOF
           ELSE
               PERFORM LER-MOTIVO-DESLIGAMENTO UNTIL WS-DSL-EOF = "Y"
               CLOSE DESLIGAMENTO-FILE
           END-IF.

       LER-MOTIVO-DESLIGAMENTO.
           READ DESLIGAMENTO-FILE INTO DESLIGAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-DSL-EOF
               NOT AT END
                   UNSTRING DESLIGAMENTO-DADOS DELIMITED BY ","
                       INTO WS-DSL-CODIGO WS-DSL-DATA WS-DSL-TIPO
                   IF WS-DSL-CODIGO = CODIGO
                       AND WS-DSL-DATA = WS-MOV-DATA-DESLIG
                       EVALUATE WS-DSL-TIPO
                           WHEN "S"
                               MOVE "31" TO WS-MOV-MOTIVO
                           WHEN "J"
                               MOVE "32" TO WS-MOV-MOTIVO
                           WHEN "P"
                               MOVE "40" TO WS-MOV-MOTIVO
                       END-EVALUATE
                   END-IF
           END-READ.

       EMITIR-MOVIMENTO.
           EVALUATE WS-MOV-TIPO
               WHEN "A"
                   ADD 1 TO WS-MOV-QTD-ADM
               WHEN "D"
                   ADD 1 TO WS-MOV-QTD-DESL
               WHEN OTHER
                   ADD 1 TO WS-MOV-QTD-TRANSF
           END-EVALUATE
           IF WS-MOV-FASE = "V"
               PERFORM VALIDAR-MOVIMENTO
           ELSE
               MOVE WS-MOV-TIPO TO MVD-TIPO
               MOVE CPF TO MVD-CPF
               MOVE CODIGO TO MVD-CODIGO
               MOVE NOME TO MVD-NOME
               MOVE WS-MOV-CARGO TO MVD-CARGO
               MOVE WS-MOV-DEPTO TO MVD-DEPTO
               MOVE SALARIO TO MVD-SALARIO
               MOVE WS-MOV-DATA-ADMISSAO TO MVD-DATA-ADMISSAO
               MOVE WS-MOV-DATA-EVENTO TO MVD-DATA-EVENTO
               MOVE WS-MOV-MOTIVO TO MVD-MOTIVO
               MOVE WS-MOV-CARGO-ANT TO MVD-CARGO-ANT
               MOVE WS-MOV-DEPTO-ANT TO MVD-DEPTO-ANT
               WRITE MOVIMENTACAO-LINHA FROM WS-MOV-LINHA-DET
           END-IF.

       VALIDAR-MOVIMENTO.
           IF CPF = 0
               ADD 1 TO WS-MOV-PENDENCIAS
               DISPLAY CODIGO " " NOME(1:20) " (" WS-MOV-TIPO
                   "): CPF nao informado"
           END-IF
           IF WS-MOV-CARGO = 0
               ADD 1 TO WS-MOV-PENDENCIAS
               DISPLAY CODIGO " " NOME(1:20) " (" WS-MOV-TIPO
                   "): cargo nao informado"
           END-IF
           IF SALARIO = 0
               ADD 1 TO WS-MOV-PENDENCIAS
               DISPLAY CODIGO " " NOME(1:20) " (" WS-MOV-TIPO
                   "): salario nao informado"
           END-IF
           IF WS-MOV-DATA-ADMISSAO = 0
               ADD 1 TO WS-MOV-PENDENCIAS
               DISPLAY CODIGO " " NOME(1:20) " (" WS-MOV-TIPO
                   "): data de admissao nao informada"
           END-IF
           IF WS-MOV-MOTIVO = SPACES
               ADD 1 TO WS-MOV-PENDENCIAS
               DISPLAY CODIGO " " NOME(1:20) " (" WS-MOV-TIPO
                   "): motivo do desligamento nao registrado"
           END-IF.

       REGISTRAR-MOTIVO-DESLIGAMENTO.
           MOVE SPACES TO DESLIGAMENTO-DADOS
           STRING WS-RSC-CODIGO DELIMITED BY SIZE ","
                  WS-RSC-DATA-DESLIG DELIMITED BY SIZE ","
                  WS-RSC-TIPO DELIMITED BY SIZE
                  INTO DESLIGAMENTO-DADOS
           OPEN EXTEND DESLIGAMENTO-FILE
           IF WS-DSL-FILE-STATUS = "35"
               OPEN OUTPUT DESLIGAMENTO-FILE
           END-IF
           WRITE DESLIGAMENTO-RECORD
           CLOSE DESLIGAMENTO-FILE.

       MENU-PENSAO-ALIMENTICIA.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM MENU-PENSAO-ALIMENTICIA-EXECUTAR
           END-IF.

       MENU-PENSAO-ALIMENTICIA-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     PENSAO ALIMENTICIA (ORDENS JUDICIAIS)       "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir / L-Listar / E-Encerrar / "
               "R-Relatorio mensal de repasse): " WITH NO ADVANCING
           ACCEPT WS-PEN-ACAO
           EVALUATE WS-PEN-ACAO
               WHEN "I"
                   PERFORM INCLUIR-PENSAO
               WHEN "L"
                   PERFORM LISTAR-PENSAO
               WHEN "E"
                   PERFORM ENCERRAR-PENSAO
               WHEN "R"
                   PERFORM RELATORIO-PENSAO
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-PENSAO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PEN-CODIGO
           PERFORM OBTER-PROXIMO-SEQ-PENSAO
           IF WS-PEN-MAIOR-SEQ >= 9
               DISPLAY "Limite de 9 ordens por funcionario atingido."
           ELSE
               PERFORM LER-DADOS-ORDEM-PENSAO
           END-IF.

       LER-DADOS-ORDEM-PENSAO.
           MOVE WS-PEN-CODIGO TO WS-PEN-R-CODIGO
           COMPUTE WS-PEN-R-SEQ = WS-PEN-MAIOR-SEQ + 1
           MOVE SPACES TO WS-PEN-R-BENEF
           MOVE "Y" TO WS-PEN-ACHADA
           DISPLAY "Sequencia do dependente beneficiario "
               "(0 = nao cadastrado): " WITH NO ADVANCING
           ACCEPT WS-PEN-R-DEP
           IF WS-PEN-R-DEP > 0
               PERFORM VALIDAR-DEPENDENTE-PENSAO
           END-IF
           DISPLAY "Base (B-Bruto / L-Liquido / V-Valor fixo): "
               WITH NO ADVANCING
           ACCEPT WS-PEN-R-BASE
           MOVE ZEROS TO WS-PEN-R-PERC-ALFA
           MOVE ZEROS TO WS-PEN-R-VALOR-ALFA
           IF WS-PEN-R-BASE = "V"
               DISPLAY "Valor fixo mensal (9999999V99): "
                   WITH NO ADVANCING
               ACCEPT WS-PEN-R-VALOR-ALFA
           ELSE
               DISPLAY "Percentual (999V99): " WITH NO ADVANCING
               ACCEPT WS-PEN-R-PERC-ALFA
           END-IF
           DISPLAY "Inicio da vigencia (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-PEN-R-INICIO
           DISPLAY "Fim da vigencia (AAAAMMDD, 0 = indeterminado): "
               WITH NO ADVANCING
           ACCEPT WS-PEN-R-FIM
           DISPLAY "Nome do beneficiario (Enter = dependente): "
               WITH NO ADVANCING
           ACCEPT WS-PEN-ENTRADA-NOME
           IF WS-PEN-ENTRADA-NOME NOT = SPACES
               MOVE WS-PEN-ENTRADA-NOME TO WS-PEN-R-BENEF
           END-IF
           DISPLAY "Banco (3 digitos): " WITH NO ADVANCING
           ACCEPT WS-PEN-R-BANCO
           DISPLAY "Agencia: " WITH NO ADVANCING
           ACCEPT WS-PEN-R-AGENCIA
           DISPLAY "Conta com digito: " WITH NO ADVANCING
           ACCEPT WS-PEN-R-CONTA
           IF WS-PEN-ACHADA = "N"
               DISPLAY "Dependente nao cadastrado para o funcionario."
           ELSE
           IF (WS-PEN-R-BASE NOT = "B" AND WS-PEN-R-BASE NOT = "L"
                   AND WS-PEN-R-BASE NOT = "V")
               OR WS-PEN-R-PERC-ALFA IS NOT NUMERIC
               OR WS-PEN-R-VALOR-ALFA IS NOT NUMERIC
               DISPLAY "Base ou valor invalido, ordem nao gravada."
           ELSE
           IF (WS-PEN-R-BASE = "V" AND WS-PEN-R-VALOR = 0)
               OR (WS-PEN-R-BASE NOT = "V"
                   AND (WS-PEN-R-PERC = 0 OR WS-PEN-R-PERC > 100))
               OR WS-PEN-R-INICIO = 0
               OR WS-PEN-R-BENEF = SPACES
               DISPLAY "Dados incompletos, ordem nao gravada."
           ELSE
               PERFORM MONTAR-PENSAO-DADOS
               OPEN EXTEND PENSAO-FILE
               IF WS-PEN-FILE-STATUS = "35"
                   OPEN OUTPUT PENSAO-FILE
               END-IF
               WRITE PENSAO-RECORD
               CLOSE PENSAO-FILE
               MOVE "cadastrarFuncionario" TO WS-AUD-PROGRAMA
               MOVE "PENSAO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-PEN-R-CODIGO TO WS-AUD-CHAVE(1:5)
               MOVE WS-PEN-R-SEQ TO WS-AUD-CHAVE(7:1)
               MOVE SPACES TO WS-AUD-ANTES
               MOVE PENSAO-DADOS TO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING
                   WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
                   WS-AUD-ANTES WS-AUD-DEPOIS
               DISPLAY "Ordem " WS-PEN-R-SEQ " gravada!"
           END-IF
           END-IF
           END-IF.

       VALIDAR-DEPENDENTE-PENSAO.
           MOVE "N" TO WS-PEN-ACHADA
           MOVE "N" TO WS-DEP-EOF
           OPEN INPUT DEPENDENTE-FILE
           PERFORM LER-DEPENDENTE-PENSAO UNTIL WS-DEP-EOF = "Y"
           CLOSE DEPENDENTE-FILE.

       LER-DEPENDENTE-PENSAO.
           READ DEPENDENTE-FILE INTO DEPENDENTE-RECORD
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   UNSTRING DEPENDENTE-DADOS DELIMITED BY ","
                       INTO WS-DEP-CODIGO WS-DEP-SEQ WS-DEP-NOME
                            WS-DEP-NASCIMENTO WS-DEP-TIPO
                   IF WS-DEP-CODIGO = WS-PEN-CODIGO
                       AND WS-DEP-SEQ = WS-PEN-R-DEP
                       MOVE "Y" TO WS-PEN-ACHADA
                       MOVE WS-DEP-NOME TO WS-PEN-R-BENEF
                       MOVE "Y" TO WS-DEP-EOF
                   END-IF
           END-READ.

       MONTAR-PENSAO-DADOS.
           MOVE SPACES TO PENSAO-DADOS
           STRING WS-PEN-R-CODIGO DELIMITED BY SIZE ","
                  WS-PEN-R-SEQ DELIMITED BY SIZE ","
                  WS-PEN-R-DEP DELIMITED BY SIZE ","
                  WS-PEN-R-BASE DELIMITED BY SIZE ","
                  WS-PEN-R-PERC-ALFA DELIMITED BY SIZE ","
                  WS-PEN-R-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-PEN-R-INICIO DELIMITED BY SIZE ","
                  WS-PEN-R-FIM DELIMITED BY SIZE ","
                  WS-PEN-R-BANCO DELIMITED BY SIZE ","
                  WS-PEN-R-AGENCIA DELIMITED BY SIZE ","
                  WS-PEN-R-CONTA DELIMITED BY SPACE ","
                  WS-PEN-R-BENEF DELIMITED BY SIZE
                  INTO PENSAO-DADOS.

       PARSE-PENSAO-DADOS.
           MOVE SPACES TO WS-PEN-R-CONTA
           MOVE SPACES TO WS-PEN-R-BENEF
           UNSTRING PENSAO-DADOS DELIMITED BY ","
               INTO WS-PEN-R-CODIGO WS-PEN-R-SEQ WS-PEN-R-DEP
                    WS-PEN-R-BASE WS-PEN-R-PERC-ALFA
                    WS-PEN-R-VALOR-ALFA WS-PEN-R-INICIO WS-PEN-R-FIM
                    WS-PEN-R-BANCO WS-PEN-R-AGENCIA WS-PEN-R-CONTA
                    WS-PEN-R-BENEF.

       OBTER-PROXIMO-SEQ-PENSAO.
           MOVE 0 TO WS-PEN-MAIOR-SEQ
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FILE
           IF WS-PEN-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-SEQ-PENSAO UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FILE
           END-IF.

       LER-SEQ-PENSAO.
           READ PENSAO-FILE INTO PENSAO-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-DADOS
                   IF WS-PEN-R-CODIGO = WS-PEN-CODIGO
                       AND WS-PEN-R-SEQ > WS-PEN-MAIOR-SEQ
                       MOVE WS-PEN-R-SEQ TO WS-PEN-MAIOR-SEQ
                   END-IF
           END-READ.

       LISTAR-PENSAO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PEN-CODIGO
           MOVE "N" TO WS-PEN-ACHADA
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FILE
           IF WS-PEN-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-PENSAO-LISTA UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FILE
           END-IF
           IF WS-PEN-ACHADA = "N"
               DISPLAY "Nenhuma ordem de pensao para o funcionario."
           END-IF.

       LER-PENSAO-LISTA.
           READ PENSAO-FILE INTO PENSAO-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-DADOS
                   IF WS-PEN-R-CODIGO = WS-PEN-CODIGO
                       MOVE "Y" TO WS-PEN-ACHADA
                       DISPLAY "Ordem " WS-PEN-R-SEQ
                           " Dep: " WS-PEN-R-DEP
                           " Base: " WS-PEN-R-BASE
                           " Perc: " WS-PEN-R-PERC
                           " Valor: " WS-PEN-R-VALOR
                       DISPLAY "   Vigencia: " WS-PEN-R-INICIO
                           " a " WS-PEN-R-FIM
                           " Benef.: " WS-PEN-R-BENEF
                       DISPLAY "   Banco: " WS-PEN-R-BANCO
                           " Ag: " WS-PEN-R-AGENCIA
                           " Conta: " WS-PEN-R-CONTA
                   END-IF
           END-READ.

       ENCERRAR-PENSAO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PEN-CODIGO
           DISPLAY "Numero da ordem: " WITH NO ADVANCING
           ACCEPT WS-PEN-SEQ
           DISPLAY "Data de encerramento (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-PEN-DATA-FIM
           MOVE "N" TO WS-PEN-ACHADA
           MOVE 0 TO WS-PEN-COUNT
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FILE
           IF WS-PEN-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM CARREGAR-PENSAO-MANTIDA UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FILE
           END-IF
           IF WS-PEN-ACHADA = "N"
               DISPLAY "Ordem nao encontrada."
           ELSE
               OPEN OUTPUT PENSAO-FILE
               PERFORM REGRAVAR-PENSAO-MANTIDA
                   VARYING WS-PEN-IDX FROM 1 BY 1
                   UNTIL WS-PEN-IDX > WS-PEN-COUNT
               CLOSE PENSAO-FILE
               DISPLAY "Ordem encerrada em " WS-PEN-DATA-FIM
           END-IF.

       CARREGAR-PENSAO-MANTIDA.
           READ PENSAO-FILE INTO PENSAO-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-DADOS
                   IF WS-PEN-R-CODIGO = WS-PEN-CODIGO
                       AND WS-PEN-R-SEQ = WS-PEN-SEQ
                       MOVE "Y" TO WS-PEN-ACHADA
                       MOVE WS-PEN-DATA-FIM TO WS-PEN-R-FIM
                       PERFORM MONTAR-PENSAO-DADOS
                   END-IF
                   IF WS-PEN-COUNT < 200
                       ADD 1 TO WS-PEN-COUNT
                       MOVE PENSAO-DADOS TO WS-PEN-LINHA(WS-PEN-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-PENSAO-MANTIDA.
           WRITE PENSAO-RECORD FROM WS-PEN-LINHA(WS-PEN-IDX).

       PENSAO-FOLHA-FUNCIONARIO.
           MOVE 0 TO WS-PEN-TOTAL
           MOVE 0 TO WS-PEN-APL-COUNT
           MOVE 0 TO WS-PEN-AJUSTE-LIQUIDO
           IF WS-TIPO-FOLHA NOT = "A"
               MOVE WS-TIPO-FOLHA TO WS-PEN-TIPO-FOLHA
               MOVE WS-FOLHA-DATA TO WS-PEN-DATA-REF
               MOVE WS-SALARIO-BRUTO TO WS-PEN-BASE-BRUTO
               IF WS-TIPO-FOLHA = "2"
                   COMPUTE WS-PEN-BASE-BRUTO = WS-SALARIO-BRUTO
                       - WS-ADC-REMUNERACAO / 2
               END-IF
               MOVE WS-SALARIO-LIQUIDO TO WS-PEN-BASE-LIQUIDO
               PERFORM APLICAR-PENSAO-ALIMENTICIA
               IF WS-PEN-AJUSTE-LIQUIDO > WS-SALARIO-LIQUIDO
                   MOVE 0 TO WS-SALARIO-LIQUIDO
               ELSE
                   SUBTRACT WS-PEN-AJUSTE-LIQUIDO
                       FROM WS-SALARIO-LIQUIDO
               END-IF
           END-IF.

       APLICAR-PENSAO-ALIMENTICIA.
           MOVE 0 TO WS-PEN-TOTAL
           MOVE 0 TO WS-PEN-APL-COUNT
           MOVE 0 TO WS-PEN-AJUSTE-LIQUIDO
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FILE
           IF WS-PEN-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-PENSAO-CALCULO UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FILE
           END-IF
           IF WS-PEN-TOTAL > 0
               MOVE WS-IMPOSTO-RENDA TO WS-PEN-IR-ANTERIOR
               IF WS-PEN-TIPO-FOLHA NOT = "1"
                   MOVE WS-PEN-TOTAL TO WS-PEN-DEDUCAO-IR
                   PERFORM CALCULAR-DESCONTOS-FOLHA
                   MOVE 0 TO WS-PEN-DEDUCAO-IR
               END-IF
               COMPUTE WS-PEN-AJUSTE-LIQUIDO = WS-PEN-TOTAL
                   - WS-PEN-IR-ANTERIOR + WS-IMPOSTO-RENDA
           END-IF.

       LER-PENSAO-CALCULO.
           READ PENSAO-FILE INTO PENSAO-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-DADOS
                   IF WS-PEN-R-CODIGO = CODIGO
                       AND WS-PEN-R-INICIO <= WS-PEN-DATA-REF
                       AND (WS-PEN-R-FIM = 0
                           OR WS-PEN-R-FIM >= WS-PEN-DATA-REF)
                       PERFORM CALCULAR-VALOR-PENSAO
                   END-IF
           END-READ.

       CALCULAR-VALOR-PENSAO.
           MOVE 0 TO WS-PEN-VALOR
           EVALUATE WS-PEN-R-BASE
               WHEN "B"
                   COMPUTE WS-PEN-VALOR ROUNDED =
                       WS-PEN-BASE-BRUTO * WS-PEN-R-PERC / 100
               WHEN "L"
                   COMPUTE WS-PEN-VALOR ROUNDED =
                       WS-PEN-BASE-LIQUIDO * WS-PEN-R-PERC / 100
               WHEN "V"
                   IF WS-PEN-TIPO-FOLHA = "M"
                       OR WS-PEN-TIPO-FOLHA = "R"
                       MOVE WS-PEN-R-VALOR TO WS-PEN-VALOR
                   END-IF
           END-EVALUATE
           IF WS-PEN-VALOR > 0 AND WS-PEN-APL-COUNT < 9
               ADD WS-PEN-VALOR TO WS-PEN-TOTAL
               ADD 1 TO WS-PEN-APL-COUNT
               MOVE WS-PEN-R-SEQ TO WS-PEN-APL-SEQ(WS-PEN-APL-COUNT)
               MOVE WS-PEN-VALOR
                   TO WS-PEN-APL-VALOR(WS-PEN-APL-COUNT)
               MOVE WS-PEN-R-BANCO
                   TO WS-PEN-APL-BANCO(WS-PEN-APL-COUNT)
               MOVE WS-PEN-R-AGENCIA
                   TO WS-PEN-APL-AGENCIA(WS-PEN-APL-COUNT)
               MOVE WS-PEN-R-CONTA
                   TO WS-PEN-APL-CONTA(WS-PEN-APL-COUNT)
               MOVE WS-PEN-R-BENEF
                   TO WS-PEN-APL-BENEF(WS-PEN-APL-COUNT)
           END-IF.

       GRAVAR-PENSAO-FOLHA.
           IF WS-PEN-APL-COUNT > 0
               OPEN EXTEND PENSAO-FOLHA-FILE
               IF WS-PNF-FILE-STATUS = "35"
                   OPEN OUTPUT PENSAO-FOLHA-FILE
               END-IF
               PERFORM GRAVAR-PENSAO-FOLHA-ORDEM
                   VARYING WS-PEN-APL-IDX FROM 1 BY 1
                   UNTIL WS-PEN-APL-IDX > WS-PEN-APL-COUNT
               CLOSE PENSAO-FOLHA-FILE
           END-IF.

       GRAVAR-PENSAO-FOLHA-ORDEM.
           MOVE SPACES TO PENSAO-FOLHA-DADOS
           STRING WS-PEN-DATA-REF DELIMITED BY SIZE ","
                  CODIGO DELIMITED BY SIZE ","
                  WS-PEN-TIPO-FOLHA DELIMITED BY SIZE ","
                  WS-PEN-APL-SEQ(WS-PEN-APL-IDX) DELIMITED BY SIZE ","
                  WS-PEN-APL-VALOR(WS-PEN-APL-IDX)
                      DELIMITED BY SIZE ","
                  WS-PEN-APL-BANCO(WS-PEN-APL-IDX)
                      DELIMITED BY SIZE ","
                  WS-PEN-APL-AGENCIA(WS-PEN-APL-IDX)
                      DELIMITED BY SIZE ","
                  WS-PEN-APL-CONTA(WS-PEN-APL-IDX)
                      DELIMITED BY SPACE ","
                  WS-PEN-APL-BENEF(WS-PEN-APL-IDX)
                      DELIMITED BY SIZE
                  INTO PENSAO-FOLHA-DADOS
           WRITE PENSAO-FOLHA-RECORD.

       PARSE-PENSAO-FOLHA-DADOS.
           MOVE SPACES TO WS-PNF-R-CONTA
           MOVE SPACES TO WS-PNF-R-BENEF
           UNSTRING PENSAO-FOLHA-DADOS DELIMITED BY ","
               INTO WS-PNF-R-DATA WS-PNF-R-CODIGO WS-PNF-R-TIPO
                    WS-PNF-R-SEQ WS-PNF-R-VALOR-ALFA WS-PNF-R-BANCO
                    WS-PNF-R-AGENCIA WS-PNF-R-CONTA WS-PNF-R-BENEF.

       BUSCAR-PENSAO-RECIBO.
           INITIALIZE WS-PEN-RECIBO-TABLE
           MOVE 0 TO WS-PEN-TOTAL
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FOLHA-FILE
           IF WS-PNF-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-PENSAO-RECIBO UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FOLHA-FILE
           END-IF
           PERFORM SOMAR-PENSAO-RECIBO
               VARYING WS-PEN-APL-IDX FROM 1 BY 1
               UNTIL WS-PEN-APL-IDX > 9.

       LER-PENSAO-RECIBO.
           READ PENSAO-FOLHA-FILE INTO PENSAO-FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-FOLHA-DADOS
                   IF WS-PNF-R-CODIGO = WS-FOLHA-CODIGO
                       AND WS-PNF-R-DATA = WS-FOLHA-DATA
                       AND WS-PNF-R-TIPO = WS-ADC-TIPO-RECIBO
                       AND WS-PNF-R-SEQ > 0
                       MOVE WS-PNF-R-VALOR
                           TO WS-PEN-RECIBO-VALOR(WS-PNF-R-SEQ)
                   END-IF
           END-READ.

       SOMAR-PENSAO-RECIBO.
           ADD WS-PEN-RECIBO-VALOR(WS-PEN-APL-IDX) TO WS-PEN-TOTAL.

       ACUMULAR-PENSAO-INFORME.
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FOLHA-FILE
           IF WS-PNF-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-PENSAO-INFORME UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FOLHA-FILE
           END-IF.

       LER-PENSAO-INFORME.
           READ PENSAO-FOLHA-FILE INTO PENSAO-FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-FOLHA-DADOS
                   IF WS-PNF-R-DATA(1:4) = WS-INF-ANO
                       PERFORM PROCURAR-INFORME-IDX
                           VARYING WS-INF-IDX FROM 1 BY 1
                           UNTIL WS-INF-IDX > WS-INF-COUNT
                               OR WS-INF-CODIGO(WS-INF-IDX)
                                   = WS-PNF-R-CODIGO
                       IF WS-INF-IDX <= WS-INF-COUNT
                           ADD WS-PNF-R-VALOR
                               TO WS-INF-PENSAO(WS-INF-IDX)
                       END-IF
                   END-IF
           END-READ.

       RELATORIO-PENSAO.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PEN-REL-COMP
           MOVE 0 TO WS-PEN-REL-COUNT
           MOVE "N" TO WS-PEN-EOF
           OPEN INPUT PENSAO-FOLHA-FILE
           IF WS-PNF-FILE-STATUS = "35"
               MOVE "Y" TO WS-PEN-EOF
           ELSE
               PERFORM LER-PENSAO-RELATORIO UNTIL WS-PEN-EOF = "Y"
               CLOSE PENSAO-FOLHA-FILE
           END-IF
           IF WS-PEN-REL-COUNT = 0
               DISPLAY "Nenhuma pensao descontada na competencia."
           ELSE
               PERFORM GRAVAR-RELATORIO-PENSAO
           END-IF.

       LER-PENSAO-RELATORIO.
           READ PENSAO-FOLHA-FILE INTO PENSAO-FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-PEN-EOF
               NOT AT END
                   PERFORM PARSE-PENSAO-FOLHA-DADOS
                   IF WS-PNF-R-DATA(1:6) = WS-PEN-REL-COMP
                       PERFORM ACUMULAR-PENSAO-RELATORIO
                   END-IF
           END-READ.

       ACUMULAR-PENSAO-RELATORIO.
           PERFORM PROCURAR-PENSAO-RELATORIO
               VARYING WS-PEN-REL-IDX FROM 1 BY 1
               UNTIL WS-PEN-REL-IDX > WS-PEN-REL-COUNT
                   OR (WS-PEN-REL-CODIGO(WS-PEN-REL-IDX)
                           = WS-PNF-R-CODIGO
                       AND WS-PEN-REL-SEQ(WS-PEN-REL-IDX)
                           = WS-PNF-R-SEQ
                       AND WS-PEN-REL-TIPO(WS-PEN-REL-IDX)
                           = WS-PNF-R-TIPO)
           IF WS-PEN-REL-IDX > WS-PEN-REL-COUNT
               AND WS-PEN-REL-COUNT < 300
               ADD 1 TO WS-PEN-REL-COUNT
               MOVE WS-PEN-REL-COUNT TO WS-PEN-REL-IDX
           END-IF
           IF WS-PEN-REL-IDX <= WS-PEN-REL-COUNT
               MOVE WS-PNF-R-CODIGO TO WS-PEN-REL-CODIGO(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-SEQ TO WS-PEN-REL-SEQ(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-TIPO TO WS-PEN-REL-TIPO(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-VALOR TO WS-PEN-REL-VALOR(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-BANCO TO WS-PEN-REL-BANCO(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-AGENCIA
                   TO WS-PEN-REL-AGENCIA(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-CONTA TO WS-PEN-REL-CONTA(WS-PEN-REL-IDX)
               MOVE WS-PNF-R-BENEF TO WS-PEN-REL-BENEF(WS-PEN-REL-IDX)
           END-IF.

       PROCURAR-PENSAO-RELATORIO.
           CONTINUE.

       GRAVAR-RELATORIO-PENSAO.
           MOVE 0 TO WS-PEN-REL-TOTAL
           MOVE SPACES TO WS-PEN-RELATORIO-NOME
           STRING "relatorioPensao_" DELIMITED BY SIZE
                  WS-PEN-REL-COMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PEN-RELATORIO-NOME
           OPEN OUTPUT RELATORIO-PENSAO-FILE
           MOVE SPACES TO RELATORIO-PENSAO-LINHA
           STRING "REPASSE DE PENSAO ALIMENTICIA - COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-PEN-REL-COMP DELIMITED BY SIZE
                  INTO RELATORIO-PENSAO-LINHA
           WRITE RELATORIO-PENSAO-LINHA
           MOVE "FUNC. ORD BENEFICIARIO                   BCO AGENC "
               TO RELATORIO-PENSAO-LINHA
           MOVE "CONTA        VALOR A REPASSAR"
               TO RELATORIO-PENSAO-LINHA(52:29)
           WRITE RELATORIO-PENSAO-LINHA
           DISPLAY RELATORIO-PENSAO-LINHA
           PERFORM EMITIR-BENEFICIARIO-PENSAO
               VARYING WS-PEN-REL-IDX FROM 1 BY 1
               UNTIL WS-PEN-REL-IDX > WS-PEN-REL-COUNT
           MOVE SPACES TO RELATORIO-PENSAO-LINHA
           MOVE WS-PEN-REL-TOTAL TO WS-PEN-VALOR-ED
           STRING "TOTAL A REPASSAR: " DELIMITED BY SIZE
                  WS-PEN-VALOR-ED DELIMITED BY SIZE
                  INTO RELATORIO-PENSAO-LINHA
           WRITE RELATORIO-PENSAO-LINHA
           DISPLAY RELATORIO-PENSAO-LINHA
           CLOSE RELATORIO-PENSAO-FILE
           MOVE WS-PEN-RELATORIO-NOME TO WS-RLE-ARQUIVO
           MOVE "relatorioPensao" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-PEN-REL-COMP DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em " WS-PEN-RELATORIO-NOME.

       EMITIR-BENEFICIARIO-PENSAO.
           PERFORM PROCURAR-PENSAO-ANTERIOR
               VARYING WS-PEN-REL-AUX FROM 1 BY 1
               UNTIL WS-PEN-REL-AUX >= WS-PEN-REL-IDX
                   OR (WS-PEN-REL-CODIGO(WS-PEN-REL-AUX)
                           = WS-PEN-REL-CODIGO(WS-PEN-REL-IDX)
                       AND WS-PEN-REL-SEQ(WS-PEN-REL-AUX)
                           = WS-PEN-REL-SEQ(WS-PEN-REL-IDX))
           IF WS-PEN-REL-AUX >= WS-PEN-REL-IDX
               MOVE 0 TO WS-PEN-VALOR
               PERFORM SOMAR-BENEFICIARIO-PENSAO
                   VARYING WS-PEN-REL-AUX FROM WS-PEN-REL-IDX BY 1
                   UNTIL WS-PEN-REL-AUX > WS-PEN-REL-COUNT
               ADD WS-PEN-VALOR TO WS-PEN-REL-TOTAL
               MOVE WS-PEN-VALOR TO WS-PEN-VALOR-ED
               MOVE SPACES TO RELATORIO-PENSAO-LINHA
               STRING WS-PEN-REL-CODIGO(WS-PEN-REL-IDX)
                      DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PEN-REL-SEQ(WS-PEN-REL-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-PEN-REL-BENEF(WS-PEN-REL-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEN-REL-BANCO(WS-PEN-REL-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEN-REL-AGENCIA(WS-PEN-REL-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEN-REL-CONTA(WS-PEN-REL-IDX)
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEN-VALOR-ED DELIMITED BY SIZE
                      INTO RELATORIO-PENSAO-LINHA
               WRITE RELATORIO-PENSAO-LINHA
               DISPLAY RELATORIO-PENSAO-LINHA
           END-IF.

       PROCURAR-PENSAO-ANTERIOR.
           CONTINUE.

       SOMAR-BENEFICIARIO-PENSAO.
           IF WS-PEN-REL-CODIGO(WS-PEN-REL-AUX)
                   = WS-PEN-REL-CODIGO(WS-PEN-REL-IDX)
               AND WS-PEN-REL-SEQ(WS-PEN-REL-AUX)
                   = WS-PEN-REL-SEQ(WS-PEN-REL-IDX)
               ADD WS-PEN-REL-VALOR(WS-PEN-REL-AUX) TO WS-PEN-VALOR
           END-IF.

       MENU-PLANO-SAUDE.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM MENU-PLANO-SAUDE-EXECUTAR
           END-IF.

       MENU-PLANO-SAUDE-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "            PLANO DE SAUDE EMPRESARIAL           "
           DISPLAY "================================================="
           DISPLAY "Acao (T-Tabela por faixa etaria / A-Adesao / "
               "E-Encerrar adesao / L-Listar vidas /"
           DISPLAY "      I-Importar coparticipacao / C-Conciliar "
               "fatura / D-Custo por departamento): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-ACAO
           EVALUATE WS-PLS-ACAO
               WHEN "T"
                   PERFORM INCLUIR-FAIXA-PLANO
               WHEN "A"
                   PERFORM ADERIR-PLANO-SAUDE
               WHEN "E"
                   PERFORM ENCERRAR-ADESAO-PLANO
               WHEN "L"
                   PERFORM LISTAR-ADESAO-PLANO
               WHEN "I"
                   PERFORM IMPORTAR-COPARTICIPACAO
               WHEN "C"
                   PERFORM CONCILIAR-FATURA-PLANO
               WHEN "D"
                   PERFORM CUSTO-PLANO-DEPARTAMENTO
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-FAIXA-PLANO.
           MOVE ZEROS TO WS-PLT-R-VALOR-ALFA
           DISPLAY "Plano: " WITH NO ADVANCING
           ACCEPT WS-PLT-R-PLANO
           DISPLAY "Idade maxima da faixa (999 = acima de): "
               WITH NO ADVANCING
           ACCEPT WS-PLT-R-IDADE-MAX
           DISPLAY "Valor mensal por vida (9999999V99): "
               WITH NO ADVANCING
           ACCEPT WS-PLT-R-VALOR-ALFA
           IF WS-PLT-R-PLANO = SPACES
               OR WS-PLT-R-VALOR-ALFA IS NOT NUMERIC
               DISPLAY "Dados invalidos, faixa nao gravada."
           ELSE
           IF WS-PLT-R-VALOR = 0
               DISPLAY "Dados invalidos, faixa nao gravada."
           ELSE
               MOVE SPACES TO PLANO-TABELA-DADOS
               STRING WS-PLT-R-PLANO DELIMITED BY SPACE ","
                      WS-PLT-R-IDADE-MAX DELIMITED BY SIZE ","
                      WS-PLT-R-VALOR-ALFA DELIMITED BY SIZE
                      INTO PLANO-TABELA-DADOS
               OPEN EXTEND PLANO-TABELA-FILE
               IF WS-PLT-FILE-STATUS = "35"
                   OPEN OUTPUT PLANO-TABELA-FILE
               END-IF
               WRITE PLANO-TABELA-RECORD
               CLOSE PLANO-TABELA-FILE
               DISPLAY "Faixa gravada!"
           END-IF
           END-IF.

       ADERIR-PLANO-SAUDE.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PLS-CODIGO
           DISPLAY "Sequencia do dependente (0 = titular): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-DEP-SEQ
           DISPLAY "Plano: " WITH NO ADVANCING
           ACCEPT WS-PLS-ENT-PLANO
           DISPLAY "Inicio da cobertura (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-ENT-INICIO
           MOVE 0 TO WS-PLS-ENT-NASCIMENTO
           MOVE "Y" TO WS-PLS-ACHADO
           IF WS-PLS-DEP-SEQ = 0
               DISPLAY "Nascimento do titular (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-PLS-ENT-NASCIMENTO
           ELSE
               PERFORM BUSCAR-NASCIMENTO-DEPENDENTE
           END-IF
           PERFORM MOVER-ADESAO-PLANO-ENTRADA
           PERFORM CARREGAR-TABELA-PLANO
           MOVE 0 TO WS-PLS-IDADE
           PERFORM BUSCAR-PRECO-PLANO
           IF WS-PLS-ACHADO = "N"
               DISPLAY "Dependente nao cadastrado para o funcionario."
           ELSE
           IF WS-PLS-PRECO = 0
               DISPLAY "Plano sem tabela de precos, adesao recusada."
           ELSE
           IF WS-PLA-R-INICIO = 0 OR WS-PLA-R-NASCIMENTO = 0
               DISPLAY "Dados incompletos, adesao nao gravada."
           ELSE
               PERFORM VERIFICAR-ADESAO-ATIVA
               IF WS-PLS-ACHADO = "Y"
                   DISPLAY "Vida ja possui adesao ativa no plano."
               ELSE
                   PERFORM MONTAR-ADESAO-PLANO
                   OPEN EXTEND PLANO-ADESAO-FILE
                   IF WS-PLA-FILE-STATUS = "35"
                       OPEN OUTPUT PLANO-ADESAO-FILE
                   END-IF
                   WRITE PLANO-ADESAO-RECORD
                   CLOSE PLANO-ADESAO-FILE
                   MOVE "cadastrarFuncionario" TO WS-AUD-PROGRAMA
                   MOVE "PLANOSAUDE" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-CHAVE
                   MOVE WS-PLA-R-CODIGO TO WS-AUD-CHAVE(1:5)
                   MOVE WS-PLA-R-DEP TO WS-AUD-CHAVE(7:2)
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE PLANO-ADESAO-DADOS TO WS-AUD-DEPOIS
                   CALL 'registrarAuditoria' USING
                       WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
                       WS-AUD-ANTES WS-AUD-DEPOIS
                   DISPLAY "Adesao gravada!"
               END-IF
           END-IF
           END-IF
           END-IF.

       BUSCAR-NASCIMENTO-DEPENDENTE.
           MOVE "N" TO WS-PLS-ACHADO
           MOVE "N" TO WS-DEP-EOF
           OPEN INPUT DEPENDENTE-FILE
           PERFORM LER-DEPENDENTE-PLANO UNTIL WS-DEP-EOF = "Y"
           CLOSE DEPENDENTE-FILE.

       LER-DEPENDENTE-PLANO.
           READ DEPENDENTE-FILE INTO DEPENDENTE-RECORD
               AT END
                   MOVE "Y" TO WS-DEP-EOF
               NOT AT END
                   UNSTRING DEPENDENTE-DADOS DELIMITED BY ","
                       INTO WS-DEP-CODIGO WS-DEP-SEQ WS-DEP-NOME
                            WS-DEP-NASCIMENTO WS-DEP-TIPO
                   IF WS-DEP-CODIGO = WS-PLS-CODIGO
                       AND WS-DEP-SEQ = WS-PLS-DEP-SEQ
                       MOVE "Y" TO WS-PLS-ACHADO
                       MOVE WS-DEP-NASCIMENTO
                           TO WS-PLS-ENT-NASCIMENTO
                       MOVE "Y" TO WS-DEP-EOF
                   END-IF
           END-READ.

       VERIFICAR-ADESAO-ATIVA.
           MOVE "N" TO WS-PLS-ACHADO
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-ADESAO-FILE
           IF WS-PLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-ADESAO-DUPLICADA UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-ADESAO-FILE
           END-IF
           PERFORM MOVER-ADESAO-PLANO-ENTRADA.

       LER-ADESAO-DUPLICADA.
           READ PLANO-ADESAO-FILE INTO PLANO-ADESAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-ADESAO-PLANO
                   IF WS-PLA-R-CODIGO = WS-PLS-CODIGO
                       AND WS-PLA-R-DEP = WS-PLS-DEP-SEQ
                       AND WS-PLA-R-FIM = 0
                       MOVE "Y" TO WS-PLS-ACHADO
                       MOVE "Y" TO WS-PLS-EOF
                   END-IF
           END-READ.

       MOVER-ADESAO-PLANO-ENTRADA.
           MOVE WS-PLS-CODIGO TO WS-PLA-R-CODIGO
           MOVE WS-PLS-DEP-SEQ TO WS-PLA-R-DEP
           MOVE WS-PLS-ENT-PLANO TO WS-PLA-R-PLANO
           MOVE WS-PLS-ENT-NASCIMENTO TO WS-PLA-R-NASCIMENTO
           MOVE WS-PLS-ENT-INICIO TO WS-PLA-R-INICIO
           MOVE 0 TO WS-PLA-R-FIM.

       MONTAR-ADESAO-PLANO.
           MOVE SPACES TO PLANO-ADESAO-DADOS
           STRING WS-PLA-R-CODIGO DELIMITED BY SIZE ","
                  WS-PLA-R-DEP DELIMITED BY SIZE ","
                  WS-PLA-R-PLANO DELIMITED BY SPACE ","
                  WS-PLA-R-NASCIMENTO DELIMITED BY SIZE ","
                  WS-PLA-R-INICIO DELIMITED BY SIZE ","
                  WS-PLA-R-FIM DELIMITED BY SIZE
                  INTO PLANO-ADESAO-DADOS.

       PARSE-ADESAO-PLANO.
           MOVE SPACES TO WS-PLA-R-PLANO
           UNSTRING PLANO-ADESAO-DADOS DELIMITED BY ","
               INTO WS-PLA-R-CODIGO WS-PLA-R-DEP WS-PLA-R-PLANO
                    WS-PLA-R-NASCIMENTO WS-PLA-R-INICIO
                    WS-PLA-R-FIM.

       ENCERRAR-ADESAO-PLANO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PLS-CODIGO
           DISPLAY "Sequencia do dependente (0 = titular): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-DEP-SEQ
           DISPLAY "Fim da cobertura (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-PLS-DATA-FIM
           MOVE "N" TO WS-PLS-ACHADO
           MOVE 0 TO WS-PLA-COUNT
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-ADESAO-FILE
           IF WS-PLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM CARREGAR-ADESAO-MANTIDA UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-ADESAO-FILE
           END-IF
           IF WS-PLS-ACHADO = "N" OR WS-PLS-DATA-FIM = 0
               DISPLAY "Adesao ativa nao encontrada."
           ELSE
               OPEN OUTPUT PLANO-ADESAO-FILE
               PERFORM REGRAVAR-ADESAO-MANTIDA
                   VARYING WS-PLA-IDX FROM 1 BY 1
                   UNTIL WS-PLA-IDX > WS-PLA-COUNT
               CLOSE PLANO-ADESAO-FILE
               DISPLAY "Adesao encerrada em " WS-PLS-DATA-FIM
           END-IF.

       CARREGAR-ADESAO-MANTIDA.
           READ PLANO-ADESAO-FILE INTO PLANO-ADESAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-ADESAO-PLANO
                   IF WS-PLA-R-CODIGO = WS-PLS-CODIGO
                       AND WS-PLA-R-DEP = WS-PLS-DEP-SEQ
                       AND WS-PLA-R-FIM = 0
                       AND WS-PLS-DATA-FIM > 0
                       MOVE "Y" TO WS-PLS-ACHADO
                       MOVE WS-PLS-DATA-FIM TO WS-PLA-R-FIM
                       PERFORM MONTAR-ADESAO-PLANO
                   END-IF
                   IF WS-PLA-COUNT < 500
                       ADD 1 TO WS-PLA-COUNT
                       MOVE PLANO-ADESAO-DADOS
                           TO WS-PLA-LINHA(WS-PLA-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-ADESAO-MANTIDA.
           WRITE PLANO-ADESAO-RECORD FROM WS-PLA-LINHA(WS-PLA-IDX).

       LISTAR-ADESAO-PLANO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-PLS-CODIGO
           MOVE "N" TO WS-PLS-ACHADO
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-ADESAO-FILE
           IF WS-PLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-ADESAO-LISTA UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-ADESAO-FILE
           END-IF
           IF WS-PLS-ACHADO = "N"
               DISPLAY "Nenhuma vida inscrita no plano."
           END-IF.

       LER-ADESAO-LISTA.
           READ PLANO-ADESAO-FILE INTO PLANO-ADESAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-ADESAO-PLANO
                   IF WS-PLA-R-CODIGO = WS-PLS-CODIGO
                       MOVE "Y" TO WS-PLS-ACHADO
                       DISPLAY "Dep: " WS-PLA-R-DEP
                           " Plano: " WS-PLA-R-PLANO
                           " Nasc.: " WS-PLA-R-NASCIMENTO
                       DISPLAY "   Cobertura: " WS-PLA-R-INICIO
                           " a " WS-PLA-R-FIM
                   END-IF
           END-READ.

       CARREGAR-PARAMETROS-PLANO.
           MOVE 20 TO WS-PLS-PERC-FUNC
           MOVE 10 TO WS-PLS-TETO-PERC
           MOVE "PLANO-PERC-FUNC" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR <= 100
               MOVE WS-PAR-VALOR TO WS-PLS-PERC-FUNC
           END-IF
           MOVE "PLANO-TETO-COPART" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR <= 100
               MOVE WS-PAR-VALOR TO WS-PLS-TETO-PERC
           END-IF.

       CARREGAR-TABELA-PLANO.
           MOVE 0 TO WS-PLT-COUNT
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-TABELA-FILE
           IF WS-PLT-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-TABELA-PLANO UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-TABELA-FILE
           END-IF.

       LER-TABELA-PLANO.
           READ PLANO-TABELA-FILE INTO PLANO-TABELA-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   MOVE SPACES TO WS-PLT-R-PLANO
                   MOVE SPACES TO WS-PLT-R-VALOR-ALFA
                   UNSTRING PLANO-TABELA-DADOS DELIMITED BY ","
                       INTO WS-PLT-R-PLANO WS-PLT-R-IDADE-MAX
                            WS-PLT-R-VALOR-ALFA
                   IF WS-PLT-R-VALOR-ALFA IS NUMERIC
                       AND WS-PLT-COUNT < 200
                       ADD 1 TO WS-PLT-COUNT
                       MOVE WS-PLT-R-PLANO
                           TO WS-PLT-PLANO(WS-PLT-COUNT)
                       MOVE WS-PLT-R-IDADE-MAX
                           TO WS-PLT-IDADE-MAX(WS-PLT-COUNT)
                       MOVE WS-PLT-R-VALOR
                           TO WS-PLT-VALOR(WS-PLT-COUNT)
                   END-IF
           END-READ.

       BUSCAR-PRECO-PLANO.
           MOVE 0 TO WS-PLS-PRECO
           MOVE 999 TO WS-PLS-MELHOR-FAIXA
           PERFORM COMPARAR-FAIXA-PLANO
               VARYING WS-PLT-IDX FROM 1 BY 1
               UNTIL WS-PLT-IDX > WS-PLT-COUNT.

       COMPARAR-FAIXA-PLANO.
           IF WS-PLT-PLANO(WS-PLT-IDX) = WS-PLA-R-PLANO
               AND WS-PLT-IDADE-MAX(WS-PLT-IDX) >= WS-PLS-IDADE
               AND WS-PLT-IDADE-MAX(WS-PLT-IDX) <= WS-PLS-MELHOR-FAIXA
               MOVE WS-PLT-IDADE-MAX(WS-PLT-IDX)
                   TO WS-PLS-MELHOR-FAIXA
               MOVE WS-PLT-VALOR(WS-PLT-IDX) TO WS-PLS-PRECO
           END-IF.

       CARREGAR-VIDAS-PLANO.
           COMPUTE WS-PLS-INICIO-COMP = WS-PLS-COMP * 100 + 1
           COMPUTE WS-PLS-DATA-REF = WS-PLS-COMP * 100 + 31
           MOVE 0 TO WS-PLV-COUNT
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-ADESAO-FILE
           IF WS-PLA-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-VIDA-PLANO UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-ADESAO-FILE
           END-IF.

       LER-VIDA-PLANO.
           READ PLANO-ADESAO-FILE INTO PLANO-ADESAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-ADESAO-PLANO
                   IF (WS-PLS-CODIGO = 0
                           OR WS-PLA-R-CODIGO = WS-PLS-CODIGO)
                       AND WS-PLA-R-INICIO <= WS-PLS-DATA-REF
                       AND (WS-PLA-R-FIM = 0
                           OR WS-PLA-R-FIM >= WS-PLS-INICIO-COMP)
                       AND WS-PLV-COUNT < 1000
                       MOVE 0 TO WS-PLS-IDADE
                       IF WS-PLA-R-NASCIMENTO < WS-PLS-INICIO-COMP
                           COMPUTE WS-PLS-IDADE =
                               (WS-PLS-INICIO-COMP
                                   - WS-PLA-R-NASCIMENTO) / 10000
                       END-IF
                       PERFORM BUSCAR-PRECO-PLANO
                       ADD 1 TO WS-PLV-COUNT
                       MOVE WS-PLA-R-CODIGO
                           TO WS-PLV-CODIGO(WS-PLV-COUNT)
                       MOVE WS-PLA-R-DEP TO WS-PLV-DEP(WS-PLV-COUNT)
                       MOVE WS-PLS-PRECO TO WS-PLV-VALOR(WS-PLV-COUNT)
                       MOVE 0 TO WS-PLV-COBRADO(WS-PLV-COUNT)
                       MOVE 0 TO WS-PLV-COPART(WS-PLV-COUNT)
                   END-IF
           END-READ.

       PROCURAR-VIDA-PLANO.
           CONTINUE.

       IMPORTAR-COPARTICIPACAO.
           DISPLAY "Competencia do arquivo da operadora (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-COMP
           MOVE "N" TO WS-PLS-ACHADO
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT COPARTICIPACAO-FILE
           IF WS-CPT-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-COPART-EXISTENTE UNTIL WS-PLS-EOF = "Y"
               CLOSE COPARTICIPACAO-FILE
           END-IF
           IF WS-PLS-ACHADO = "Y"
               DISPLAY "Coparticipacao da competencia " WS-PLS-COMP
                   " ja importada."
           ELSE
               OPEN INPUT COPART-OPERADORA-FILE
               IF WS-COP-FILE-STATUS = "35"
                   DISPLAY "Arquivo coparticipacaoOperadora.txt "
                       "nao encontrado."
               ELSE
                   MOVE 0 TO WS-PLS-CODIGO
                   PERFORM CARREGAR-TABELA-PLANO
                   PERFORM CARREGAR-VIDAS-PLANO
                   MOVE 0 TO WS-PLS-ACEITOS
                   MOVE 0 TO WS-PLS-REJEITADOS
                   MOVE 0 TO WS-PLS-TOT-COBRADO
                   OPEN EXTEND COPARTICIPACAO-FILE
                   IF WS-CPT-FILE-STATUS = "35"
                       OPEN OUTPUT COPARTICIPACAO-FILE
                   END-IF
                   MOVE "N" TO WS-PLS-EOF
                   PERFORM PROCESSAR-LINHA-COPART
                       UNTIL WS-PLS-EOF = "Y"
                   CLOSE COPARTICIPACAO-FILE
                   CLOSE COPART-OPERADORA-FILE
                   MOVE WS-PLS-TOT-COBRADO TO WS-PLS-VALOR-ED
                   DISPLAY "Lancamentos importados: " WS-PLS-ACEITOS
                       " Total: " WS-PLS-VALOR-ED
                   DISPLAY "Lancamentos rejeitados: "
                       WS-PLS-REJEITADOS
               END-IF
           END-IF.

       LER-COPART-EXISTENTE.
           READ COPARTICIPACAO-FILE INTO COPARTICIPACAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-COPARTICIPACAO
                   IF WS-CPT-R-COMP = WS-PLS-COMP
                       MOVE "Y" TO WS-PLS-ACHADO
                       MOVE "Y" TO WS-PLS-EOF
                   END-IF
           END-READ.

       PARSE-COPARTICIPACAO.
           MOVE SPACES TO WS-CPT-R-VALOR-ALFA
           MOVE SPACES TO WS-CPT-R-PROCED
           UNSTRING COPARTICIPACAO-DADOS DELIMITED BY ","
               INTO WS-CPT-R-COMP WS-CPT-R-CODIGO WS-CPT-R-DEP
                    WS-CPT-R-DATA WS-CPT-R-VALOR-ALFA
                    WS-CPT-R-PROCED.

       PROCESSAR-LINHA-COPART.
           READ COPART-OPERADORA-FILE
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   IF COP-TIPO-REG = "1"
                       PERFORM VALIDAR-LINHA-COPART
                   END-IF
           END-READ.

       VALIDAR-LINHA-COPART.
           MOVE SPACES TO WS-PLS-MOTIVO
           PERFORM PROCURAR-VIDA-PLANO
               VARYING WS-PLV-IDX FROM 1 BY 1
               UNTIL WS-PLV-IDX > WS-PLV-COUNT
                   OR (WS-PLV-CODIGO(WS-PLV-IDX) = COP-CODIGO
                       AND WS-PLV-DEP(WS-PLV-IDX) = COP-DEP-SEQ)
           EVALUATE TRUE
               WHEN COP-COMPETENCIA NOT = WS-PLS-COMP
                   MOVE "COMPETENCIA DIVERGENTE" TO WS-PLS-MOTIVO
               WHEN COP-VALOR IS NOT NUMERIC
                   MOVE "VALOR INVALIDO" TO WS-PLS-MOTIVO
               WHEN COP-VALOR = 0
                   MOVE "VALOR ZERADO" TO WS-PLS-MOTIVO
               WHEN WS-PLV-IDX > WS-PLV-COUNT
                   MOVE "VIDA SEM ADESAO ATIVA" TO WS-PLS-MOTIVO
           END-EVALUATE
           IF WS-PLS-MOTIVO NOT = SPACES
               ADD 1 TO WS-PLS-REJEITADOS
               DISPLAY "Rejeitado: func " COP-CODIGO
                   " dep " COP-DEP-SEQ " - " WS-PLS-MOTIVO
           ELSE
               MOVE COP-VALOR TO WS-CPT-R-VALOR
               MOVE SPACES TO COPARTICIPACAO-DADOS
               STRING WS-PLS-COMP DELIMITED BY SIZE ","
                      COP-CODIGO DELIMITED BY SIZE ","
                      COP-DEP-SEQ DELIMITED BY SIZE ","
                      COP-DATA DELIMITED BY SIZE ","
                      WS-CPT-R-VALOR-ALFA DELIMITED BY SIZE ","
                      COP-PROCEDIMENTO DELIMITED BY SIZE
                      INTO COPARTICIPACAO-DADOS
               WRITE COPARTICIPACAO-RECORD
               ADD 1 TO WS-PLS-ACEITOS
               ADD COP-VALOR TO WS-PLS-TOT-COBRADO
           END-IF.

       DESCONTAR-PLANO-SAUDE-FOLHA.
           MOVE WS-FOLHA-COMPETENCIA TO WS-PLS-COMP
           MOVE CODIGO TO WS-PLS-CODIGO
           PERFORM CARREGAR-PARAMETROS-PLANO
           PERFORM CARREGAR-TABELA-PLANO
           PERFORM CARREGAR-VIDAS-PLANO
           MOVE 0 TO WS-PLS-MENSALIDADE
           PERFORM SOMAR-MENSALIDADE-VIDA
               VARYING WS-PLV-IDX FROM 1 BY 1
               UNTIL WS-PLV-IDX > WS-PLV-COUNT
           COMPUTE WS-PLS-PARTE-FUNC ROUNDED =
               WS-PLS-MENSALIDADE * WS-PLS-PERC-FUNC / 100
           MOVE 0 TO WS-PLS-COPART
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT COPARTICIPACAO-FILE
           IF WS-CPT-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-COPART-FOLHA UNTIL WS-PLS-EOF = "Y"
               CLOSE COPARTICIPACAO-FILE
           END-IF
           MOVE 0 TO WS-PLS-SALDO-ANT
           MOVE 0 TO WS-PLS-SALDO-DATA
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-FOLHA-FILE
           IF WS-PLF-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-SALDO-PLANO-FOLHA UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-FOLHA-FILE
           END-IF
           COMPUTE WS-PLS-TOTAL = WS-PLS-PARTE-FUNC + WS-PLS-COPART
               + WS-PLS-SALDO-ANT
           COMPUTE WS-PLS-TETO ROUNDED =
               SALARIO * WS-PLS-TETO-PERC / 100
           IF WS-PLS-COPART + WS-PLS-SALDO-ANT > WS-PLS-TETO
               COMPUTE WS-PLS-DESCONTO =
                   WS-PLS-PARTE-FUNC + WS-PLS-TETO
           ELSE
               MOVE WS-PLS-TOTAL TO WS-PLS-DESCONTO
           END-IF
           IF WS-PLS-DESCONTO > WS-SALARIO-LIQUIDO
               MOVE WS-SALARIO-LIQUIDO TO WS-PLS-DESCONTO
           END-IF
           COMPUTE WS-PLS-SALDO = WS-PLS-TOTAL - WS-PLS-DESCONTO
           SUBTRACT WS-PLS-DESCONTO FROM WS-SALARIO-LIQUIDO
           IF WS-PLS-TOTAL > 0
               PERFORM GRAVAR-PLANO-FOLHA
           END-IF.

       SOMAR-MENSALIDADE-VIDA.
           ADD WS-PLV-VALOR(WS-PLV-IDX) TO WS-PLS-MENSALIDADE.

       LER-COPART-FOLHA.
           READ COPARTICIPACAO-FILE INTO COPARTICIPACAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-COPARTICIPACAO
                   IF WS-CPT-R-COMP = WS-PLS-COMP
                       AND WS-CPT-R-CODIGO = CODIGO
                       AND WS-CPT-R-VALOR-ALFA IS NUMERIC
                       ADD WS-CPT-R-VALOR TO WS-PLS-COPART
                   END-IF
           END-READ.

       LER-SALDO-PLANO-FOLHA.
           READ PLANO-FOLHA-FILE INTO PLANO-FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-PLANO-FOLHA
                   IF WS-PLF-R-CODIGO = CODIGO
                       AND WS-PLF-R-DATA < WS-FOLHA-DATA
                       AND WS-PLF-R-DATA >= WS-PLS-SALDO-DATA
                       MOVE WS-PLF-R-DATA TO WS-PLS-SALDO-DATA
                       MOVE WS-PLF-R-SALDO TO WS-PLS-SALDO-ANT
                   END-IF
           END-READ.

       GRAVAR-PLANO-FOLHA.
           MOVE WS-PLS-PARTE-FUNC TO WS-PLF-R-MENSALIDADE
           MOVE WS-PLS-COPART TO WS-PLF-R-COPART
           MOVE WS-PLS-DESCONTO TO WS-PLF-R-DESCONTO
           MOVE WS-PLS-SALDO TO WS-PLF-R-SALDO
           MOVE SPACES TO PLANO-FOLHA-DADOS
           STRING WS-FOLHA-DATA DELIMITED BY SIZE ","
                  CODIGO DELIMITED BY SIZE ","
                  WS-TIPO-FOLHA DELIMITED BY SIZE ","
                  WS-PLF-R-MENSALIDADE-ALFA DELIMITED BY SIZE ","
                  WS-PLF-R-COPART-ALFA DELIMITED BY SIZE ","
                  WS-PLF-R-DESCONTO-ALFA DELIMITED BY SIZE ","
                  WS-PLF-R-SALDO-ALFA DELIMITED BY SIZE
                  INTO PLANO-FOLHA-DADOS
           OPEN EXTEND PLANO-FOLHA-FILE
           IF WS-PLF-FILE-STATUS = "35"
               OPEN OUTPUT PLANO-FOLHA-FILE
           END-IF
           WRITE PLANO-FOLHA-RECORD
           CLOSE PLANO-FOLHA-FILE.

       PARSE-PLANO-FOLHA.
           MOVE SPACES TO WS-PLF-R-MENSALIDADE-ALFA
           MOVE SPACES TO WS-PLF-R-COPART-ALFA
           MOVE SPACES TO WS-PLF-R-DESCONTO-ALFA
           MOVE SPACES TO WS-PLF-R-SALDO-ALFA
           UNSTRING PLANO-FOLHA-DADOS DELIMITED BY ","
               INTO WS-PLF-R-DATA WS-PLF-R-CODIGO WS-PLF-R-TIPO
                    WS-PLF-R-MENSALIDADE-ALFA WS-PLF-R-COPART-ALFA
                    WS-PLF-R-DESCONTO-ALFA WS-PLF-R-SALDO-ALFA
           IF WS-PLF-R-SALDO-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-PLF-R-SALDO
           END-IF
           IF WS-PLF-R-DESCONTO-ALFA IS NOT NUMERIC
               MOVE 0 TO WS-PLF-R-DESCONTO
           END-IF.

       BUSCAR-PLANO-RECIBO.
           MOVE 0 TO WS-PLS-DESCONTO
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT PLANO-FOLHA-FILE
           IF WS-PLF-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-PLANO-RECIBO UNTIL WS-PLS-EOF = "Y"
               CLOSE PLANO-FOLHA-FILE
           END-IF.

       LER-PLANO-RECIBO.
           READ PLANO-FOLHA-FILE INTO PLANO-FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-PLANO-FOLHA
                   IF WS-PLF-R-CODIGO = WS-FOLHA-CODIGO
                       AND WS-PLF-R-DATA = WS-FOLHA-DATA
                       AND WS-PLF-R-TIPO = WS-ADC-TIPO-RECIBO
                       MOVE WS-PLF-R-DESCONTO TO WS-PLS-DESCONTO
                   END-IF
           END-READ.

       CONCILIAR-FATURA-PLANO.
           DISPLAY "Competencia da fatura (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT WS-PLS-COMP
           OPEN INPUT FATURA-PLANO-FILE
           IF WS-FAT-FILE-STATUS = "35"
               DISPLAY "Arquivo faturaPlanoSaude.txt nao encontrado."
           ELSE
               MOVE 0 TO WS-PLS-CODIGO
               PERFORM CARREGAR-TABELA-PLANO
               PERFORM CARREGAR-VIDAS-PLANO
               MOVE 0 TO WS-PLS-TOT-ESPERADO
               MOVE 0 TO WS-PLS-TOT-COBRADO
               MOVE 0 TO WS-PLS-DIVERGENCIAS
               MOVE SPACES TO WS-PLS-RELATORIO-NOME
               STRING "conciliacaoPlanoSaude_" DELIMITED BY SIZE
                      WS-PLS-COMP DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-PLS-RELATORIO-NOME
               OPEN OUTPUT RELATORIO-PLANO-FILE
               MOVE SPACES TO RELATORIO-PLANO-LINHA
               STRING "CONCILIACAO DA FATURA DO PLANO DE SAUDE - "
                      DELIMITED BY SIZE
                      "COMPETENCIA " DELIMITED BY SIZE
                      WS-PLS-COMP DELIMITED BY SIZE
                      INTO RELATORIO-PLANO-LINHA
               WRITE RELATORIO-PLANO-LINHA
               DISPLAY RELATORIO-PLANO-LINHA
               MOVE "N" TO WS-PLS-EOF
               PERFORM LER-FATURA-PLANO UNTIL WS-PLS-EOF = "Y"
               CLOSE FATURA-PLANO-FILE
               PERFORM EMITIR-CONCILIACAO-VIDA
                   VARYING WS-PLV-IDX FROM 1 BY 1
                   UNTIL WS-PLV-IDX > WS-PLV-COUNT
               MOVE SPACES TO RELATORIO-PLANO-LINHA
               MOVE WS-PLS-TOT-ESPERADO TO WS-PLS-VALOR-ED
               MOVE WS-PLS-TOT-COBRADO TO WS-PLS-VALOR-ED2
               STRING "TOTAL ESPERADO: " DELIMITED BY SIZE
                      WS-PLS-VALOR-ED DELIMITED BY SIZE
                      "  TOTAL FATURADO: " DELIMITED BY SIZE
                      WS-PLS-VALOR-ED2 DELIMITED BY SIZE
                      "  DIVERGENCIAS: " DELIMITED BY SIZE
                      WS-PLS-DIVERGENCIAS DELIMITED BY SIZE
                      INTO RELATORIO-PLANO-LINHA
               WRITE RELATORIO-PLANO-LINHA
               DISPLAY RELATORIO-PLANO-LINHA
               CLOSE RELATORIO-PLANO-FILE
               MOVE WS-PLS-RELATORIO-NOME TO WS-RLE-ARQUIVO
               MOVE "conciliacaoPlano" TO WS-RLE-TIPO
               MOVE SPACES TO WS-RLE-PARAMETROS
               STRING "Competencia " DELIMITED BY SIZE
                      WS-PLS-COMP DELIMITED BY SIZE
                      INTO WS-RLE-PARAMETROS
               PERFORM ARQUIVAR-RELATORIO-EMITIDO
               DISPLAY "Conciliacao gravada em " WS-PLS-RELATORIO-NOME
           END-IF.

       LER-FATURA-PLANO.
           READ FATURA-PLANO-FILE
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   IF FAT-TIPO-REG = "1"
                       AND FAT-COMPETENCIA = WS-PLS-COMP
                       AND FAT-VALOR IS NUMERIC
                       ADD FAT-VALOR TO WS-PLS-TOT-COBRADO
                       PERFORM PROCURAR-VIDA-PLANO
                           VARYING WS-PLV-IDX FROM 1 BY 1
                           UNTIL WS-PLV-IDX > WS-PLV-COUNT
                               OR (WS-PLV-CODIGO(WS-PLV-IDX)
                                       = FAT-CODIGO
                                   AND WS-PLV-DEP(WS-PLV-IDX)
                                       = FAT-DEP-SEQ)
                       IF WS-PLV-IDX > WS-PLV-COUNT
                           ADD 1 TO WS-PLS-DIVERGENCIAS
                           MOVE FAT-VALOR TO WS-PLS-VALOR-ED
                           MOVE SPACES TO RELATORIO-PLANO-LINHA
                           STRING "COBRADO SEM ADESAO ATIVA  FUNC "
                                  DELIMITED BY SIZE
                                  FAT-CODIGO DELIMITED BY SIZE
                                  " DEP " DELIMITED BY SIZE
                                  FAT-DEP-SEQ DELIMITED BY SIZE
                                  " FATURADO " DELIMITED BY SIZE
                                  WS-PLS-VALOR-ED DELIMITED BY SIZE
                                  INTO RELATORIO-PLANO-LINHA
                           WRITE RELATORIO-PLANO-LINHA
                           DISPLAY RELATORIO-PLANO-LINHA
                       ELSE
                           ADD FAT-VALOR TO WS-PLV-COBRADO(WS-PLV-IDX)
                       END-IF
                   END-IF
           END-READ.

       EMITIR-CONCILIACAO-VIDA.
           ADD WS-PLV-VALOR(WS-PLV-IDX) TO WS-PLS-TOT-ESPERADO
           MOVE SPACES TO WS-PLS-MOTIVO
           IF WS-PLV-COBRADO(WS-PLV-IDX) = 0
               MOVE "ADESAO ATIVA NAO COBRADA " TO WS-PLS-MOTIVO
           ELSE
               IF WS-PLV-COBRADO(WS-PLV-IDX)
                   NOT = WS-PLV-VALOR(WS-PLV-IDX)
                   MOVE "VALOR DIVERGENTE         " TO WS-PLS-MOTIVO
               END-IF
           END-IF
           IF WS-PLS-MOTIVO NOT = SPACES
               ADD 1 TO WS-PLS-DIVERGENCIAS
               MOVE WS-PLV-VALOR(WS-PLV-IDX) TO WS-PLS-VALOR-ED
               MOVE WS-PLV-COBRADO(WS-PLV-IDX) TO WS-PLS-VALOR-ED2
               MOVE SPACES TO RELATORIO-PLANO-LINHA
               STRING WS-PLS-MOTIVO DELIMITED BY SIZE
                      " FUNC " DELIMITED BY SIZE
                      WS-PLV-CODIGO(WS-PLV-IDX) DELIMITED BY SIZE
                      " DEP " DELIMITED BY SIZE
                      WS-PLV-DEP(WS-PLV-IDX) DELIMITED BY SIZE
                      " TABELA " DELIMITED BY SIZE
                      WS-PLS-VALOR-ED DELIMITED BY SIZE
                      " FATURADO " DELIMITED BY SIZE
                      WS-PLS-VALOR-ED2 DELIMITED BY SIZE
                      INTO RELATORIO-PLANO-LINHA
               WRITE RELATORIO-PLANO-LINHA
               DISPLAY RELATORIO-PLANO-LINHA
           END-IF.

       CUSTO-PLANO-DEPARTAMENTO.
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PLS-COMP
           MOVE 0 TO WS-PLS-CODIGO
           PERFORM CARREGAR-PARAMETROS-PLANO
           PERFORM CARREGAR-TABELA-PLANO
           PERFORM CARREGAR-VIDAS-PLANO
           MOVE "N" TO WS-PLS-EOF
           OPEN INPUT COPARTICIPACAO-FILE
           IF WS-CPT-FILE-STATUS = "35"
               MOVE "Y" TO WS-PLS-EOF
           ELSE
               PERFORM LER-COPART-VIDA UNTIL WS-PLS-EOF = "Y"
               CLOSE COPARTICIPACAO-FILE
           END-IF
           MOVE 0 TO WS-PLD-COUNT
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-FUNCIONARIO-CUSTO-PLANO UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-FILE
           MOVE SPACES TO WS-PLS-RELATORIO-NOME
           STRING "relatorioPlanoSaude_" DELIMITED BY SIZE
                  WS-PLS-COMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PLS-RELATORIO-NOME
           OPEN OUTPUT RELATORIO-PLANO-FILE
           MOVE SPACES TO RELATORIO-PLANO-LINHA
           STRING "CUSTO DO PLANO DE SAUDE POR DEPARTAMENTO - "
                  DELIMITED BY SIZE
                  "COMPETENCIA " DELIMITED BY SIZE
                  WS-PLS-COMP DELIMITED BY SIZE
                  INTO RELATORIO-PLANO-LINHA
           WRITE RELATORIO-PLANO-LINHA
           DISPLAY RELATORIO-PLANO-LINHA
           MOVE SPACES TO RELATORIO-PLANO-LINHA
           MOVE "DEPTO" TO RELATORIO-PLANO-LINHA(1:5)
           MOVE "VIDAS" TO RELATORIO-PLANO-LINHA(7:5)
           MOVE "MENSALIDADE" TO RELATORIO-PLANO-LINHA(14:11)
           MOVE "PARTE FUNC." TO RELATORIO-PLANO-LINHA(27:11)
           MOVE "PARTE EMPR." TO RELATORIO-PLANO-LINHA(41:11)
           MOVE "COPARTICIP." TO RELATORIO-PLANO-LINHA(57:11)
           WRITE RELATORIO-PLANO-LINHA
           DISPLAY RELATORIO-PLANO-LINHA
           IF WS-PLD-COUNT = 0
               MOVE "Nenhuma vida ativa na competencia."
                   TO RELATORIO-PLANO-LINHA
               WRITE RELATORIO-PLANO-LINHA
               DISPLAY RELATORIO-PLANO-LINHA
           END-IF
           PERFORM EMITIR-CUSTO-DEPARTAMENTO
               VARYING WS-PLD-IDX FROM 1 BY 1
               UNTIL WS-PLD-IDX > WS-PLD-COUNT
           CLOSE RELATORIO-PLANO-FILE
           MOVE WS-PLS-RELATORIO-NOME TO WS-RLE-ARQUIVO
           MOVE "custoPlanoSaude" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-PLS-COMP DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em " WS-PLS-RELATORIO-NOME.

       LER-COPART-VIDA.
           READ COPARTICIPACAO-FILE INTO COPARTICIPACAO-RECORD
               AT END
                   MOVE "Y" TO WS-PLS-EOF
               NOT AT END
                   PERFORM PARSE-COPARTICIPACAO
                   IF WS-CPT-R-COMP = WS-PLS-COMP
                       AND WS-CPT-R-VALOR-ALFA IS NUMERIC
                       PERFORM PROCURAR-VIDA-PLANO
                           VARYING WS-PLV-IDX FROM 1 BY 1
                           UNTIL WS-PLV-IDX > WS-PLV-COUNT
                               OR (WS-PLV-CODIGO(WS-PLV-IDX)
                                       = WS-CPT-R-CODIGO
                                   AND WS-PLV-DEP(WS-PLV-IDX)
                                       = WS-CPT-R-DEP)
                       IF WS-PLV-IDX <= WS-PLV-COUNT
                           ADD WS-CPT-R-VALOR
                               TO WS-PLV-COPART(WS-PLV-IDX)
                       END-IF
                   END-IF
           END-READ.

       LER-FUNCIONARIO-CUSTO-PLANO.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   PERFORM SOMAR-VIDA-DEPARTAMENTO
                       VARYING WS-PLV-IDX FROM 1 BY 1
                       UNTIL WS-PLV-IDX > WS-PLV-COUNT
           END-READ.

       SOMAR-VIDA-DEPARTAMENTO.
           IF WS-PLV-CODIGO(WS-PLV-IDX) = CODIGO
               PERFORM PROCURAR-DEPTO-PLANO
                   VARYING WS-PLD-IDX FROM 1 BY 1
                   UNTIL WS-PLD-IDX > WS-PLD-COUNT
                       OR WS-PLD-DEPTO(WS-PLD-IDX) = DEPARTAMENTO
               IF WS-PLD-IDX > WS-PLD-COUNT AND WS-PLD-COUNT < 200
                   ADD 1 TO WS-PLD-COUNT
                   MOVE WS-PLD-COUNT TO WS-PLD-IDX
                   MOVE DEPARTAMENTO TO WS-PLD-DEPTO(WS-PLD-IDX)
                   MOVE 0 TO WS-PLD-VIDAS(WS-PLD-IDX)
                   MOVE 0 TO WS-PLD-MENSALIDADE(WS-PLD-IDX)
                   MOVE 0 TO WS-PLD-FUNC(WS-PLD-IDX)
                   MOVE 0 TO WS-PLD-COPART(WS-PLD-IDX)
               END-IF
               IF WS-PLD-IDX <= WS-PLD-COUNT
                   COMPUTE WS-PLS-PARTE-FUNC ROUNDED =
                       WS-PLV-VALOR(WS-PLV-IDX)
                       * WS-PLS-PERC-FUNC / 100
                   ADD 1 TO WS-PLD-VIDAS(WS-PLD-IDX)
                   ADD WS-PLV-VALOR(WS-PLV-IDX)
                       TO WS-PLD-MENSALIDADE(WS-PLD-IDX)
                   ADD WS-PLS-PARTE-FUNC TO WS-PLD-FUNC(WS-PLD-IDX)
                   ADD WS-PLV-COPART(WS-PLV-IDX)
                       TO WS-PLD-COPART(WS-PLD-IDX)
               END-IF
           END-IF.

       PROCURAR-DEPTO-PLANO.
           CONTINUE.

       EMITIR-CUSTO-DEPARTAMENTO.
           MOVE SPACES TO RELATORIO-PLANO-LINHA
           MOVE WS-PLD-DEPTO(WS-PLD-IDX) TO RELATORIO-PLANO-LINHA(1:3)
           MOVE WS-PLD-VIDAS(WS-PLD-IDX) TO RELATORIO-PLANO-LINHA(7:5)
           MOVE WS-PLD-MENSALIDADE(WS-PLD-IDX) TO WS-PLS-VALOR-ED
           MOVE WS-PLS-VALOR-ED(4:11) TO RELATORIO-PLANO-LINHA(14:11)
           MOVE WS-PLD-FUNC(WS-PLD-IDX) TO WS-PLS-VALOR-ED
           MOVE WS-PLS-VALOR-ED(4:11) TO RELATORIO-PLANO-LINHA(27:11)
           COMPUTE WS-PLS-VALOR-ED = WS-PLD-MENSALIDADE(WS-PLD-IDX)
               - WS-PLD-FUNC(WS-PLD-IDX)
           MOVE WS-PLS-VALOR-ED(4:11) TO RELATORIO-PLANO-LINHA(41:11)
           MOVE WS-PLD-COPART(WS-PLD-IDX) TO WS-PLS-VALOR-ED
           MOVE WS-PLS-VALOR-ED(4:11) TO RELATORIO-PLANO-LINHA(57:11)
           WRITE RELATORIO-PLANO-LINHA
           DISPLAY RELATORIO-PLANO-LINHA.

       MENU-SAUDE-TRABALHO.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM MENU-SAUDE-TRABALHO-EXECUTAR
           END-IF.

       MENU-SAUDE-TRABALHO-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     EXAMES OCUPACIONAIS (ASO) E TREINAMENTOS    "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir registro / L-Listar funcionario /"
               " O-Obrigatorio por cargo / R-Remover obrigatorio /"
               " A-Alerta de vencimento): " WITH NO ADVANCING
           ACCEPT WS-SST-ACAO
           EVALUATE WS-SST-ACAO
               WHEN "I"
                   PERFORM INCLUIR-SAUDE-TRABALHO
               WHEN "L"
                   PERFORM LISTAR-SAUDE-TRABALHO
               WHEN "O"
                   PERFORM INCLUIR-TREINO-OBRIGATORIO
               WHEN "R"
                   PERFORM REMOVER-TREINO-OBRIGATORIO
               WHEN "A"
                   PERFORM ALERTA-VENCIMENTO-SST
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-SAUDE-TRABALHO.
           MOVE SPACES TO SAUDE-TRABALHO-RECORD
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT ST-CODIGO
           DISPLAY "Categoria (E-Exame ASO / T-Treinamento): "
               WITH NO ADVANCING
           ACCEPT ST-CATEGORIA
           IF ST-EXAME
               DISPLAY "Tipo (ADMISSAO / PERIODICO / RETORNO / "
                   "MUDANCA / DEMISSAO): " WITH NO ADVANCING
           ELSE
               DISPLAY "Treinamento (ex.: EMPILHADEI, MOPP, NR35): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT ST-TIPO
           DISPLAY "Data de realizacao (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT ST-DATA
           DISPLAY "Resultado (A-Apto/Aprovado / I-Inapto/Reprovado): "
               WITH NO ADVANCING
           ACCEPT ST-RESULTADO
           DISPLAY "Validade (AAAAMMDD, 0 = sem vencimento): "
               WITH NO ADVANCING
           ACCEPT ST-VALIDADE
           IF (NOT ST-EXAME AND NOT ST-TREINAMENTO)
               OR ST-TIPO = SPACES
               OR (NOT ST-APTO AND NOT ST-INAPTO)
               OR ST-DATA = 0
               DISPLAY "Dados invalidos, registro nao gravado."
           ELSE
           IF ST-EXAME AND ST-TIPO NOT = "ADMISSAO"
               AND ST-TIPO NOT = "PERIODICO"
               AND ST-TIPO NOT = "RETORNO"
               AND ST-TIPO NOT = "MUDANCA"
               AND ST-TIPO NOT = "DEMISSAO"
               DISPLAY "Tipo de exame invalido, registro nao gravado."
           ELSE
               MOVE SAUDE-TRABALHO-RECORD TO WS-AUD-DEPOIS
               OPEN EXTEND SAUDE-TRABALHO-FILE
               IF WS-SST-FILE-STATUS = "35"
                   OPEN OUTPUT SAUDE-TRABALHO-FILE
               END-IF
               WRITE SAUDE-TRABALHO-RECORD
               CLOSE SAUDE-TRABALHO-FILE
               MOVE "cadastrarFuncionario" TO WS-AUD-PROGRAMA
               MOVE "SAUDETRAB" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE WS-AUD-DEPOIS(1:5) TO WS-AUD-CHAVE(1:5)
               MOVE SPACES TO WS-AUD-ANTES
               CALL 'registrarAuditoria' USING
                   WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
                   WS-AUD-ANTES WS-AUD-DEPOIS
               DISPLAY "Registro gravado!"
           END-IF
           END-IF.

       LISTAR-SAUDE-TRABALHO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-SST-CODIGO
           MOVE "N" TO WS-SST-ACHADO
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SAUDE-TRABALHO-FILE
           IF WS-SST-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               DISPLAY "Cat Tipo       Data     Res Validade"
               PERFORM LER-SAUDE-TRABALHO-LISTA
                   UNTIL WS-SST-EOF = "Y"
               CLOSE SAUDE-TRABALHO-FILE
           END-IF
           IF WS-SST-ACHADO = "N"
               DISPLAY "Nenhum exame ou treinamento registrado."
           END-IF.

       LER-SAUDE-TRABALHO-LISTA.
           READ SAUDE-TRABALHO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   IF ST-CODIGO = WS-SST-CODIGO
                       MOVE "Y" TO WS-SST-ACHADO
                       DISPLAY " " ST-CATEGORIA "  " ST-TIPO " "
                           ST-DATA " " ST-RESULTADO "  " ST-VALIDADE
                   END-IF
           END-READ.

       INCLUIR-TREINO-OBRIGATORIO.
           MOVE SPACES TO TREINO-OBRIGATORIO-RECORD
           DISPLAY "Codigo do cargo: " WITH NO ADVANCING
           ACCEPT TO-CARGO
           DISPLAY "Treinamento obrigatorio: " WITH NO ADVANCING
           ACCEPT TO-TIPO
           IF TO-CARGO = 0 OR TO-TIPO = SPACES
               DISPLAY "Dados invalidos, nada gravado."
           ELSE
               OPEN EXTEND TREINO-OBRIGATORIO-FILE
               IF WS-TOB-FILE-STATUS = "35"
                   OPEN OUTPUT TREINO-OBRIGATORIO-FILE
               END-IF
               WRITE TREINO-OBRIGATORIO-RECORD
               CLOSE TREINO-OBRIGATORIO-FILE
               DISPLAY "Treinamento obrigatorio registrado!"
           END-IF.

       REMOVER-TREINO-OBRIGATORIO.
           DISPLAY "Codigo do cargo: " WITH NO ADVANCING
           ACCEPT WS-TOB-CARGO
           DISPLAY "Treinamento a remover: " WITH NO ADVANCING
           ACCEPT WS-TOB-TIPO
           MOVE 0 TO WS-TOB-COUNT
           MOVE "N" TO WS-SST-ACHADO
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT TREINO-OBRIGATORIO-FILE
           IF WS-TOB-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               PERFORM CARREGAR-TREINO-MANTIDO UNTIL WS-SST-EOF = "Y"
               CLOSE TREINO-OBRIGATORIO-FILE
           END-IF
           IF WS-SST-ACHADO = "N"
               DISPLAY "Treinamento obrigatorio nao encontrado."
           ELSE
               OPEN OUTPUT TREINO-OBRIGATORIO-FILE
               PERFORM REGRAVAR-TREINO-MANTIDO
                   VARYING WS-TOB-IDX FROM 1 BY 1
                   UNTIL WS-TOB-IDX > WS-TOB-COUNT
               CLOSE TREINO-OBRIGATORIO-FILE
               DISPLAY "Treinamento obrigatorio removido!"
           END-IF.

       CARREGAR-TREINO-MANTIDO.
           READ TREINO-OBRIGATORIO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   IF TO-CARGO = WS-TOB-CARGO
                       AND TO-TIPO = WS-TOB-TIPO
                       MOVE "Y" TO WS-SST-ACHADO
                   ELSE
                       IF WS-TOB-COUNT < 200
                           ADD 1 TO WS-TOB-COUNT
                           MOVE TREINO-OBRIGATORIO-DADOS
                               TO WS-TOB-LINHA(WS-TOB-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-TREINO-MANTIDO.
           WRITE TREINO-OBRIGATORIO-RECORD
               FROM WS-TOB-LINHA(WS-TOB-IDX).

       VERIFICAR-ASO-ADMISSIONAL.
           MOVE "N" TO WS-SST-ASO-ADMISSAO
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SAUDE-TRABALHO-FILE
           IF WS-SST-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               PERFORM LER-ASO-ADMISSIONAL UNTIL WS-SST-EOF = "Y"
               CLOSE SAUDE-TRABALHO-FILE
           END-IF.

       LER-ASO-ADMISSIONAL.
           READ SAUDE-TRABALHO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   IF ST-CODIGO = CODIGO
                       AND ST-EXAME AND ST-EXAME-ADMISSAO
                       AND ST-APTO
                       MOVE "Y" TO WS-SST-ASO-ADMISSAO
                       MOVE "Y" TO WS-SST-EOF
                   END-IF
           END-READ.

       ALERTA-VENCIMENTO-SST.
           ACCEPT WS-SST-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-SST-COUNT
           MOVE "N" TO WS-SST-EOF
           OPEN INPUT SAUDE-TRABALHO-FILE
           IF WS-SST-FILE-STATUS = "35"
               MOVE "Y" TO WS-SST-EOF
           ELSE
               PERFORM LER-SAUDE-TRABALHO-ALERTA
                   UNTIL WS-SST-EOF = "Y"
               CLOSE SAUDE-TRABALHO-FILE
           END-IF
           MOVE 0 TO WS-SST-QTD-ALERTA
           OPEN OUTPUT RELATORIO-SST-FILE
           MOVE SPACES TO RELATORIO-SST-LINHA
           STRING "VENCIMENTOS DE ASO E TREINAMENTOS EM "
                  DELIMITED BY SIZE
                  WS-SST-HOJE DELIMITED BY SIZE
                  " (30/60/90 DIAS)" DELIMITED BY SIZE
                  INTO RELATORIO-SST-LINHA
           WRITE RELATORIO-SST-LINHA
           DISPLAY RELATORIO-SST-LINHA
           PERFORM EMITIR-ALERTA-SST
               VARYING WS-SST-IDX FROM 1 BY 1
               UNTIL WS-SST-IDX > WS-SST-COUNT
           IF WS-SST-QTD-ALERTA = 0
               MOVE "Nenhum vencimento nos proximos 90 dias."
                   TO RELATORIO-SST-LINHA
               WRITE RELATORIO-SST-LINHA
               DISPLAY RELATORIO-SST-LINHA
           END-IF
           CLOSE RELATORIO-SST-FILE
           MOVE "relatorioVencimentoSST.txt" TO WS-RLE-ARQUIVO
           MOVE "vencimentoSST" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em relatorioVencimentoSST.txt".

       LER-SAUDE-TRABALHO-ALERTA.
           READ SAUDE-TRABALHO-FILE
               AT END
                   MOVE "Y" TO WS-SST-EOF
               NOT AT END
                   MOVE ST-TIPO TO WS-SST-CHAVE-TIPO
                   IF ST-EXAME
                       MOVE "ASO" TO WS-SST-CHAVE-TIPO
                   END-IF
                   PERFORM PROCURAR-SST-IDX
                       VARYING WS-SST-IDX FROM 1 BY 1
                       UNTIL WS-SST-IDX > WS-SST-COUNT
                           OR (WS-SST-TAB-CODIGO(WS-SST-IDX)
                                   = ST-CODIGO
                               AND WS-SST-TAB-TIPO(WS-SST-IDX)
                                   = WS-SST-CHAVE-TIPO)
                   IF WS-SST-IDX > WS-SST-COUNT
                       AND WS-SST-COUNT < 500
                       ADD 1 TO WS-SST-COUNT
                       MOVE WS-SST-COUNT TO WS-SST-IDX
                       MOVE ST-CODIGO TO WS-SST-TAB-CODIGO(WS-SST-IDX)
                       MOVE WS-SST-CHAVE-TIPO
                           TO WS-SST-TAB-TIPO(WS-SST-IDX)
                       MOVE 0 TO WS-SST-TAB-DATA(WS-SST-IDX)
                   END-IF
                   IF WS-SST-IDX <= WS-SST-COUNT
                       AND ST-DATA >= WS-SST-TAB-DATA(WS-SST-IDX)
                       MOVE ST-DATA TO WS-SST-TAB-DATA(WS-SST-IDX)
                       MOVE ST-VALIDADE
                           TO WS-SST-TAB-VALIDADE(WS-SST-IDX)
                       MOVE ST-CATEGORIA
                           TO WS-SST-TAB-CATEGORIA(WS-SST-IDX)
                       MOVE "N" TO WS-SST-TAB-DEMISSAO(WS-SST-IDX)
                       IF ST-EXAME AND ST-EXAME-DEMISSAO
                           MOVE "Y" TO WS-SST-TAB-DEMISSAO(WS-SST-IDX)
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-SST-IDX.
           CONTINUE.

       EMITIR-ALERTA-SST.
           IF WS-SST-TAB-VALIDADE(WS-SST-IDX) > 0
               AND WS-SST-TAB-DEMISSAO(WS-SST-IDX) = "N"
               COMPUTE WS-SST-DIAS =
                   FUNCTION INTEGER-OF-DATE(
                       WS-SST-TAB-VALIDADE(WS-SST-IDX))
                   - FUNCTION INTEGER-OF-DATE(WS-SST-HOJE)
               IF WS-SST-DIAS <= 90
                   EVALUATE TRUE
                       WHEN WS-SST-DIAS < 0
                           MOVE "VENCIDO " TO WS-SST-FAIXA
                       WHEN WS-SST-DIAS <= 30
                           MOVE "30 DIAS " TO WS-SST-FAIXA
                       WHEN WS-SST-DIAS <= 60
                           MOVE "60 DIAS " TO WS-SST-FAIXA
                       WHEN OTHER
                           MOVE "90 DIAS " TO WS-SST-FAIXA
                   END-EVALUATE
                   ADD 1 TO WS-SST-QTD-ALERTA
                   MOVE SPACES TO RELATORIO-SST-LINHA
                   STRING WS-SST-FAIXA DELIMITED BY SIZE
                          " FUNC " DELIMITED BY SIZE
                          WS-SST-TAB-CODIGO(WS-SST-IDX)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SST-TAB-CATEGORIA(WS-SST-IDX)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SST-TAB-TIPO(WS-SST-IDX)
                          DELIMITED BY SIZE
                          " VALIDADE " DELIMITED BY SIZE
                          WS-SST-TAB-VALIDADE(WS-SST-IDX)
                          DELIMITED BY SIZE
                          INTO RELATORIO-SST-LINHA
                   WRITE RELATORIO-SST-LINHA
                   DISPLAY RELATORIO-SST-LINHA
               END-IF
           END-IF.

       PROVISAO-FERIAS-DECIMO.
           IF WS-USUARIO-ADMIN NOT = "Y"
               AND WS-PERFIL-USUARIO(3:1) NOT = "S"
               DISPLAY "Acesso negado: perfil sem direito de RH."
               DISPLAY WS-MENSAGEM-CONTINUAR
               ACCEPT WS-OPTION
           ELSE
               PERFORM PROVISAO-FERIAS-DECIMO-EXECUTAR
           END-IF.

       PROVISAO-FERIAS-DECIMO-EXECUTAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "     PROVISAO MENSAL DE FERIAS E 13o SALARIO     "
           DISPLAY "================================================="
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-PRV-COMP
           MOVE 0 TO WS-PRV-COUNT
           MOVE 0 TO WS-PRV-TOTAL
           COMPUTE WS-EXE-DATA = WS-PRV-COMP * 100 + 1
           PERFORM VERIFICAR-EXERCICIO-ENCERRADO
           PERFORM VERIFICAR-PROVISAO-GERADA
           IF WS-PRV-JA-GERADA = "Y"
               DISPLAY "Provisao da competencia " WS-PRV-COMP
                   " ja gerada; apenas o relatorio sera emitido."
           ELSE
           IF WS-EXE-ENCERRADO = "N"
               PERFORM OBTER-ENCARGO-PATRONAL
               ACCEPT WS-FOLHA-DATA FROM DATE YYYYMMDD
               MOVE "N" TO END-OF-FILE-FLAG
               OPEN INPUT FUNCIONARIO-FILE
               PERFORM LER-FUNCIONARIO-PROVISAO UNTIL END-OF-FILE
               CLOSE FUNCIONARIO-FILE
               DISPLAY "Provisao gravada em dadosProvisao.txt"
           END-IF
           END-IF
           PERFORM APURAR-SALDO-PROVISAO
           PERFORM EMITIR-RELATORIO-PROVISAO
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       VERIFICAR-PROVISAO-GERADA.
           MOVE "N" TO WS-PRV-JA-GERADA
           MOVE "N" TO WS-PRV-EOF
           OPEN INPUT PROVISAO-FILE
           IF WS-PRV-FILE-STATUS = "35"
               MOVE "Y" TO WS-PRV-EOF
           ELSE
               PERFORM LER-PROVISAO-GERADA UNTIL WS-PRV-EOF = "Y"
               CLOSE PROVISAO-FILE
           END-IF.

       LER-PROVISAO-GERADA.
           READ PROVISAO-FILE INTO PROVISAO-RECORD
               AT END
                   MOVE "Y" TO WS-PRV-EOF
               NOT AT END
                   PERFORM PARSE-PROVISAO-DADOS
                   IF WS-PRV-R-COMP = WS-PRV-COMP
                       AND WS-PRV-R-TIPO = "P"
                       AND WS-PRV-R-ORIGEM NOT = "S"
                       MOVE "Y" TO WS-PRV-JA-GERADA
                       MOVE "Y" TO WS-PRV-EOF
                   END-IF
           END-READ.

       PARSE-PROVISAO-DADOS.
           UNSTRING PROVISAO-DADOS DELIMITED BY ","
               INTO WS-PRV-R-COMP WS-PRV-R-CODIGO WS-PRV-R-DEPTO
                    WS-PRV-R-TIPO WS-PRV-R-ORIGEM
                    WS-PRV-R-DECIMO-ALFA WS-PRV-R-FERIAS-ALFA
                    WS-PRV-R-FGTS-ALFA WS-PRV-R-INSS-ALFA.

       OBTER-ENCARGO-PATRONAL.
           MOVE "ENCARGO-PATRONAL" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y"
               MOVE WS-PAR-VALOR TO WS-PRV-PERC-PATRONAL
           ELSE
               MOVE 20 TO WS-PRV-PERC-PATRONAL
           END-IF.

       LER-FUNCIONARIO-PROVISAO.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   UNSTRING DATA_ADMISSAO DELIMITED BY "/"
                       INTO WS-DD-ADMISSAO WS-MM-ADMISSAO
                            WS-AAAA-ADMISSAO
                   COMPUTE WS-DATA-ADMISSAO-NUM =
                       WS-AAAA-ADMISSAO * 100 + WS-MM-ADMISSAO
                   IF DATA_DESLIGAMENTO = SPACES
                       AND WS-DATA-ADMISSAO-NUM <= WS-PRV-COMP
                       PERFORM CALCULAR-PROVISAO-FUNCIONARIO
                   END-IF
           END-READ.

       CALCULAR-PROVISAO-FUNCIONARIO.
           MOVE WS-PRV-COMP TO WS-ADC-COMP
           PERFORM CALCULAR-REMUNERACAO-MEDIA
           COMPUTE WS-PRV-DECIMO ROUNDED = WS-ADC-REMUNERACAO / 12
           COMPUTE WS-PRV-FERIAS ROUNDED =
               WS-ADC-REMUNERACAO / 12 * 4 / 3
           MOVE "P" TO WS-PRV-R-TIPO
           MOVE "M" TO WS-PRV-R-ORIGEM
           MOVE WS-PRV-COMP TO WS-PRV-R-COMP
           PERFORM GRAVAR-MOVIMENTO-PROVISAO
           DISPLAY "Funcionario " CODIGO " " NOME(1:20)
               " 13o " WS-PRV-DECIMO " ferias " WS-PRV-FERIAS.

       REGISTRAR-BAIXA-PROVISAO.
           MOVE "B" TO WS-PRV-R-TIPO
           PERFORM OBTER-ENCARGO-PATRONAL
           PERFORM GRAVAR-MOVIMENTO-PROVISAO.

       GRAVAR-MOVIMENTO-PROVISAO.
           COMPUTE WS-PRV-FGTS ROUNDED =
               (WS-PRV-DECIMO + WS-PRV-FERIAS) * 8 / 100
           COMPUTE WS-PRV-INSS ROUNDED =
               (WS-PRV-DECIMO + WS-PRV-FERIAS)
               * WS-PRV-PERC-PATRONAL / 100
           MOVE SPACES TO PROVISAO-DADOS
           STRING WS-PRV-R-COMP DELIMITED BY SIZE ","
                  CODIGO DELIMITED BY SIZE ","
                  DEPARTAMENTO DELIMITED BY SIZE ","
                  WS-PRV-R-TIPO DELIMITED BY SIZE ","
                  WS-PRV-R-ORIGEM DELIMITED BY SIZE ","
                  WS-PRV-DECIMO DELIMITED BY SIZE ","
                  WS-PRV-FERIAS DELIMITED BY SIZE ","
                  WS-PRV-FGTS DELIMITED BY SIZE ","
                  WS-PRV-INSS DELIMITED BY SIZE
                  INTO PROVISAO-DADOS
           OPEN EXTEND PROVISAO-FILE
           IF WS-PRV-FILE-STATUS = "35"
               OPEN OUTPUT PROVISAO-FILE
           END-IF
           WRITE PROVISAO-RECORD
           CLOSE PROVISAO-FILE.

       APURAR-SALDO-PROVISAO.
           MOVE "N" TO WS-PRV-EOF
           OPEN INPUT PROVISAO-FILE
           IF WS-PRV-FILE-STATUS = "35"
               MOVE "Y" TO WS-PRV-EOF
           ELSE
               PERFORM LER-SALDO-PROVISAO UNTIL WS-PRV-EOF = "Y"
               CLOSE PROVISAO-FILE
           END-IF.

       LER-SALDO-PROVISAO.
           READ PROVISAO-FILE INTO PROVISAO-RECORD
               AT END
                   MOVE "Y" TO WS-PRV-EOF
               NOT AT END
                   PERFORM PARSE-PROVISAO-DADOS
                   IF WS-PRV-R-COMP <= WS-PRV-COMP
                       PERFORM ACUMULAR-PROVISAO-DEPTO
                   END-IF
           END-READ.

       ACUMULAR-PROVISAO-DEPTO.
           PERFORM PROCURAR-PROVISAO-DEPTO
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   OR WS-PRV-TAB-DEPTO(WS-PRV-IDX) = WS-PRV-R-DEPTO
           IF WS-PRV-IDX > WS-PRV-COUNT
               IF WS-PRV-COUNT < 50
                   ADD 1 TO WS-PRV-COUNT
                   MOVE WS-PRV-R-DEPTO
                       TO WS-PRV-TAB-DEPTO(WS-PRV-COUNT)
                   MOVE 0 TO WS-PRV-TAB-DECIMO(WS-PRV-COUNT)
                   MOVE 0 TO WS-PRV-TAB-FERIAS(WS-PRV-COUNT)
                   MOVE 0 TO WS-PRV-TAB-ENCARGOS(WS-PRV-COUNT)
                   MOVE 0 TO WS-PRV-TAB-BAIXAS(WS-PRV-COUNT)
                   MOVE 0 TO WS-PRV-TAB-SALDO(WS-PRV-COUNT)
                   MOVE WS-PRV-COUNT TO WS-PRV-IDX
               END-IF
           END-IF
           IF WS-PRV-IDX <= WS-PRV-COUNT
               COMPUTE WS-PRV-VALOR = WS-PRV-R-DECIMO
                   + WS-PRV-R-FERIAS + WS-PRV-R-FGTS + WS-PRV-R-INSS
               IF WS-PRV-R-TIPO = "P"
                   ADD WS-PRV-VALOR TO WS-PRV-TAB-SALDO(WS-PRV-IDX)
               ELSE
                   SUBTRACT WS-PRV-VALOR
                       FROM WS-PRV-TAB-SALDO(WS-PRV-IDX)
               END-IF
               IF WS-PRV-R-COMP = WS-PRV-COMP
                   PERFORM ACUMULAR-PROVISAO-MES
               END-IF
           END-IF.

       ACUMULAR-PROVISAO-MES.
           IF WS-PRV-R-TIPO = "P"
               ADD WS-PRV-R-DECIMO TO WS-PRV-TAB-DECIMO(WS-PRV-IDX)
               ADD WS-PRV-R-FERIAS TO WS-PRV-TAB-FERIAS(WS-PRV-IDX)
               ADD WS-PRV-R-FGTS TO WS-PRV-TAB-ENCARGOS(WS-PRV-IDX)
               ADD WS-PRV-R-INSS TO WS-PRV-TAB-ENCARGOS(WS-PRV-IDX)
               ADD WS-PRV-VALOR TO WS-PRV-TOTAL
           ELSE
               ADD WS-PRV-VALOR TO WS-PRV-TAB-BAIXAS(WS-PRV-IDX)
           END-IF.

       PROCURAR-PROVISAO-DEPTO.
           CONTINUE.

       EMITIR-RELATORIO-PROVISAO.
           MOVE SPACES TO WS-PRV-RELATORIO-NOME
           STRING "relatorioProvisao_" DELIMITED BY SIZE
                  WS-PRV-COMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PRV-RELATORIO-NOME
           OPEN OUTPUT RELATORIO-PROVISAO-FILE
           MOVE SPACES TO RELATORIO-PROVISAO-LINHA
           STRING "PROVISAO DE FERIAS E 13o - COMPETENCIA "
                  DELIMITED BY SIZE
                  WS-PRV-COMP DELIMITED BY SIZE
                  INTO RELATORIO-PROVISAO-LINHA
           WRITE RELATORIO-PROVISAO-LINHA
           DISPLAY RELATORIO-PROVISAO-LINHA
           MOVE SPACES TO RELATORIO-PROVISAO-LINHA
           STRING "DEPTO 13o MES / FERIAS+1/3 MES / ENCARGOS MES"
                  DELIMITED BY SIZE
                  " / BAIXAS MES / SALDO" DELIMITED BY SIZE
                  INTO RELATORIO-PROVISAO-LINHA
           WRITE RELATORIO-PROVISAO-LINHA
           DISPLAY RELATORIO-PROVISAO-LINHA
           PERFORM EMITIR-LINHA-PROVISAO
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX > WS-PRV-COUNT
           MOVE SPACES TO RELATORIO-PROVISAO-LINHA
           STRING "TOTAL PROVISIONADO NO MES: " DELIMITED BY SIZE
                  WS-PRV-TOTAL DELIMITED BY SIZE
                  INTO RELATORIO-PROVISAO-LINHA
           WRITE RELATORIO-PROVISAO-LINHA
           DISPLAY RELATORIO-PROVISAO-LINHA
           CLOSE RELATORIO-PROVISAO-FILE
           MOVE WS-PRV-RELATORIO-NOME TO WS-RLE-ARQUIVO
           MOVE "relatorioProvisao" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-PRV-COMP DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Relatorio gravado em " WS-PRV-RELATORIO-NOME.

       EMITIR-LINHA-PROVISAO.
           MOVE WS-PRV-TAB-SALDO(WS-PRV-IDX) TO WS-PRV-SALDO-ED
           MOVE SPACES TO RELATORIO-PROVISAO-LINHA
           STRING WS-PRV-TAB-DEPTO(WS-PRV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-TAB-DECIMO(WS-PRV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-TAB-FERIAS(WS-PRV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-TAB-ENCARGOS(WS-PRV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-TAB-BAIXAS(WS-PRV-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PRV-SALDO-ED DELIMITED BY SIZE
                  INTO RELATORIO-PROVISAO-LINHA
           WRITE RELATORIO-PROVISAO-LINHA
           DISPLAY RELATORIO-PROVISAO-LINHA.

       BAIXAR-PROVISAO-FOLHA.
           MOVE 0 TO WS-PRV-DECIMO
           MOVE 0 TO WS-PRV-FERIAS
           EVALUATE WS-TIPO-FOLHA
               WHEN "1"
                   MOVE WS-SALARIO-BRUTO TO WS-PRV-DECIMO
               WHEN "2"
                   COMPUTE WS-PRV-DECIMO =
                       WS-SALARIO-BRUTO - WS-ADC-REMUNERACAO / 2
               WHEN "F"
                   MOVE WS-SALARIO-BRUTO TO WS-PRV-FERIAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PRV-DECIMO > 0 OR WS-PRV-FERIAS > 0
               MOVE WS-FOLHA-COMPETENCIA TO WS-PRV-R-COMP
               MOVE WS-TIPO-FOLHA TO WS-PRV-R-ORIGEM
               PERFORM REGISTRAR-BAIXA-PROVISAO
           END-IF.

       BAIXAR-PROVISAO-RESCISAO.
           MOVE WS-RSC-DECIMO TO WS-PRV-DECIMO
           MOVE WS-RSC-FERIAS TO WS-PRV-FERIAS
           IF WS-PRV-DECIMO > 0 OR WS-PRV-FERIAS > 0
               MOVE WS-RSC-DATA-DESLIG(1:6) TO WS-PRV-R-COMP
               MOVE "R" TO WS-PRV-R-ORIGEM
               PERFORM REGISTRAR-BAIXA-PROVISAO
           END-IF.

       CALCULAR-ADICIONAIS-CARGO.
           MOVE 0 TO WS-ADC-INSALUBRIDADE
           MOVE 0 TO WS-ADC-PERICULOSIDADE
           MOVE SPACE TO WS-CARGO-ADICIONAL
           MOVE 0 TO WS-CARGO-GRAU
           PERFORM VALIDAR-CARGO
           IF WS-CARGO-VALIDO = "Y"
               EVALUATE WS-CARGO-ADICIONAL
                   WHEN "I"
                       PERFORM OBTER-SALARIO-MINIMO
                       COMPUTE WS-ADC-INSALUBRIDADE ROUNDED =
                           WS-ADC-SALARIO-MINIMO * WS-CARGO-GRAU / 100
                   WHEN "P"
                       COMPUTE WS-ADC-PERICULOSIDADE ROUNDED =
                           SALARIO * 30 / 100
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       OBTER-SALARIO-MINIMO.
           MOVE "SALARIO-MINIMO" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR > 0
               MOVE WS-PAR-VALOR TO WS-ADC-SALARIO-MINIMO
           ELSE
               MOVE 1518 TO WS-ADC-SALARIO-MINIMO
           END-IF.

       CALCULAR-ADICIONAL-NOTURNO.
           COMPUTE WS-ADC-NOTURNO ROUNDED =
               WS-ADC-HORAS-NOTURNO * 8 / 7 * SALARIO / 220 * 20 / 100.

       CALCULAR-REMUNERACAO-MEDIA.
           PERFORM CALCULAR-ADICIONAIS-CARGO
           MOVE WS-ADC-COMP(1:4) TO WS-ADC-ANO
           MOVE WS-ADC-COMP(5:2) TO WS-ADC-MES
           COMPUTE WS-ADC-MESES-CALC =
               WS-ADC-ANO * 12 + WS-ADC-MES - 1 - 11
           DIVIDE WS-ADC-MESES-CALC BY 12 GIVING WS-ADC-ANO
               REMAINDER WS-ADC-MES
           ADD 1 TO WS-ADC-MES
           COMPUTE WS-ADC-COMP-INICIO = WS-ADC-ANO * 100 + WS-ADC-MES
           MOVE 0 TO WS-ADC-SOMA-NOTURNO
           MOVE 0 TO WS-ADC-MESES
           MOVE "N" TO WS-PONTO-EOF
           OPEN INPUT PONTO-FILE
           PERFORM LER-PONTO-MEDIA-NOTURNO UNTIL WS-PONTO-EOF = "Y"
           CLOSE PONTO-FILE
           MOVE 0 TO WS-ADC-HORAS-NOTURNO
           IF WS-ADC-MESES > 0
               COMPUTE WS-ADC-HORAS-NOTURNO ROUNDED =
                   WS-ADC-SOMA-NOTURNO / WS-ADC-MESES
           END-IF
           PERFORM CALCULAR-ADICIONAL-NOTURNO
           COMPUTE WS-ADC-REMUNERACAO = SALARIO
               + WS-ADC-INSALUBRIDADE + WS-ADC-PERICULOSIDADE
               + WS-ADC-NOTURNO.

       LER-PONTO-MEDIA-NOTURNO.
           READ PONTO-FILE INTO PONTO-RECORD
               AT END
                   MOVE "Y" TO WS-PONTO-EOF
               NOT AT END
                   MOVE 0 TO WS-PONTO-NOTURNO
                   UNSTRING PONTO-DADOS DELIMITED BY ","
                       INTO WS-PONTO-CODIGO WS-PONTO-COMPETENCIA
                            WS-PONTO-DIAS WS-PONTO-HE50
                            WS-PONTO-HE100 WS-PONTO-FALTAS
                            WS-PONTO-NOTURNO
                   IF WS-PONTO-CODIGO = CODIGO
                       AND WS-PONTO-COMPETENCIA >= WS-ADC-COMP-INICIO
                       AND WS-PONTO-COMPETENCIA <= WS-ADC-COMP
                       ADD WS-PONTO-NOTURNO TO WS-ADC-SOMA-NOTURNO
                       ADD 1 TO WS-ADC-MESES
                   END-IF
           END-READ.

       GRAVAR-FOLHA-ADICIONAL.
           MOVE SPACES TO FOLHA-ADICIONAL-DADOS
           STRING CODIGO DELIMITED BY SIZE ","
                  WS-FOLHA-DATA DELIMITED BY SIZE ","
                  WS-TIPO-FOLHA DELIMITED BY SIZE ","
                  WS-ADC-INSALUBRIDADE DELIMITED BY SIZE ","
                  WS-ADC-PERICULOSIDADE DELIMITED BY SIZE ","
                  WS-ADC-NOTURNO DELIMITED BY SIZE
                  INTO FOLHA-ADICIONAL-DADOS
           OPEN EXTEND FOLHA-ADICIONAL-FILE
           IF WS-FAD-FILE-STATUS = "35"
               OPEN OUTPUT FOLHA-ADICIONAL-FILE
           END-IF
           WRITE FOLHA-ADICIONAL-RECORD
           CLOSE FOLHA-ADICIONAL-FILE.

       BUSCAR-ADICIONAIS-RECIBO.
           MOVE 0 TO WS-ADC-INSALUBRIDADE
           MOVE 0 TO WS-ADC-PERICULOSIDADE
           MOVE 0 TO WS-ADC-NOTURNO
           MOVE "N" TO WS-ADC-EOF
           OPEN INPUT FOLHA-ADICIONAL-FILE
           IF WS-FAD-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADC-EOF
           ELSE
               PERFORM LER-ADICIONAL-RECIBO UNTIL WS-ADC-EOF = "Y"
               CLOSE FOLHA-ADICIONAL-FILE
           END-IF.

       LER-ADICIONAL-RECIBO.
           READ FOLHA-ADICIONAL-FILE INTO FOLHA-ADICIONAL-RECORD
               AT END
                   MOVE "Y" TO WS-ADC-EOF
               NOT AT END
                   UNSTRING FOLHA-ADICIONAL-DADOS DELIMITED BY ","
                       INTO WS-ADC-R-CODIGO WS-ADC-R-DATA
                            WS-ADC-R-TIPO WS-ADC-R-INSALUB-ALFA
                            WS-ADC-R-PERIC-ALFA WS-ADC-R-NOTURNO-ALFA
                   IF WS-ADC-R-CODIGO = WS-FOLHA-CODIGO
                       AND WS-ADC-R-DATA = WS-FOLHA-DATA
                       AND WS-ADC-R-TIPO = WS-ADC-TIPO-RECIBO
                       MOVE WS-ADC-R-INSALUB TO WS-ADC-INSALUBRIDADE
                       MOVE WS-ADC-R-PERIC TO WS-ADC-PERICULOSIDADE
                       MOVE WS-ADC-R-NOTURNO TO WS-ADC-NOTURNO
                   END-IF
           END-READ.

       MENU-PERC-ADIANTAMENTO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "   PERCENTUAL DE ADIANTAMENTO (FUNC/CARGO)       "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir / L-Listar / E-Excluir): "
               WITH NO ADVANCING
           ACCEPT WS-ADT-ACAO
           EVALUATE WS-ADT-ACAO
               WHEN "I"
                   PERFORM INCLUIR-PERC-ADIANTAMENTO
               WHEN "L"
                   PERFORM LISTAR-PERC-ADIANTAMENTO
               WHEN "E"
                   PERFORM EXCLUIR-PERC-ADIANTAMENTO
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-PERC-ADIANTAMENTO.
           DISPLAY "Percentual por (F-Funcionario / C-Cargo): "
               WITH NO ADVANCING
           ACCEPT WS-ADT-R-ESCOPO
           IF WS-ADT-R-ESCOPO NOT = "F" AND WS-ADT-R-ESCOPO NOT = "C"
               DISPLAY "Escopo invalido."
           ELSE
               DISPLAY "Codigo do funcionario/cargo: "
                   WITH NO ADVANCING
               ACCEPT WS-ADT-R-CODIGO
               DISPLAY "Percentual do salario (0-100): "
                   WITH NO ADVANCING
               ACCEPT WS-ADT-R-PERC
               IF WS-ADT-R-PERC > 100
                   DISPLAY "Percentual invalido."
               ELSE
                   PERFORM EXCLUIR-PERC-ADT-EXISTENTE
                   MOVE SPACES TO PERC-ADIANTAMENTO-DADOS
                   STRING WS-ADT-R-ESCOPO DELIMITED BY SIZE ","
                          WS-ADT-R-CODIGO DELIMITED BY SIZE ","
                          WS-ADT-R-PERC DELIMITED BY SIZE
                          INTO PERC-ADIANTAMENTO-DADOS
                   OPEN EXTEND PERC-ADIANTAMENTO-FILE
                   IF WS-PAD-FILE-STATUS = "35"
                       OPEN OUTPUT PERC-ADIANTAMENTO-FILE
                   END-IF
                   WRITE PERC-ADIANTAMENTO-RECORD
                       FROM PERC-ADIANTAMENTO-DADOS
                   CLOSE PERC-ADIANTAMENTO-FILE
                   DISPLAY "Percentual de adiantamento gravado!"
               END-IF
           END-IF.

       LISTAR-PERC-ADIANTAMENTO.
           MOVE "N" TO WS-ADT-ACHADO
           MOVE "N" TO WS-ADT-EOF
           OPEN INPUT PERC-ADIANTAMENTO-FILE
           IF WS-PAD-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADT-EOF
           ELSE
               DISPLAY "Escopo Codigo Percentual"
               PERFORM LER-PERC-ADT-LISTA UNTIL WS-ADT-EOF = "Y"
               CLOSE PERC-ADIANTAMENTO-FILE
           END-IF
           IF WS-ADT-ACHADO = "N"
               DISPLAY "Nenhum percentual cadastrado (padrao 40%)."
           END-IF.

       LER-PERC-ADT-LISTA.
           READ PERC-ADIANTAMENTO-FILE INTO PERC-ADIANTAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-ADT-EOF
               NOT AT END
                   MOVE "Y" TO WS-ADT-ACHADO
                   PERFORM PARSE-PERC-ADIANTAMENTO
                   DISPLAY "  " WS-ADT-R-ESCOPO "    " WS-ADT-R-CODIGO
                       "  " WS-ADT-R-PERC "%"
           END-READ.

       PARSE-PERC-ADIANTAMENTO.
           UNSTRING PERC-ADIANTAMENTO-DADOS DELIMITED BY ","
               INTO WS-ADT-R-ESCOPO WS-ADT-R-CODIGO WS-ADT-R-PERC.

       EXCLUIR-PERC-ADIANTAMENTO.
           DISPLAY "Percentual por (F-Funcionario / C-Cargo): "
               WITH NO ADVANCING
           ACCEPT WS-ADT-R-ESCOPO
           DISPLAY "Codigo do funcionario/cargo: " WITH NO ADVANCING
           ACCEPT WS-ADT-R-CODIGO
           PERFORM EXCLUIR-PERC-ADT-EXISTENTE
           DISPLAY "Percentual excluido (se existia).".

       EXCLUIR-PERC-ADT-EXISTENTE.
           MOVE 0 TO WS-ADT-COUNT
           MOVE "N" TO WS-ADT-EOF
           MOVE WS-ADT-R-ESCOPO TO WS-ADT-CHAVE(1:1)
           MOVE "," TO WS-ADT-CHAVE(2:1)
           MOVE WS-ADT-R-CODIGO TO WS-ADT-CHAVE(3:5)
           OPEN INPUT PERC-ADIANTAMENTO-FILE
           IF WS-PAD-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADT-EOF
           ELSE
               PERFORM CARREGAR-PERC-ADT-MANTIDO
                   UNTIL WS-ADT-EOF = "Y"
               CLOSE PERC-ADIANTAMENTO-FILE
               OPEN OUTPUT PERC-ADIANTAMENTO-FILE
               PERFORM REGRAVAR-PERC-ADT-MANTIDO
                   VARYING WS-ADT-IDX FROM 1 BY 1
                   UNTIL WS-ADT-IDX > WS-ADT-COUNT
               CLOSE PERC-ADIANTAMENTO-FILE
           END-IF.

       CARREGAR-PERC-ADT-MANTIDO.
           READ PERC-ADIANTAMENTO-FILE INTO PERC-ADIANTAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-ADT-EOF
               NOT AT END
                   IF PERC-ADIANTAMENTO-DADOS(1:7) NOT = WS-ADT-CHAVE
                       AND WS-ADT-COUNT < 200
                       ADD 1 TO WS-ADT-COUNT
                       MOVE PERC-ADIANTAMENTO-DADOS
                           TO WS-ADT-LINHA(WS-ADT-COUNT)
                   END-IF
           END-READ.

       REGRAVAR-PERC-ADT-MANTIDO.
           WRITE PERC-ADIANTAMENTO-RECORD
               FROM WS-ADT-LINHA(WS-ADT-IDX).

       BUSCAR-PERC-ADIANTAMENTO.
           MOVE WS-ADT-PERC-PADRAO TO WS-ADT-PERC
           MOVE SPACE TO WS-ADT-NIVEL
           MOVE "N" TO WS-ADT-EOF
           OPEN INPUT PERC-ADIANTAMENTO-FILE
           IF WS-PAD-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADT-EOF
           ELSE
               PERFORM LER-PERC-ADIANTAMENTO UNTIL WS-ADT-EOF = "Y"
               CLOSE PERC-ADIANTAMENTO-FILE
           END-IF.

       LER-PERC-ADIANTAMENTO.
           READ PERC-ADIANTAMENTO-FILE INTO PERC-ADIANTAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-ADT-EOF
               NOT AT END
                   PERFORM PARSE-PERC-ADIANTAMENTO
                   IF WS-ADT-R-ESCOPO = "F"
                       AND WS-ADT-R-CODIGO = CODIGO
                       MOVE WS-ADT-R-PERC TO WS-ADT-PERC
                       MOVE "F" TO WS-ADT-NIVEL
                   END-IF
                   IF WS-ADT-R-ESCOPO = "C"
                       AND WS-ADT-R-CODIGO = CARGO
                       AND WS-ADT-NIVEL NOT = "F"
                       MOVE WS-ADT-R-PERC TO WS-ADT-PERC
                       MOVE "C" TO WS-ADT-NIVEL
                   END-IF
           END-READ.

       VERIFICAR-CORTE-ADIANTAMENTO.
           MOVE "Y" TO WS-ADT-ELEGIVEL
           IF WS-TIPO-FOLHA = "A"
               UNSTRING DATA_ADMISSAO DELIMITED BY "/"
                   INTO WS-DD-ADMISSAO WS-MM-ADMISSAO
                        WS-AAAA-ADMISSAO
               COMPUTE WS-DATA-ADMISSAO-NUM =
                   WS-AAAA-ADMISSAO * 10000 + WS-MM-ADMISSAO * 100
                   + WS-DD-ADMISSAO
               IF WS-DATA-ADMISSAO-NUM > WS-ADT-CORTE
                   MOVE "N" TO WS-ADT-ELEGIVEL
                   IF DATA_DESLIGAMENTO = SPACES
                       DISPLAY "Funcionario " CODIGO " " NOME(1:20)
                           " admitido apos o corte, sem adiantamento."
                   END-IF
               END-IF
           END-IF.

       CALCULAR-FOLHA-ADIANTAMENTO.
           PERFORM BUSCAR-PERC-ADIANTAMENTO
           COMPUTE WS-SALARIO-BRUTO ROUNDED =
               SALARIO * WS-ADT-PERC / 100
           MOVE 0 TO WS-INSS
           MOVE 0 TO WS-IMPOSTO-RENDA
           MOVE 0 TO WS-SALARIO-FAMILIA
           MOVE 0 TO WS-COMISSAO-FUNC
           MOVE WS-SALARIO-BRUTO TO WS-SALARIO-LIQUIDO.

       EMITIR-RECIBO-ADIANTAMENTO.
           MOVE CODIGO TO WS-FOLHA-CODIGO
           MOVE NOME TO WS-FOLHA-NOME
           MOVE "ADIANTAMENTO QUINZ. " TO WS-TIPO-FOLHA-DESC
           MOVE 0 TO WS-ADC-INSALUBRIDADE
           MOVE 0 TO WS-ADC-PERICULOSIDADE
           MOVE 0 TO WS-ADC-NOTURNO
           PERFORM GERAR-ARQUIVO-RECIBO
           DISPLAY "  Recibo: " WS-RECIBO-NOME-ARQUIVO.

       DESCONTAR-ADIANTAMENTO-FOLHA.
           MOVE WS-FOLHA-COMPETENCIA TO WS-ADT-COMP
           PERFORM BUSCAR-ADIANTAMENTO-FUNC
           IF WS-ADT-DESCONTO > 0
               SUBTRACT WS-ADT-DESCONTO FROM WS-SALARIO-LIQUIDO
           END-IF.

       BUSCAR-ADIANTAMENTO-FUNC.
           MOVE 0 TO WS-ADT-DESCONTO
           MOVE "N" TO WS-ADT-EOF
           OPEN INPUT FOLHA-FILE
           PERFORM LER-ADIANTAMENTO-FOLHA UNTIL WS-ADT-EOF = "Y"
           CLOSE FOLHA-FILE.

       LER-ADIANTAMENTO-FOLHA.
           READ FOLHA-FILE INTO FOLHA-RECORD
               AT END
                   MOVE "Y" TO WS-ADT-EOF
               NOT AT END
                   IF FP-CODIGO = CODIGO
                       AND FP-ADIANTAMENTO-QUINZENAL
                       AND FP-DATA(1:6) = WS-ADT-COMP
                       MOVE FP-SALARIO-LIQUIDO TO WS-ADT-DESCONTO
                   END-IF
           END-READ.

       MENU-BANCO-HORAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        BANCO DE HORAS (REGRAS E EXTRATO)        "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir regra / L-Listar regras / "
               "E-Excluir regra / X-Extrato mensal): "
               WITH NO ADVANCING
           ACCEPT WS-BCH-ACAO
           EVALUATE WS-BCH-ACAO
               WHEN "I"
                   PERFORM INCLUIR-REGRA-BANCO-HORAS
               WHEN "L"
                   PERFORM LISTAR-REGRAS-BANCO-HORAS
               WHEN "E"
                   PERFORM EXCLUIR-REGRA-BANCO-HORAS
               WHEN "X"
                   PERFORM EXTRATO-BANCO-HORAS
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-REGRA-BANCO-HORAS.
           DISPLAY "Regra por (D-Departamento / C-Cargo): "
               WITH NO ADVANCING
           ACCEPT WS-BCH-R-ESCOPO
           IF WS-BCH-R-ESCOPO NOT = "D" AND WS-BCH-R-ESCOPO NOT = "C"
               DISPLAY "Escopo invalido."
           ELSE
               DISPLAY "Codigo do departamento/cargo: "
                   WITH NO ADVANCING
               ACCEPT WS-BCH-R-CODIGO
               DISPLAY "Prazo para compensacao (meses): "
                   WITH NO ADVANCING
               ACCEPT WS-BCH-R-PRAZO
               IF WS-BCH-R-PRAZO = 0
                   MOVE 6 TO WS-BCH-R-PRAZO
               END-IF
               DISPLAY "HE 50% vai para o banco (1h = 1h)? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-BCH-R-HE50
               DISPLAY "HE 100% vai para o banco (1h = 2h)? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-BCH-R-HE100
               DISPLAY "Jornada diaria em horas (compensa faltas): "
                   WITH NO ADVANCING
               ACCEPT WS-BCH-R-JORNADA
               IF WS-BCH-R-JORNADA = 0
                   MOVE 8 TO WS-BCH-R-JORNADA
               END-IF
               IF WS-BCH-R-HE50 = "s"
                   MOVE "S" TO WS-BCH-R-HE50
               END-IF
               IF WS-BCH-R-HE100 = "s"
                   MOVE "S" TO WS-BCH-R-HE100
               END-IF
               PERFORM EXCLUIR-REGRA-BCH-EXISTENTE
               MOVE SPACES TO REGRA-BANCO-HORAS-DADOS
               STRING WS-BCH-R-ESCOPO DELIMITED BY SIZE ","
                      WS-BCH-R-CODIGO DELIMITED BY SIZE ","
                      WS-BCH-R-PRAZO DELIMITED BY SIZE ","
                      WS-BCH-R-HE50 DELIMITED BY SIZE ","
                      WS-BCH-R-HE100 DELIMITED BY SIZE ","
                      WS-BCH-R-JORNADA DELIMITED BY SIZE
                      INTO REGRA-BANCO-HORAS-DADOS
               OPEN EXTEND REGRA-BANCO-HORAS-FILE
               IF WS-BRG-FILE-STATUS = "35"
                   OPEN OUTPUT REGRA-BANCO-HORAS-FILE
               END-IF
               WRITE REGRA-BANCO-HORAS-RECORD
                   FROM REGRA-BANCO-HORAS-DADOS
               CLOSE REGRA-BANCO-HORAS-FILE
               DISPLAY "Regra de banco de horas gravada!"
           END-IF.

       LISTAR-REGRAS-BANCO-HORAS.
           MOVE "N" TO WS-BCH-ACHADO
           MOVE "N" TO WS-BCH-EOF
           OPEN INPUT REGRA-BANCO-HORAS-FILE
           IF WS-BRG-FILE-STATUS = "35"
               MOVE "Y" TO WS-BCH-EOF
           ELSE
               DISPLAY "Escopo Codigo Prazo HE50 HE100 Jornada"
               PERFORM LER-REGRA-BCH-LISTA UNTIL WS-BCH-EOF = "Y"
               CLOSE REGRA-BANCO-HORAS-FILE
           END-IF
           IF WS-BCH-ACHADO = "N"
               DISPLAY "Nenhuma regra de banco de horas cadastrada."
           END-IF.

       LER-REGRA-BCH-LISTA.
           READ REGRA-BANCO-HORAS-FILE INTO REGRA-BANCO-HORAS-RECORD
               AT END
                   MOVE "Y" TO WS-BCH-EOF
               NOT AT END
                   MOVE "Y" TO WS-BCH-ACHADO
                   PERFORM PARSE-REGRA-BANCO-HORAS
                   DISPLAY "  " WS-BCH-R-ESCOPO "    " WS-BCH-R-CODIGO
                       "    " WS-BCH-R-PRAZO "m   " WS-BCH-R-HE50
                       "    " WS-BCH-R-HE100 "     "
                       WS-BCH-R-JORNADA "h"
           END-READ.

       PARSE-REGRA-BANCO-HORAS.
           UNSTRING REGRA-BANCO-HORAS-DADOS DELIMITED BY ","
               INTO WS-BCH-R-ESCOPO WS-BCH-R-CODIGO WS-BCH-R-PRAZO
                    WS-BCH-R-HE50 WS-BCH-R-HE100 WS-BCH-R-JORNADA.

       EXCLUIR-REGRA-BANCO-HORAS.
           DISPLAY "Regra por (D-Departamento / C-Cargo): "
               WITH NO ADVANCING
           ACCEPT WS-BCH-R-ESCOPO
           DISPLAY "Codigo do departamento/cargo: " WITH NO ADVANCING
           ACCEPT WS-BCH-R-CODIGO
           PERFORM EXCLUIR-REGRA-BCH-EXISTENTE
           DISPLAY "Regra excluida (se existia).".

       EXCLUIR-REGRA-BCH-EXISTENTE.
           MOVE WS-BCH-R-ESCOPO TO WS-BCH-REGRA-ESCOPO
           MOVE WS-BCH-R-CODIGO TO WS-BCH-REGRA-CODIGO
           MOVE 0 TO WS-BCH-COUNT
           MOVE "N" TO WS-BCH-EOF
           OPEN INPUT REGRA-BANCO-HORAS-FILE
           IF WS-BRG-FILE-STATUS = "35"
               MOVE "Y" TO WS-BCH-EOF
           ELSE
               PERFORM CARREGAR-REGRA-BCH-MANTIDA
                   UNTIL WS-BCH-EOF = "Y"
               CLOSE REGRA-BANCO-HORAS-FILE
               OPEN OUTPUT REGRA-BANCO-HORAS-FILE
               PERFORM REGRAVAR-REGRA-BCH-MANTIDA
                   VARYING WS-BCH-IDX FROM 1 BY 1
                   UNTIL WS-BCH-IDX > WS-BCH-COUNT
               CLOSE REGRA-BANCO-HORAS-FILE
           END-IF
           MOVE WS-BCH-REGRA-ESCOPO TO WS-BCH-R-ESCOPO
           MOVE WS-BCH-REGRA-CODIGO TO WS-BCH-R-CODIGO.

       CARREGAR-REGRA-BCH-MANTIDA.
           READ REGRA-BANCO-HORAS-FILE INTO REGRA-BANCO-HORAS-RECORD
               AT END
                   MOVE "Y" TO WS-BCH-EOF
               NOT AT END
                   IF REGRA-BANCO-HORAS-DADOS(1:1)
                           = WS-BCH-REGRA-ESCOPO
                       AND REGRA-BANCO-HORAS-DADOS(3:3)
                           = WS-BCH-REGRA-CODIGO
                       CONTINUE
                   ELSE
                       IF WS-BCH-COUNT < 200
                           ADD 1 TO WS-BCH-COUNT
                           MOVE REGRA-BANCO-HORAS-DADOS
                               TO WS-BCH-LINHA(WS-BCH-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-REGRA-BCH-MANTIDA.
           WRITE REGRA-BANCO-HORAS-RECORD
               FROM WS-BCH-LINHA(WS-BCH-IDX).

       BUSCAR-REGRA-BANCO-HORAS.
           MOVE "N" TO WS-BCH-REGRA-ACHADA
           MOVE SPACE TO WS-BCH-REGRA-ESCOPO
           MOVE "N" TO WS-BCH-EOF
           OPEN INPUT REGRA-BANCO-HORAS-FILE
           IF WS-BRG-FILE-STATUS = "35"
               MOVE "Y" TO WS-BCH-EOF
           ELSE
               PERFORM LER-REGRA-BANCO-HORAS UNTIL WS-BCH-EOF = "Y"
               CLOSE REGRA-BANCO-HORAS-FILE
           END-IF.

       LER-REGRA-BANCO-HORAS.
           READ REGRA-BANCO-HORAS-FILE INTO REGRA-BANCO-HORAS-RECORD
               AT END
                   MOVE "Y" TO WS-BCH-EOF
               NOT AT END
                   PERFORM PARSE-REGRA-BANCO-HORAS
                   IF (WS-BCH-R-ESCOPO = "C"
                           AND WS-BCH-R-CODIGO = CARGO)
                       OR (WS-BCH-R-ESCOPO = "D"
                           AND WS-BCH-R-CODIGO = DEPARTAMENTO
                           AND WS-BCH-REGRA-ESCOPO NOT = "C")
                       MOVE "Y" TO WS-BCH-REGRA-ACHADA
                       MOVE WS-BCH-R-ESCOPO TO WS-BCH-REGRA-ESCOPO
                       MOVE WS-BCH-R-PRAZO TO WS-BCH-PRAZO
                       MOVE WS-BCH-R-HE50 TO WS-BCH-HE50-BANCO
                       MOVE WS-BCH-R-HE100 TO WS-BCH-HE100-BANCO
                       MOVE WS-BCH-R-JORNADA TO WS-BCH-JORNADA
                       IF WS-BCH-JORNADA = 0
                           MOVE 8 TO WS-BCH-JORNADA
                       END-IF
                   END-IF
           END-READ.

       APURAR-SALDO-BANCO-HORAS.
           MOVE 0 TO WS-BCH-CRED-ANTIGO
           MOVE 0 TO WS-BCH-CRED-ANTERIOR
           MOVE 0 TO WS-BCH-DEB-ANTERIOR
           MOVE 0 TO WS-BCH-MES-CREDITO
           MOVE 0 TO WS-BCH-MES-DEBITO
           MOVE 0 TO WS-BCH-MES-PAGO
           MOVE 0 TO WS-BCH-MES-QUITADO
           MOVE "N" TO WS-BCH-JA-LANCADO
           MOVE "N" TO WS-BCH-EOF
           OPEN INPUT BANCO-HORAS-FILE
           IF WS-BCH-FILE-STATUS = "35"
               MOVE "Y" TO WS-BCH-EOF
           ELSE
               PERFORM LER-MOVIMENTO-BANCO-HORAS
                   UNTIL WS-BCH-EOF = "Y"
               CLOSE BANCO-HORAS-FILE
           END-IF
           COMPUTE WS-BCH-SALDO-ANTERIOR =
               WS-BCH-CRED-ANTERIOR - WS-BCH-DEB-ANTERIOR.

       LER-MOVIMENTO-BANCO-HORAS.
           READ BANCO-HORAS-FILE INTO BANCO-HORAS-RECORD
               AT END
                   MOVE "Y" TO WS-BCH-EOF
               NOT AT END
                   MOVE SPACES TO WS-BCH-M-HORAS-ALFA
                   UNSTRING BANCO-HORAS-DADOS DELIMITED BY ","
                       INTO WS-BCH-M-CODIGO WS-BCH-M-COMP
                            WS-BCH-M-TIPO WS-BCH-M-HORAS-ALFA
                            WS-BCH-M-DATA
                   IF WS-BCH-M-CODIGO = WS-BCH-FUNC
                       AND WS-BCH-M-HORAS-ALFA IS NUMERIC
                       PERFORM ACUMULAR-MOVIMENTO-BANCO-HORAS
                   END-IF
           END-READ.

       ACUMULAR-MOVIMENTO-BANCO-HORAS.
           MOVE WS-BCH-M-HORAS-NUM TO WS-BCH-M-HORAS
           IF WS-BCH-M-COMP < WS-BCH-COMP
               IF BCH-CREDITO
                   ADD WS-BCH-M-HORAS TO WS-BCH-CRED-ANTERIOR
                   IF WS-BCH-M-COMP <= WS-BCH-LIMITE
                       ADD WS-BCH-M-HORAS TO WS-BCH-CRED-ANTIGO
                   END-IF
               ELSE
                   ADD WS-BCH-M-HORAS TO WS-BCH-DEB-ANTERIOR
               END-IF
           END-IF
           IF WS-BCH-M-COMP = WS-BCH-COMP
               EVALUATE TRUE
                   WHEN BCH-CREDITO
                       ADD WS-BCH-M-HORAS TO WS-BCH-MES-CREDITO
                       MOVE "Y" TO WS-BCH-JA-LANCADO
                   WHEN BCH-COMPENSACAO
                       ADD WS-BCH-M-HORAS TO WS-BCH-MES-DEBITO
                       MOVE "Y" TO WS-BCH-JA-LANCADO
                   WHEN BCH-PAGAMENTO
                       ADD WS-BCH-M-HORAS TO WS-BCH-MES-PAGO
                       MOVE "Y" TO WS-BCH-JA-LANCADO
                   WHEN OTHER
                       ADD WS-BCH-M-HORAS TO WS-BCH-MES-QUITADO
               END-EVALUATE
           END-IF.

       CALCULAR-LIMITE-BANCO-HORAS.
           MOVE WS-BCH-COMP(1:4) TO WS-BCH-ANO
           MOVE WS-BCH-COMP(5:2) TO WS-BCH-MES
           COMPUTE WS-BCH-MESES =
               WS-BCH-ANO * 12 + WS-BCH-MES - 1 - WS-BCH-PRAZO
           DIVIDE WS-BCH-MESES BY 12 GIVING WS-BCH-ANO
               REMAINDER WS-BCH-MES
           ADD 1 TO WS-BCH-MES
           COMPUTE WS-BCH-LIMITE = WS-BCH-ANO * 100 + WS-BCH-MES.

       PROCESSAR-BANCO-HORAS-FOLHA.
           MOVE CODIGO TO WS-BCH-FUNC
           MOVE WS-FOLHA-COMPETENCIA TO WS-BCH-COMP
           PERFORM CALCULAR-LIMITE-BANCO-HORAS
           PERFORM APURAR-SALDO-BANCO-HORAS
           IF WS-BCH-JA-LANCADO = "Y"
               MOVE WS-BCH-MES-CREDITO TO WS-BCH-CREDITO
               MOVE WS-BCH-MES-DEBITO TO WS-BCH-DEBITO
               MOVE WS-BCH-MES-PAGO TO WS-BCH-EXPIRADO
           ELSE
               MOVE 0 TO WS-BCH-CREDITO
               IF WS-BCH-HE50-BANCO = "S"
                   ADD WS-PONTO-HE50 TO WS-BCH-CREDITO
               END-IF
               IF WS-BCH-HE100-BANCO = "S"
                   COMPUTE WS-BCH-CREDITO =
                       WS-BCH-CREDITO + WS-PONTO-HE100 * 2
               END-IF
               COMPUTE WS-BCH-DISPONIVEL =
                   WS-BCH-SALDO-ANTERIOR + WS-BCH-CREDITO
               MOVE 0 TO WS-BCH-DIAS-COMP
               IF WS-BCH-DISPONIVEL > 0
                   COMPUTE WS-BCH-DIAS-COMP =
                       WS-BCH-DISPONIVEL / WS-BCH-JORNADA
               END-IF
               IF WS-BCH-DIAS-COMP > WS-PONTO-FALTAS
                   MOVE WS-PONTO-FALTAS TO WS-BCH-DIAS-COMP
               END-IF
               COMPUTE WS-BCH-DEBITO =
                   WS-BCH-DIAS-COMP * WS-BCH-JORNADA
               COMPUTE WS-BCH-EXPIRADO = WS-BCH-CRED-ANTIGO
                   - WS-BCH-DEB-ANTERIOR - WS-BCH-DEBITO
               IF WS-BCH-EXPIRADO < 0
                   MOVE 0 TO WS-BCH-EXPIRADO
               END-IF
               PERFORM GRAVAR-MOVIMENTOS-FOLHA-BCH
           END-IF
           IF WS-BCH-HE50-BANCO = "S"
               MOVE 0 TO WS-PONTO-HE50
           END-IF
           IF WS-BCH-HE100-BANCO = "S"
               MOVE 0 TO WS-PONTO-HE100
           END-IF
           COMPUTE WS-BCH-DIAS-COMP = WS-BCH-DEBITO / WS-BCH-JORNADA
           IF WS-BCH-DIAS-COMP > WS-PONTO-FALTAS
               MOVE 0 TO WS-PONTO-FALTAS
           ELSE
               SUBTRACT WS-BCH-DIAS-COMP FROM WS-PONTO-FALTAS
           END-IF
           COMPUTE WS-VALOR-HORA = SALARIO / 220
           COMPUTE WS-BCH-VALOR-PAGO ROUNDED =
               WS-BCH-EXPIRADO * WS-VALOR-HORA * 1.5
           COMPUTE WS-BCH-SALDO-FINAL = WS-BCH-SALDO-ANTERIOR
               + WS-BCH-CREDITO - WS-BCH-DEBITO - WS-BCH-EXPIRADO
           IF WS-BCH-CREDITO > 0 OR WS-BCH-DEBITO > 0
               OR WS-BCH-EXPIRADO > 0
               DISPLAY "  Banco de horas: credito " WS-BCH-CREDITO
                   " compensado " WS-BCH-DEBITO
                   " pago " WS-BCH-EXPIRADO
           END-IF.

       GRAVAR-MOVIMENTOS-FOLHA-BCH.
           MOVE CODIGO TO WS-BCH-M-CODIGO
           MOVE WS-FOLHA-COMPETENCIA TO WS-BCH-M-COMP
           MOVE WS-FOLHA-DATA TO WS-BCH-M-DATA
           IF WS-BCH-CREDITO > 0
               MOVE "C" TO WS-BCH-M-TIPO
               MOVE WS-BCH-CREDITO TO WS-BCH-M-HORAS
               PERFORM GRAVAR-MOVIMENTO-BANCO-HORAS
           END-IF
           IF WS-BCH-DEBITO > 0
               MOVE "D" TO WS-BCH-M-TIPO
               MOVE WS-BCH-DEBITO TO WS-BCH-M-HORAS
               PERFORM GRAVAR-MOVIMENTO-BANCO-HORAS
           END-IF
           IF WS-BCH-EXPIRADO > 0
               MOVE "P" TO WS-BCH-M-TIPO
               MOVE WS-BCH-EXPIRADO TO WS-BCH-M-HORAS
               PERFORM GRAVAR-MOVIMENTO-BANCO-HORAS
           END-IF.

       GRAVAR-MOVIMENTO-BANCO-HORAS.
           MOVE SPACES TO BANCO-HORAS-DADOS
           STRING WS-BCH-M-CODIGO DELIMITED BY SIZE ","
                  WS-BCH-M-COMP DELIMITED BY SIZE ","
                  WS-BCH-M-TIPO DELIMITED BY SIZE ","
                  WS-BCH-M-HORAS DELIMITED BY SIZE ","
                  WS-BCH-M-DATA DELIMITED BY SIZE
                  INTO BANCO-HORAS-DADOS
           OPEN EXTEND BANCO-HORAS-FILE
           IF WS-BCH-FILE-STATUS = "35"
               OPEN OUTPUT BANCO-HORAS-FILE
           END-IF
           WRITE BANCO-HORAS-RECORD
           CLOSE BANCO-HORAS-FILE.

       APURAR-BANCO-HORAS-RESCISAO.
           MOVE 0 TO WS-RSC-BANCO-HORAS
           MOVE 0 TO WS-RSC-BCH-HORAS
           MOVE WS-RSC-CODIGO TO WS-BCH-FUNC
           MOVE 999999 TO WS-BCH-COMP
           MOVE 0 TO WS-BCH-LIMITE
           PERFORM APURAR-SALDO-BANCO-HORAS
           IF WS-BCH-SALDO-ANTERIOR > 0
               MOVE WS-BCH-SALDO-ANTERIOR TO WS-RSC-BCH-HORAS
               COMPUTE WS-RSC-BANCO-HORAS ROUNDED =
                   WS-RSC-BCH-HORAS * SALARIO / 220 * 1.5
           END-IF.

       QUITAR-BANCO-HORAS-RESCISAO.
           IF WS-RSC-BCH-HORAS > 0
               MOVE WS-RSC-CODIGO TO WS-BCH-M-CODIGO
               MOVE WS-RSC-DATA-DESLIG(1:6) TO WS-BCH-M-COMP
               MOVE "R" TO WS-BCH-M-TIPO
               MOVE WS-RSC-BCH-HORAS TO WS-BCH-M-HORAS
               MOVE WS-RSC-DATA-DESLIG TO WS-BCH-M-DATA
               PERFORM GRAVAR-MOVIMENTO-BANCO-HORAS
           END-IF.

       EXTRATO-BANCO-HORAS.
           DISPLAY "Codigo do funcionario (0 = todos): "
               WITH NO ADVANCING
           ACCEPT WS-BCH-EXTRATO-FUNC
           DISPLAY "Competencia (AAAAMM): " WITH NO ADVANCING
           ACCEPT WS-BCH-COMP
           MOVE SPACES TO WS-BCH-EXTRATO-NOME
           STRING "extratoBancoHoras_" DELIMITED BY SIZE
                  WS-BCH-COMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BCH-EXTRATO-NOME
           MOVE "N" TO WS-BCH-EXTRATO-ACHADO
           OPEN OUTPUT EXTRATO-BANCO-HORAS-FILE
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-FUNCIONARIO-EXTRATO-BCH UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-FILE
           CLOSE EXTRATO-BANCO-HORAS-FILE
           MOVE WS-BCH-EXTRATO-NOME TO WS-RLE-ARQUIVO
           MOVE "extratoBancoHoras" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Competencia " DELIMITED BY SIZE
                  WS-BCH-COMP DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           IF WS-BCH-EXTRATO-ACHADO = "N"
               DISPLAY "Nenhum saldo ou movimento de banco de horas "
                   "na competencia."
           ELSE
               DISPLAY "Extrato gravado em " WS-BCH-EXTRATO-NOME
           END-IF.

       LER-FUNCIONARIO-EXTRATO-BCH.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   IF WS-BCH-EXTRATO-FUNC = 0
                       OR CODIGO = WS-BCH-EXTRATO-FUNC
                       MOVE CODIGO TO WS-BCH-FUNC
                       MOVE 0 TO WS-BCH-LIMITE
                       PERFORM APURAR-SALDO-BANCO-HORAS
                       IF WS-BCH-SALDO-ANTERIOR NOT = 0
                           OR WS-BCH-MES-CREDITO > 0
                           OR WS-BCH-MES-DEBITO > 0
                           OR WS-BCH-MES-PAGO > 0
                           OR WS-BCH-MES-QUITADO > 0
                           PERFORM EMITIR-EXTRATO-BANCO-HORAS
                       END-IF
                   END-IF
           END-READ.

       EMITIR-EXTRATO-BANCO-HORAS.
           MOVE "Y" TO WS-BCH-EXTRATO-ACHADO
           COMPUTE WS-BCH-SALDO-FINAL = WS-BCH-SALDO-ANTERIOR
               + WS-BCH-MES-CREDITO - WS-BCH-MES-DEBITO
               - WS-BCH-MES-PAGO - WS-BCH-MES-QUITADO
           MOVE ALL "-" TO EXTRATO-BANCO-HORAS-LINHA
           WRITE EXTRATO-BANCO-HORAS-LINHA
           MOVE SPACES TO EXTRATO-BANCO-HORAS-LINHA
           STRING "EXTRATO BANCO DE HORAS " DELIMITED BY SIZE
                  WS-BCH-COMP DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOME DELIMITED BY SIZE
                  INTO EXTRATO-BANCO-HORAS-LINHA
           WRITE EXTRATO-BANCO-HORAS-LINHA
           DISPLAY EXTRATO-BANCO-HORAS-LINHA
           MOVE "Saldo anterior.........:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-SALDO-ANTERIOR TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH
           MOVE "(+) Horas creditadas...:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-MES-CREDITO TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH
           MOVE "(-) Faltas compensadas.:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-MES-DEBITO TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH
           MOVE "(-) Pagas em folha.....:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-MES-PAGO TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH
           MOVE "(-) Quitadas rescisao..:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-MES-QUITADO TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH
           MOVE "Saldo final (horas)....:" TO WS-BCH-EXTRATO-ROTULO
           MOVE WS-BCH-SALDO-FINAL TO WS-BCH-HORAS-ED
           PERFORM ESCREVER-LINHA-EXTRATO-BCH.

       ESCREVER-LINHA-EXTRATO-BCH.
           MOVE SPACES TO EXTRATO-BANCO-HORAS-LINHA
           STRING "  " DELIMITED BY SIZE
                  WS-BCH-EXTRATO-ROTULO DELIMITED BY SIZE
                  WS-BCH-HORAS-ED DELIMITED BY SIZE
                  INTO EXTRATO-BANCO-HORAS-LINHA
           WRITE EXTRATO-BANCO-HORAS-LINHA
           DISPLAY EXTRATO-BANCO-HORAS-LINHA.

       MENU-REEMBOLSO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       REEMBOLSO DE DESPESAS DE FUNCIONARIOS     "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir relatorio / L-Listar / "
               "A-Aprovar ou reprovar /"
           DISPLAY "      P-Pagar aprovados (titulo ou folha)): "
               WITH NO ADVANCING
           ACCEPT WS-RMB-ACAO
           EVALUATE WS-RMB-ACAO
               WHEN "I"
                   PERFORM INCLUIR-REEMBOLSO
               WHEN "L"
                   PERFORM LISTAR-REEMBOLSO
               WHEN "A"
                   PERFORM APROVAR-REEMBOLSO
               WHEN "P"
                   IF WS-USUARIO-ADMIN NOT = "Y"
                       AND WS-PERFIL-USUARIO(3:1) NOT = "S"
                       DISPLAY "Acesso negado: perfil sem direito "
                           "de RH."
                   ELSE
                       PERFORM PAGAR-REEMBOLSO
                   END-IF
               WHEN OTHER
                   DISPLAY "Acao invalida."
           END-EVALUATE
           DISPLAY WS-MENSAGEM-CONTINUAR
           ACCEPT WS-OPTION.

       INCLUIR-REEMBOLSO.
           DISPLAY "Codigo do funcionario: " WITH NO ADVANCING
           ACCEPT WS-RMB-CODIGO
           PERFORM BUSCAR-FUNCIONARIO-REEMBOLSO
           IF WS-RMB-ACHADO = "N"
               DISPLAY "Funcionario nao encontrado ou desligado."
           ELSE
               ACCEPT WS-RMB-HOJE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RMB-QTD-ITENS
               MOVE 0 TO WS-RMB-TOTAL
               MOVE "S" TO WS-RMB-CONTINUA
               PERFORM INCLUIR-ITEM-REEMBOLSO
                   UNTIL WS-RMB-CONTINUA NOT = "S"
               IF WS-RMB-QTD-ITENS = 0
                   DISPLAY "Nenhum item informado, relatorio nao "
                       "gravado."
               ELSE
                   PERFORM GRAVAR-REEMBOLSO
               END-IF
           END-IF.

       BUSCAR-FUNCIONARIO-REEMBOLSO.
           MOVE "N" TO WS-RMB-ACHADO
           MOVE "N" TO END-OF-FILE-FLAG
           OPEN INPUT FUNCIONARIO-FILE
           PERFORM LER-FUNCIONARIO-REEMBOLSO UNTIL END-OF-FILE
           CLOSE FUNCIONARIO-FILE.

       LER-FUNCIONARIO-REEMBOLSO.
           READ FUNCIONARIO-FILE INTO FUNCIONARIO-DADOS
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-FUNCIONARIO-RECORD
                   IF CODIGO = WS-RMB-CODIGO
                       IF DATA_DESLIGAMENTO = SPACES
                           MOVE "Y" TO WS-RMB-ACHADO
                           MOVE DEPARTAMENTO TO WS-RMB-DEPARTAMENTO
                       END-IF
                       SET END-OF-FILE TO TRUE
                   END-IF
           END-READ.

       INCLUIR-ITEM-REEMBOLSO.
           COMPUTE WS-RMB-IT-IDX = WS-RMB-QTD-ITENS + 1
           DISPLAY "--- Item " WS-RMB-IT-IDX " ---"
           DISPLAY "Data da despesa (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-RMB-ENT-DATA
           DISPLAY "Categoria (COMBUSTIV / PEDAGIO / ESTACIONAM / "
               "ALIMENTAC /"
           DISPLAY "           HOSPEDAGEM / TRANSPORTE / OUTROS): "
               WITH NO ADVANCING
           ACCEPT WS-RMB-ENT-CATEGORIA
           MOVE ZEROS TO WS-RMB-ENT-VALOR-ALFA
           DISPLAY "Valor (9999999V99): " WITH NO ADVANCING
           ACCEPT WS-RMB-ENT-VALOR-ALFA
           DISPLAY "Numero do documento fiscal: " WITH NO ADVANCING
           ACCEPT WS-RMB-ENT-DOCUMENTO
           DISPLAY "Veiculo da frota (0 = nenhum): " WITH NO ADVANCING
           ACCEPT WS-RMB-ENT-VEICULO
           MOVE 0 TO WS-RMB-ENT-CLIENTE
           IF WS-RMB-ENT-VEICULO = 0
               DISPLAY "Cliente visitado (0 = nenhum): "
                   WITH NO ADVANCING
               ACCEPT WS-RMB-ENT-CLIENTE
           END-IF
           PERFORM VALIDAR-ITEM-REEMBOLSO
           IF WS-RMB-ITEM-OK = "N"
               DISPLAY "Item recusado: " WS-RMB-MOTIVO
           ELSE
               ADD 1 TO WS-RMB-QTD-ITENS
               MOVE REEMBOLSO-ITEM-DADOS
                   TO WS-RMB-ITEM(WS-RMB-QTD-ITENS)
               ADD WS-RMB-ENT-VALOR TO WS-RMB-TOTAL
               DISPLAY "Item incluido."
           END-IF
           IF WS-RMB-QTD-ITENS >= 30
               DISPLAY "Limite de 30 itens por relatorio atingido."
               MOVE "N" TO WS-RMB-CONTINUA
           ELSE
               DISPLAY "Incluir outro item (S/N)? " WITH NO ADVANCING
               ACCEPT WS-RMB-CONTINUA
               IF WS-RMB-CONTINUA = "s"
                   MOVE "S" TO WS-RMB-CONTINUA
               END-IF
           END-IF.

       VALIDAR-ITEM-REEMBOLSO.
           MOVE "Y" TO WS-RMB-ITEM-OK
           MOVE SPACES TO WS-RMB-MOTIVO
           MOVE SPACES TO REEMBOLSO-ITEM-RECORD
           MOVE WS-RMB-ENT-CATEGORIA TO RI-CATEGORIA
           IF WS-RMB-ENT-DATA = 0 OR WS-RMB-ENT-DATA > WS-RMB-HOJE
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "data da despesa invalida" TO WS-RMB-MOTIVO
           ELSE
           IF NOT RI-CATEGORIA-VALIDA
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "categoria invalida" TO WS-RMB-MOTIVO
           ELSE
           IF WS-RMB-ENT-VALOR-ALFA IS NOT NUMERIC
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "valor invalido" TO WS-RMB-MOTIVO
           ELSE
           IF WS-RMB-ENT-VALOR = 0
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "valor invalido" TO WS-RMB-MOTIVO
           ELSE
           IF WS-RMB-TOTAL + WS-RMB-ENT-VALOR > 9999999.99
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "total do relatorio acima do limite"
                   TO WS-RMB-MOTIVO
           ELSE
           IF WS-RMB-ENT-DOCUMENTO = SPACES
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "documento fiscal nao informado" TO WS-RMB-MOTIVO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-RMB-ITEM-OK = "Y"
               MOVE WS-RMB-ENT-DATA TO WS-EXE-DATA
               CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
                   WS-EXE-ENCERRADO
               IF WS-EXE-ENCERRADO = "Y"
                   MOVE "N" TO WS-RMB-ITEM-OK
                   MOVE "despesa em exercicio encerrado"
                       TO WS-RMB-MOTIVO
               END-IF
           END-IF
           IF WS-RMB-ITEM-OK = "Y" AND WS-RMB-ENT-VEICULO > 0
               PERFORM VALIDAR-VEICULO-REEMBOLSO
           END-IF
           IF WS-RMB-ITEM-OK = "Y" AND WS-RMB-ENT-CLIENTE > 0
               PERFORM VALIDAR-CLIENTE-REEMBOLSO
           END-IF
           IF WS-RMB-ITEM-OK = "Y"
               MOVE 0 TO RI-NUMERO
               MOVE WS-RMB-IT-IDX TO RI-ITEM
               MOVE WS-RMB-ENT-DATA TO RI-DATA
               MOVE WS-RMB-ENT-VALOR TO RI-VALOR
               MOVE WS-RMB-ENT-DOCUMENTO TO RI-DOCUMENTO
               MOVE WS-RMB-ENT-VEICULO TO RI-VEICULO
               MOVE WS-RMB-ENT-CLIENTE TO RI-CLIENTE
           END-IF.

       VALIDAR-VEICULO-REEMBOLSO.
           OPEN INPUT FROTA-FILE
           IF WS-FRT-FILE-STATUS = "35"
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "veiculo nao cadastrado na frota" TO WS-RMB-MOTIVO
           ELSE
               MOVE WS-RMB-ENT-VEICULO TO FROTA-CODIGO-CHAVE
               READ FROTA-FILE
                   KEY IS FROTA-CODIGO-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-RMB-ITEM-OK
                       MOVE "veiculo nao cadastrado na frota"
                           TO WS-RMB-MOTIVO
               END-READ
               CLOSE FROTA-FILE
           END-IF.

       VALIDAR-CLIENTE-REEMBOLSO.
           OPEN INPUT CLIENTE-FILE
           IF WS-CLI-FILE-STATUS = "35"
               MOVE "N" TO WS-RMB-ITEM-OK
               MOVE "cliente nao cadastrado" TO WS-RMB-MOTIVO
           ELSE
               MOVE WS-RMB-ENT-CLIENTE TO CLI-CODIGO-CHAVE
               READ CLIENTE-FILE
                   KEY IS CLI-CODIGO-CHAVE
                   INVALID KEY
                       MOVE "N" TO WS-RMB-ITEM-OK
                       MOVE "cliente nao cadastrado" TO WS-RMB-MOTIVO
               END-READ
               CLOSE CLIENTE-FILE
           END-IF.

       GRAVAR-REEMBOLSO.
           MOVE 1 TO WS-SEQ-MINIMO
           MOVE "REEMBOLSO" TO WS-SEQ-SERIE
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-RMB-NUMERO
           OPEN EXTEND REEMBOLSO-ITEM-FILE
           IF WS-RMI-FILE-STATUS = "35"
               OPEN OUTPUT REEMBOLSO-ITEM-FILE
           END-IF
           PERFORM GRAVAR-ITEM-REEMBOLSO
               VARYING WS-RMB-IT-IDX FROM 1 BY 1
               UNTIL WS-RMB-IT-IDX > WS-RMB-QTD-ITENS
           CLOSE REEMBOLSO-ITEM-FILE
           MOVE SPACES TO REEMBOLSO-RECORD
           MOVE WS-RMB-NUMERO TO RB-NUMERO
           MOVE WS-RMB-CODIGO TO RB-CODIGO
           MOVE WS-RMB-DEPARTAMENTO TO RB-DEPARTAMENTO
           MOVE WS-RMB-HOJE TO RB-DATA
           SET RB-ENVIADO TO TRUE
           MOVE WS-RMB-TOTAL TO RB-TOTAL
           MOVE WS-USUARIO-LOGIN TO RB-DIGITADOR
           MOVE 0 TO RB-DATA-DECISAO
           MOVE 0 TO RB-DATA-PAGTO
           MOVE 0 TO RB-TITULO
           OPEN EXTEND REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               OPEN OUTPUT REEMBOLSO-FILE
           END-IF
           WRITE REEMBOLSO-RECORD
           CLOSE REEMBOLSO-FILE
           MOVE "INCLUSAO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-ANTES
           MOVE REEMBOLSO-DADOS TO WS-AUD-DEPOIS
           PERFORM AUDITAR-REEMBOLSO
           MOVE WS-RMB-TOTAL TO WS-RMB-VALOR-ED
           DISPLAY "Relatorio " WS-RMB-NUMERO " gravado com "
               WS-RMB-QTD-ITENS " item(ns), total " WS-RMB-VALOR-ED
           DISPLAY "Aguardando aprovacao do responsavel do "
               "departamento " WS-RMB-DEPARTAMENTO ".".

       GRAVAR-ITEM-REEMBOLSO.
           MOVE WS-RMB-ITEM(WS-RMB-IT-IDX) TO REEMBOLSO-ITEM-DADOS
           MOVE WS-RMB-NUMERO TO RI-NUMERO
           WRITE REEMBOLSO-ITEM-RECORD.

       AUDITAR-REEMBOLSO.
           MOVE "gestaoFuncionario" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "REEMB " DELIMITED BY SIZE
                  WS-RMB-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           CALL 'registrarAuditoria' USING
               WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
               WS-AUD-ANTES WS-AUD-DEPOIS.

       LISTAR-REEMBOLSO.
           DISPLAY "Codigo do funcionario (0 = todos): "
               WITH NO ADVANCING
           ACCEPT WS-RMB-CODIGO
           MOVE 0 TO WS-RMB-LISTADOS
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-LISTA UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-RMB-LISTADOS = 0
               DISPLAY "Nenhum relatorio de despesas encontrado."
           ELSE
               DISPLAY "Numero para ver os itens (0 = nenhum): "
                   WITH NO ADVANCING
               ACCEPT WS-RMB-NUMERO
               IF WS-RMB-NUMERO > 0
                   PERFORM EXIBIR-ITENS-REEMBOLSO
               END-IF
           END-IF.

       LER-REEMBOLSO-LISTA.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF WS-RMB-CODIGO = 0 OR RB-CODIGO = WS-RMB-CODIGO
                       ADD 1 TO WS-RMB-LISTADOS
                       PERFORM EXIBIR-REEMBOLSO
                   END-IF
           END-READ.

       EXIBIR-REEMBOLSO.
           PERFORM DESCREVER-STATUS-REEMBOLSO
           MOVE RB-TOTAL TO WS-RMB-VALOR-ED
           DISPLAY "Relatorio " RB-NUMERO " Func " RB-CODIGO
               " Depto " RB-DEPARTAMENTO " Data " RB-DATA
           DISPLAY "  Total: " WS-RMB-VALOR-ED
               "  Situacao: " WS-RMB-STATUS-DESC
           IF RB-APROVADOR NOT = SPACES
               DISPLAY "  Decisao por " RB-APROVADOR
                   " em " RB-DATA-DECISAO
           END-IF
           IF RB-PAGO AND RB-DESTINO-TITULO
               DISPLAY "  Titulo a pagar " RB-TITULO "/01"
           END-IF
           IF RB-PAGO AND RB-DESTINO-FOLHA
               DISPLAY "  Creditado na folha de " RB-DATA-PAGTO
           END-IF.

       DESCREVER-STATUS-REEMBOLSO.
           EVALUATE TRUE
               WHEN RB-ENVIADO
                   MOVE "AGUARDANDO APROVACAO" TO WS-RMB-STATUS-DESC
               WHEN RB-APROVADO
                   MOVE "APROVADO" TO WS-RMB-STATUS-DESC
               WHEN RB-REPROVADO
                   MOVE "REPROVADO" TO WS-RMB-STATUS-DESC
               WHEN RB-AGENDADO-FOLHA
                   MOVE "AGENDADO NA FOLHA" TO WS-RMB-STATUS-DESC
               WHEN RB-PAGO AND RB-DESTINO-TITULO
                   MOVE "TITULO GERADO" TO WS-RMB-STATUS-DESC
               WHEN RB-PAGO
                   MOVE "CREDITADO NA FOLHA" TO WS-RMB-STATUS-DESC
               WHEN OTHER
                   MOVE "DESCONHECIDO" TO WS-RMB-STATUS-DESC
           END-EVALUATE.

       EXIBIR-ITENS-REEMBOLSO.
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-ITEM-FILE
           IF WS-RMI-FILE-STATUS = "35"
               DISPLAY "Itens do relatorio nao encontrados."
           ELSE
               PERFORM LER-ITEM-REEMBOLSO-LISTA UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-ITEM-FILE
           END-IF.

       LER-ITEM-REEMBOLSO-LISTA.
           READ REEMBOLSO-ITEM-FILE INTO REEMBOLSO-ITEM-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RI-NUMERO = WS-RMB-NUMERO
                       MOVE RI-VALOR TO WS-RMB-VALOR-ED
                       DISPLAY "  " RI-ITEM " " RI-DATA " "
                           RI-CATEGORIA " " WS-RMB-VALOR-ED
                           " Doc " RI-DOCUMENTO
                       IF RI-VEICULO IS NUMERIC AND RI-VEICULO > 0
                           DISPLAY "     Veiculo " RI-VEICULO
                       END-IF
                       IF RI-CLIENTE IS NUMERIC AND RI-CLIENTE > 0
                           DISPLAY "     Visita ao cliente " RI-CLIENTE
                       END-IF
                   END-IF
           END-READ.

       APROVAR-REEMBOLSO.
           DISPLAY "Relatorios aguardando sua aprovacao:"
           MOVE 0 TO WS-RMB-LISTADOS
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-APROVACAO UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-RMB-LISTADOS = 0
               DISPLAY "Nenhum relatorio aguardando sua aprovacao."
           ELSE
               PERFORM DECIDIR-REEMBOLSO
           END-IF.

       LER-REEMBOLSO-APROVACAO.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RB-ENVIADO
                       PERFORM VERIFICAR-RESPONSAVEL-REEMBOLSO
                       IF WS-RMB-PODE-DECIDIR = "Y"
                           ADD 1 TO WS-RMB-LISTADOS
                           PERFORM EXIBIR-REEMBOLSO
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-RESPONSAVEL-REEMBOLSO.
           MOVE "N" TO WS-RMB-PODE-DECIDIR
           IF WS-USUARIO-ADMIN = "Y"
               MOVE "Y" TO WS-RMB-PODE-DECIDIR
           ELSE
               MOVE SPACES TO WS-RMB-DEP-RESPONSAVEL
               OPEN INPUT DEPARTAMENTO-FILE
               MOVE RB-DEPARTAMENTO TO DEPTO-CODIGO-CHAVE
               READ DEPARTAMENTO-FILE
                   KEY IS DEPTO-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       UNSTRING DEPARTAMENTO-DADOS DELIMITED BY ","
                           INTO WS-RMB-DEP-CODIGO WS-RMB-DEP-NOME
                                WS-RMB-DEP-ORCAMENTO
                                WS-RMB-DEP-RESPONSAVEL
               END-READ
               CLOSE DEPARTAMENTO-FILE
               IF WS-RMB-DEP-RESPONSAVEL = WS-USUARIO-LOGIN
                   AND RB-DIGITADOR NOT = WS-USUARIO-LOGIN
                   MOVE "Y" TO WS-RMB-PODE-DECIDIR
               END-IF
           END-IF.

       DECIDIR-REEMBOLSO.
           DISPLAY "Numero do relatorio (0 = sair): "
               WITH NO ADVANCING
           ACCEPT WS-RMB-NUMERO
           IF WS-RMB-NUMERO > 0
               PERFORM EXIBIR-ITENS-REEMBOLSO
               DISPLAY "Decisao (A = aprovar, R = reprovar): "
                   WITH NO ADVANCING
               ACCEPT WS-RMB-DECISAO
               IF WS-RMB-DECISAO = "a"
                   MOVE "A" TO WS-RMB-DECISAO
               END-IF
               IF WS-RMB-DECISAO = "r"
                   MOVE "R" TO WS-RMB-DECISAO
               END-IF
               IF WS-RMB-DECISAO = "A" OR WS-RMB-DECISAO = "R"
                   PERFORM EFETIVAR-DECISAO-REEMBOLSO
               ELSE
                   DISPLAY "Decisao invalida."
               END-IF
           END-IF.

       EFETIVAR-DECISAO-REEMBOLSO.
           ACCEPT WS-RMB-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-REEMBOLSOS
           PERFORM LOCALIZAR-REEMBOLSO
           IF WS-RMB-IDX > WS-RMB-COUNT
               DISPLAY "Relatorio nao encontrado."
           ELSE
               MOVE WS-RMB-LINHA(WS-RMB-IDX) TO REEMBOLSO-DADOS
               PERFORM VERIFICAR-RESPONSAVEL-REEMBOLSO
               IF NOT RB-ENVIADO
                   DISPLAY "Relatorio nao esta aguardando aprovacao."
               ELSE
               IF WS-RMB-PODE-DECIDIR = "N"
                   DISPLAY "Relatorio fora da sua responsabilidade."
               ELSE
                   MOVE REEMBOLSO-DADOS TO WS-AUD-ANTES
                   IF WS-RMB-DECISAO = "A"
                       SET RB-APROVADO TO TRUE
                       MOVE "APROVACAO" TO WS-AUD-ACAO
                   ELSE
                       SET RB-REPROVADO TO TRUE
                       MOVE "REJEICAO" TO WS-AUD-ACAO
                   END-IF
                   MOVE WS-USUARIO-LOGIN TO RB-APROVADOR
                   MOVE WS-RMB-HOJE TO RB-DATA-DECISAO
                   MOVE REEMBOLSO-DADOS TO WS-RMB-LINHA(WS-RMB-IDX)
                   MOVE REEMBOLSO-DADOS TO WS-AUD-DEPOIS
                   PERFORM REGRAVAR-REEMBOLSOS
                   PERFORM AUDITAR-REEMBOLSO
                   IF WS-RMB-DECISAO = "A"
                       DISPLAY "Relatorio aprovado."
                   ELSE
                       DISPLAY "Relatorio reprovado."
                   END-IF
               END-IF
               END-IF
           END-IF.

       CARREGAR-REEMBOLSOS.
           MOVE 0 TO WS-RMB-COUNT
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-TABELA UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF.

       LER-REEMBOLSO-TABELA.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF WS-RMB-COUNT < 2000
                       ADD 1 TO WS-RMB-COUNT
                       MOVE REEMBOLSO-DADOS
                           TO WS-RMB-LINHA(WS-RMB-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-REEMBOLSO.
           PERFORM PROCURAR-REEMBOLSO
               VARYING WS-RMB-IDX FROM 1 BY 1
               UNTIL WS-RMB-IDX > WS-RMB-COUNT
                   OR WS-RMB-LINHA(WS-RMB-IDX)(1:6) = WS-RMB-NUMERO.

       PROCURAR-REEMBOLSO.
           CONTINUE.

       REGRAVAR-REEMBOLSOS.
           OPEN OUTPUT REEMBOLSO-FILE
           PERFORM GRAVAR-LINHA-REEMBOLSO
               VARYING WS-RMB-IDX FROM 1 BY 1
               UNTIL WS-RMB-IDX > WS-RMB-COUNT
           CLOSE REEMBOLSO-FILE.

       GRAVAR-LINHA-REEMBOLSO.
           WRITE REEMBOLSO-RECORD FROM WS-RMB-LINHA(WS-RMB-IDX).

       PAGAR-REEMBOLSO.
           DISPLAY "Relatorios aprovados aguardando pagamento:"
           MOVE 0 TO WS-RMB-LISTADOS
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-APROVADO UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-RMB-LISTADOS = 0
               DISPLAY "Nenhum relatorio aprovado aguardando "
                   "pagamento."
           ELSE
               DISPLAY "Numero do relatorio (0 = sair): "
                   WITH NO ADVANCING
               ACCEPT WS-RMB-NUMERO
               IF WS-RMB-NUMERO > 0
                   DISPLAY "Destino (T = titulo a pagar, "
                       "F = credito na proxima folha mensal): "
                       WITH NO ADVANCING
                   ACCEPT WS-RMB-DESTINO
                   IF WS-RMB-DESTINO = "t"
                       MOVE "T" TO WS-RMB-DESTINO
                   END-IF
                   IF WS-RMB-DESTINO = "f"
                       MOVE "F" TO WS-RMB-DESTINO
                   END-IF
                   IF WS-RMB-DESTINO = "T" OR WS-RMB-DESTINO = "F"
                       PERFORM EFETIVAR-PAGAMENTO-REEMBOLSO
                   ELSE
                       DISPLAY "Destino invalido."
                   END-IF
               END-IF
           END-IF.

       LER-REEMBOLSO-APROVADO.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RB-APROVADO
                       ADD 1 TO WS-RMB-LISTADOS
                       PERFORM EXIBIR-REEMBOLSO
                   END-IF
           END-READ.

       EFETIVAR-PAGAMENTO-REEMBOLSO.
           ACCEPT WS-RMB-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-REEMBOLSOS
           PERFORM LOCALIZAR-REEMBOLSO
           IF WS-RMB-IDX > WS-RMB-COUNT
               DISPLAY "Relatorio nao encontrado."
           ELSE
               MOVE WS-RMB-LINHA(WS-RMB-IDX) TO REEMBOLSO-DADOS
               IF NOT RB-APROVADO
                   DISPLAY "Relatorio nao esta aprovado para "
                       "pagamento."
               ELSE
                   MOVE WS-RMB-DESTINO TO RB-DESTINO
                   MOVE "Y" TO WS-RMB-ALTERADO
                   IF RB-DESTINO-TITULO
                       PERFORM GERAR-TITULO-REEMBOLSO
                   ELSE
                       SET RB-AGENDADO-FOLHA TO TRUE
                   END-IF
                   IF WS-RMB-ALTERADO = "Y"
                       MOVE WS-RMB-LINHA(WS-RMB-IDX) TO WS-AUD-ANTES
                       MOVE REEMBOLSO-DADOS TO WS-RMB-LINHA(WS-RMB-IDX)
                       MOVE REEMBOLSO-DADOS TO WS-AUD-DEPOIS
                       MOVE "PAGAMENTO" TO WS-AUD-ACAO
                       PERFORM AUDITAR-REEMBOLSO
                       PERFORM REGRAVAR-REEMBOLSOS
                       IF WS-RMB-DESTINO = "T"
                           DISPLAY "Titulo " WS-SEQ-NUMERO
                               "/01 gerado, vencimento "
                               WS-RMB-VENCIMENTO "."
                       ELSE
                           DISPLAY "Reembolso agendado como credito "
                               "nao tributavel na proxima folha "
                               "mensal."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GERAR-TITULO-REEMBOLSO.
           PERFORM CARREGAR-PARAMETROS-REEMBOLSO
           IF WS-RMB-FORNECEDOR = 0
               DISPLAY "Parametro REEMB-FORNECEDOR nao cadastrado, "
                   "titulo nao gerado."
               MOVE "N" TO WS-RMB-ALTERADO
           ELSE
               COMPUTE WS-RMB-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RMB-HOJE)
                   + WS-RMB-PRAZO)
               CALL 'ajustarDiaUtil' USING WS-RMB-VENCIMENTO
               MOVE 800001 TO WS-SEQ-MINIMO
               MOVE "DESPESA" TO WS-SEQ-SERIE
               CALL 'obterProximoNumero' USING WS-SEQ-SERIE
                   WS-SEQ-MINIMO WS-SEQ-NUMERO
               MOVE RB-TOTAL TO WS-RMB-TIT-VALOR
               MOVE SPACES TO WS-RMB-TIT-DESCRICAO
               STRING "RB" DELIMITED BY SIZE
                      RB-NUMERO DELIMITED BY SIZE
                      "-F" DELIMITED BY SIZE
                      RB-CODIGO DELIMITED BY SIZE
                      INTO WS-RMB-TIT-DESCRICAO
               MOVE SPACES TO TITULO-PAGAR-DADOS
               STRING WS-SEQ-NUMERO DELIMITED BY SIZE ","
                      "01" DELIMITED BY SIZE ","
                      WS-RMB-FORNECEDOR DELIMITED BY SIZE ","
                      WS-RMB-VENCIMENTO DELIMITED BY SIZE ","
                      WS-RMB-TIT-VALOR-ALFA DELIMITED BY SIZE ","
                      "A" DELIMITED BY SIZE ","
                      "00000000" DELIMITED BY SIZE ","
                      WS-RMB-CATEGORIA-TIT DELIMITED BY SIZE ","
                      WS-RMB-TIT-DESCRICAO DELIMITED BY SIZE ","
                      WS-RMB-HOJE DELIMITED BY SIZE
                      INTO TITULO-PAGAR-DADOS
               OPEN I-O TITULO-PAGAR-FILE
               IF WS-TIT-FILE-STATUS = "35"
                   OPEN OUTPUT TITULO-PAGAR-FILE
               END-IF
               WRITE TITULO-PAGAR-RECORD
                   INVALID KEY
                       DISPLAY "Titulo " WS-SEQ-NUMERO " ja existe, "
                           "reembolso nao pago."
                       MOVE "N" TO WS-RMB-ALTERADO
                   NOT INVALID KEY
                       SET RB-PAGO TO TRUE
                       MOVE WS-SEQ-NUMERO TO RB-TITULO
                       MOVE WS-RMB-HOJE TO RB-DATA-PAGTO
                       MOVE "gestaoFuncionario" TO WS-AUD-PROGRAMA
                       MOVE "INCLUSAO" TO WS-AUD-ACAO
                       MOVE SPACES TO WS-AUD-CHAVE
                       STRING WS-SEQ-NUMERO DELIMITED BY SIZE
                              "/01" DELIMITED BY SIZE
                              INTO WS-AUD-CHAVE
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE TITULO-PAGAR-DADOS TO WS-AUD-DEPOIS
                       CALL 'registrarAuditoria' USING
                           WS-AUD-PROGRAMA WS-AUD-ACAO WS-AUD-CHAVE
                           WS-AUD-ANTES WS-AUD-DEPOIS
               END-WRITE
               CLOSE TITULO-PAGAR-FILE
           END-IF.

       CARREGAR-PARAMETROS-REEMBOLSO.
           MOVE 0 TO WS-RMB-FORNECEDOR
           MOVE 0 TO WS-RMB-CATEGORIA-TIT
           MOVE 5 TO WS-RMB-PRAZO
           MOVE "REEMB-FORNECEDOR" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR < 1000000
               MOVE WS-PAR-VALOR TO WS-RMB-FORNECEDOR
           END-IF
           MOVE "REEMB-CATEGORIA" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR < 1000
               MOVE WS-PAR-VALOR TO WS-RMB-CATEGORIA-TIT
           END-IF
           MOVE "REEMB-PRAZO-DIAS" TO WS-PAR-NOME
           CALL 'obterParametro' USING WS-PAR-NOME WS-PAR-VALOR
               WS-PAR-ACHADO
           IF WS-PAR-ACHADO = "Y" AND WS-PAR-VALOR < 1000
               MOVE WS-PAR-VALOR TO WS-RMB-PRAZO
           END-IF.

       CREDITAR-REEMBOLSO-FOLHA.
           MOVE "N" TO WS-RMB-ALTERADO
           PERFORM CARREGAR-REEMBOLSOS
           PERFORM CREDITAR-LINHA-REEMBOLSO
               VARYING WS-RMB-IDX FROM 1 BY 1
               UNTIL WS-RMB-IDX > WS-RMB-COUNT
           IF WS-RMB-ALTERADO = "Y"
               PERFORM REGRAVAR-REEMBOLSOS
           END-IF
           ADD WS-RMB-CREDITO TO WS-SALARIO-LIQUIDO.

       CREDITAR-LINHA-REEMBOLSO.
           MOVE WS-RMB-LINHA(WS-RMB-IDX) TO REEMBOLSO-DADOS
           IF RB-CODIGO = CODIGO
               IF RB-AGENDADO-FOLHA
                   ADD RB-TOTAL TO WS-RMB-CREDITO
                   SET RB-PAGO TO TRUE
                   MOVE WS-FOLHA-DATA TO RB-DATA-PAGTO
                   MOVE REEMBOLSO-DADOS TO WS-RMB-LINHA(WS-RMB-IDX)
                   MOVE "Y" TO WS-RMB-ALTERADO
               ELSE
               IF RB-PAGO AND RB-DESTINO-FOLHA
                   AND RB-DATA-PAGTO = WS-FOLHA-DATA
                   ADD RB-TOTAL TO WS-RMB-CREDITO
               END-IF
               END-IF
           END-IF.

       BUSCAR-REEMBOLSO-RECIBO.
           MOVE 0 TO WS-RMB-CREDITO
           MOVE "N" TO WS-RMB-EOF
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RMB-FILE-STATUS = "35"
               MOVE "Y" TO WS-RMB-EOF
           ELSE
               PERFORM LER-REEMBOLSO-RECIBO UNTIL WS-RMB-EOF = "Y"
               CLOSE REEMBOLSO-FILE
           END-IF.

       LER-REEMBOLSO-RECIBO.
           READ REEMBOLSO-FILE INTO REEMBOLSO-RECORD
               AT END
                   MOVE "Y" TO WS-RMB-EOF
               NOT AT END
                   IF RB-CODIGO = WS-FOLHA-CODIGO
                       AND RB-PAGO AND RB-DESTINO-FOLHA
                       AND RB-DATA-PAGTO = WS-FOLHA-DATA
                       AND (WS-ADC-TIPO-RECIBO = "M"
                           OR WS-ADC-TIPO-RECIBO = SPACE)
                       ADD RB-TOTAL TO WS-RMB-CREDITO
                   END-IF
           END-READ.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoFuncionario" TO WS-RLE-PROGRAMA
           MOVE "3" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

           SELECT FERIADO-FILE ASSIGN TO "dadosFeriados.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FER-FILE-STATUS.
           SELECT ADQUIRENTE-FILE ASSIGN TO "dadosAdquirente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADQ-FILE-STATUS.
           SELECT RECEBIVEL-CARTAO-FILE
           ASSIGN TO "dadosRecebivelCartao.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RECEBIVEL-CARTAO-CHAVE
           FILE STATUS IS WS-RCC-FILE-STATUS.
           SELECT EXTRATO-ADQUIRENTE-FILE
           ASSIGN TO "extratoAdquirente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXA-FILE-STATUS.
           SELECT CONCILIACAO-CARTAO-FILE
           ASSIGN TO "relatorioConciliacaoCartao.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESPESA-FILE ASSIGN TO "dadosDespesa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSP-FILE-STATUS.
           SELECT VENDA-FILE ASSIGN TO "dadosVenda.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VENDA-NOTA-CHAVE
           FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT PAGAMENTO-VENDA-FILE
           ASSIGN TO "dadosPagamentoVenda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT NOTA-CREDITO-FILE
           ASSIGN TO "dadosNotaCredito.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT CANCELAMENTO-FILE
           ASSIGN TO "dadosCancelamentoVenda.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT EXTRATO-CLIENTE-FILE
           ASSIGN TO "extratoCliente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT CHEQUE-FILE
           ASSIGN TO "dadosChequeCustodia.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHEQUE-NUMERO-CHAVE
           FILE STATUS IS WS-CHQ-FILE-STATUS.
           SELECT CHEQUE-TITULO-FILE
           ASSIGN TO "dadosChequeTitulo.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHT-FILE-STATUS.
           SELECT CHEQUE-DEPOSITAR-FILE
           ASSIGN TO "chequesDepositar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHR-FILE-STATUS.
           SELECT POSICAO-CHEQUE-FILE
           ASSIGN TO "posicaoCustodiaCheques.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHR-FILE-STATUS.
           SELECT DESCONTO-FILE
           ASSIGN TO "dadosDescontoDuplicata.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCT-FILE-STATUS.
           SELECT POSICAO-DESCONTO-FILE
           ASSIGN TO "posicaoDescontos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DCT-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 FERIADO-RECORD.
           05 FERIADO-DADOS PIC X(50).

       FD ADQUIRENTE-FILE.
       01 ADQUIRENTE-RECORD.
           05 ADQUIRENTE-DADOS PIC X(60).

       FD RECEBIVEL-CARTAO-FILE.
       01 RECEBIVEL-CARTAO-RECORD.
           05 RECEBIVEL-CARTAO-DADOS PIC X(120).
       01 RECEBIVEL-CARTAO-RECORD-CHAVE
           REDEFINES RECEBIVEL-CARTAO-RECORD.
           05 RECEBIVEL-CARTAO-CHAVE.
               10 RCC-NOTA-CHAVE     PIC 9(6).
               10 FILLER             PIC X.
               10 RCC-SEQ-CHAVE      PIC 9(2).
               10 FILLER             PIC X.
               10 RCC-PARCELA-CHAVE  PIC 9(2).
           05 FILLER PIC X(108).

       FD EXTRATO-ADQUIRENTE-FILE.
       01 EXTRATO-ADQUIRENTE-RECORD.
           05 EXTRATO-ADQUIRENTE-DADOS PIC X(60).
       01 EXTRATO-ADQUIRENTE-CAMPOS
           REDEFINES EXTRATO-ADQUIRENTE-RECORD.
           05 EXA-TIPO          PIC X.
           05 EXA-ADQUIRENTE    PIC 9(3).
           05 EXA-NOTA          PIC 9(6).
           05 EXA-PARCELA       PIC 9(2).
           05 EXA-DATA          PIC 9(8).
           05 EXA-BRUTO         PIC 9(9)V99.
           05 EXA-TAXA          PIC 9(9)V99.
           05 EXA-LIQUIDO       PIC 9(9)V99.
           05 FILLER            PIC X(7).

       FD CONCILIACAO-CARTAO-FILE.
       01 CONCILIACAO-CARTAO-LINHA PIC X(100).

       FD DESPESA-FILE.
       01 DESPESA-RECORD.
           05 DESPESA-DADOS PIC X(100).

       FD VENDA-FILE.
       01 VENDA-RECORD.
           05 VENDA-DADOS PIC X(100).
       01 VENDA-RECORD-CHAVE REDEFINES VENDA-RECORD.
           05 VENDA-NOTA-CHAVE PIC 9(6).
           05 FILLER PIC X(94).
       01 VENDA-RECORD-CAMPOS REDEFINES VENDA-RECORD.
           05 VD-NUMERO-NOTA          PIC 9(6).
           05 VD-DATA-VENDA           PIC 9(8).
           05 VD-COD-CLIENTE          PIC 9(5).
           05 VD-SITUACAO             PIC X.
           05 FILLER                  PIC X(80).

       FD PAGAMENTO-VENDA-FILE.
       01 PAGAMENTO-VENDA-RECORD.
           05 PAGAMENTO-VENDA-DADOS PIC X(60).

       FD NOTA-CREDITO-FILE.
       01 NOTA-CREDITO-RECORD.
           05 NOTA-CREDITO-DADOS PIC X(80).

       FD CANCELAMENTO-FILE.
       01 CANCELAMENTO-RECORD.
           05 CANCELAMENTO-DADOS PIC X(80).

       FD EXTRATO-CLIENTE-FILE.
       01 EXTRATO-CLIENTE-LINHA PIC X(80).

       FD CHEQUE-FILE.
       01 CHEQUE-RECORD.
           05 CHEQUE-DADOS PIC X(120).
       01 CHEQUE-RECORD-CHAVE REDEFINES CHEQUE-RECORD.
           05 CHEQUE-NUMERO-CHAVE PIC 9(6).
           05 FILLER PIC X(114).

       FD CHEQUE-TITULO-FILE.
       01 CHEQUE-TITULO-RECORD.
           05 CHEQUE-TITULO-DADOS PIC X(40).

       FD CHEQUE-DEPOSITAR-FILE.
       01 CHEQUE-DEPOSITAR-LINHA PIC X(80).

       FD POSICAO-CHEQUE-FILE.
       01 POSICAO-CHEQUE-LINHA PIC X(80).

       FD DESCONTO-FILE.
       01 DESCONTO-RECORD.
           05 DESCONTO-DADOS PIC X(100).

       FD POSICAO-DESCONTO-FILE.
       01 POSICAO-DESCONTO-LINHA PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
       01 WS-EXE-DATA           PIC 9(8).
       01 WS-EXE-ENCERRADO      PIC X VALUE "N".
       01 TITULO.
           05 TIT-NOTA          PIC 9(6).
           05 TIT-PARCELA       PIC 9(2).
               88 TITULO-BAIXADO   VALUE "B".
               88 TITULO-CANCELADO VALUE "C".
               88 TITULO-RENEGOCIADO VALUE "R".
               88 TITULO-DESCONTADO  VALUE "D".
           05 TIT-DATA-BAIXA    PIC 9(8).
           05 TIT-JUROS         PIC 9(7)V99.
           05 TIT-MULTA         PIC 9(7)V99.
       01 WS-PGH-PARCELA        PIC 9(2).
       01 WS-PGH-DATA           PIC 9(8).
       01 WS-PGH-VALOR-ALFA     PIC X(11).
       01 WS-PGH-CAMPO          PIC X(11).
       01 WS-PGH-ORIGEM         PIC X.
       01 WS-ENTRADA-VLR-PAGO   PIC X(11).
       01 WS-ENTRADA-PAGO-NUM REDEFINES WS-ENTRADA-VLR-PAGO
           PIC 9(9)V99.
       01 WS-VLR-PAGO           PIC 9(9)V99.
       01 WS-PGT-CONTA          PIC 9(3) VALUE 0.
       01 WS-VLR-PRINCIPAL      PIC S9(9)V99.
       01 WS-CLI-FILE-STATUS    PIC XX VALUE "00".
       01 WS-END-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RET-REJEITADOS     PIC 9(5) VALUE 0.
       01 WS-RET-ACHOU          PIC X VALUE "N".
       01 WS-RET-EOF            PIC X VALUE "N".
       01 WS-RET-MOTIVO         PIC X(35).
       01 WS-RNG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RNG-CLIENTE        PIC 9(5).
       01 WS-RNG-ACORDO         PIC 9(6).
       01 WS-JRS-ACHADO         PIC X VALUE "N".
       01 WS-JRS-TOTAL-JUROS    PIC 9(9)V99 VALUE 0.
       01 WS-JRS-TOTAL-MULTA    PIC 9(9)V99 VALUE 0.
       01 RECEBIVEL.
           05 RCB-NOTA          PIC 9(6).
           05 RCB-SEQ           PIC 9(2).
           05 RCB-PARCELA       PIC 9(2).
           05 RCB-ADQUIRENTE    PIC 9(3).
           05 RCB-CLIENTE       PIC 9(5).
           05 RCB-DATA-VENDA    PIC 9(8).
           05 RCB-VENCIMENTO    PIC 9(8).
           05 RCB-BRUTO-ALFA    PIC X(11).
           05 RCB-BRUTO REDEFINES RCB-BRUTO-ALFA PIC 9(9)V99.
           05 RCB-TAXA-ALFA     PIC X(11).
           05 RCB-TAXA REDEFINES RCB-TAXA-ALFA PIC 9(9)V99.
           05 RCB-LIQUIDO-ALFA  PIC X(11).
           05 RCB-LIQUIDO REDEFINES RCB-LIQUIDO-ALFA PIC 9(9)V99.
           05 RCB-STATUS        PIC X.
               88 RECEBIVEL-ABERTO    VALUE "A".
               88 RECEBIVEL-LIQUIDADO VALUE "L".
               88 RECEBIVEL-CANCELADO VALUE "C".
           05 RCB-DATA-LIQUIDACAO PIC 9(8).
           05 RCB-VALOR-LIQ-ALFA PIC X(11).
           05 RCB-VALOR-LIQUIDADO REDEFINES RCB-VALOR-LIQ-ALFA
               PIC 9(9)V99.
       01 WS-ADQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ADQ-ACAO           PIC X.
       01 WS-ADQ-EOF            PIC X VALUE "N".
       01 WS-ADQ-ACHADO         PIC X VALUE "N".
       01 WS-ADQ-ENTRADA        PIC X(3).
       01 WS-ADQ-CODIGO         PIC 9(3).
       01 WS-ADQ-NOME           PIC X(20).
       01 WS-ADQ-BANDEIRA       PIC X(12).
       01 WS-ADQ-FORMA          PIC X.
       01 WS-ADQ-TAXA-ALFA      PIC X(5).
       01 WS-ADQ-TAXA-NUM REDEFINES WS-ADQ-TAXA-ALFA
           PIC 9(3)V99.
       01 WS-ADQ-DIAS-ALFA      PIC X(3).
       01 WS-ADQ-DIAS REDEFINES WS-ADQ-DIAS-ALFA PIC 9(3).
       01 WS-ADQ-PARC-ALFA      PIC X(2).
       01 WS-ADQ-PARC-MAX REDEFINES WS-ADQ-PARC-ALFA PIC 9(2).
       01 WS-ADQ-VALIDO         PIC X VALUE "N".
       01 WS-ADQ-COUNT          PIC 9(3) VALUE 0.
       01 WS-ADQ-IDX            PIC 9(3) VALUE 0.
       01 WS-ADQ-TABLE.
           05 WS-ADQ-LINHA OCCURS 100 TIMES PIC X(60).
       01 WS-RCC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ARQ-STATUS         PIC XX VALUE "00".
       01 WS-ARQ-NOME           PIC X(30).
       01 WS-ARQ-OPERACAO       PIC X(10).
       01 WS-ARQ-PROGRAMA       PIC X(20).
       01 WS-RCC-EOF            PIC X VALUE "N".
       01 WS-RCC-ACHOU          PIC X VALUE "N".
       01 WS-RCC-EXATO          PIC X VALUE "N".
       01 WS-RCC-CHAVE-ACHADA   PIC X(12).
       01 WS-EXA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXA-EOF            PIC X VALUE "N".
       01 WS-EXA-LIQUIDADOS     PIC 9(5) VALUE 0.
       01 WS-EXA-DIVERGENTES    PIC 9(5) VALUE 0.
       01 WS-EXA-REJEITADOS     PIC 9(5) VALUE 0.
       01 WS-EXA-PENDENTES      PIC 9(5) VALUE 0.
       01 WS-EXA-TOTAL-BRUTO    PIC 9(11)V99 VALUE 0.
       01 WS-EXA-TOTAL-TAXA     PIC 9(11)V99 VALUE 0.
       01 WS-EXA-TOTAL-LIQUIDO  PIC 9(11)V99 VALUE 0.
       01 WS-EXA-MOTIVO         PIC X(40).
       01 WS-EXA-DIFERENCA      PIC S9(9)V99 VALUE 0.
       01 WS-EXA-DIFERENCA-ED   PIC -9(9).99.
       01 WS-EXA-VALOR-ED       PIC Z(8)9.99.
       01 WS-EXA-TOTAL-ED       PIC Z(10)9.99.
       01 WS-DSP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DSP-DOCUMENTO      PIC X(10).
       01 WS-DSP-HISTORICO      PIC X(30).

       01 WS-EXT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EXT-EOF            PIC X VALUE "N".
       01 WS-EXT-CLIENTE        PIC 9(5).
       01 WS-EXT-DATA-INI       PIC 9(8).
       01 WS-EXT-DATA-FIM       PIC 9(8).
       01 WS-EXT-ENTRADA-DATA   PIC X(8).
       01 WS-EXT-LINHA          PIC X(80).
       01 WS-EXT-HISTORICO      PIC X(30).
       01 WS-EXT-DATA-MOV       PIC 9(8).
       01 WS-EXT-ORDEM          PIC 9.
       01 WS-EXT-DEBITO         PIC 9(9)V99.
       01 WS-EXT-CREDITO        PIC 9(9)V99.
       01 WS-EXT-SALDO          PIC S9(11)V99 VALUE 0.
       01 WS-EXT-SALDO-ANTERIOR PIC S9(11)V99 VALUE 0.
       01 WS-EXT-TOTAL-DEBITO   PIC 9(11)V99 VALUE 0.
       01 WS-EXT-TOTAL-CREDITO  PIC 9(11)V99 VALUE 0.
       01 WS-EXT-VALOR-ED       PIC Z(8)9.99.
       01 WS-EXT-DEBITO-ED      PIC Z(8)9.99.
       01 WS-EXT-CREDITO-ED     PIC Z(8)9.99.
       01 WS-EXT-SALDO-ED       PIC -Z(9)9.99.
       01 WS-EXT-TOTAL-ED       PIC Z(10)9.99.
       01 WS-EXT-LINHAS         PIC 9(5) VALUE 0.
       01 WS-EXT-PGV-NOTA       PIC 9(6).
       01 WS-EXT-PGV-SEQ        PIC 9(2).
       01 WS-EXT-PGV-FORMA      PIC X.
       01 WS-EXT-PGV-VALOR-ALFA PIC X(11).
       01 WS-EXT-PGV-VALOR REDEFINES WS-EXT-PGV-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-EXT-PGH-JUROS-ALFA PIC X(9).
       01 WS-EXT-PGH-JUROS REDEFINES WS-EXT-PGH-JUROS-ALFA
           PIC 9(7)V99.
       01 WS-EXT-PGH-MULTA-ALFA PIC X(9).
       01 WS-EXT-PGH-MULTA REDEFINES WS-EXT-PGH-MULTA-ALFA
           PIC 9(7)V99.
       01 WS-EXT-PGH-VALOR-ALFA PIC X(11).
       01 WS-EXT-PGH-VALOR REDEFINES WS-EXT-PGH-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-EXT-PGH-DONO       PIC X VALUE "N".
       01 WS-EXT-NCR-NUMERO     PIC 9(6).
       01 WS-EXT-NCR-NOTA       PIC 9(6).
       01 WS-EXT-NCR-CLIENTE    PIC 9(5).
       01 WS-EXT-NCR-DATA       PIC 9(8).
       01 WS-EXT-NCR-VALOR-ALFA PIC X(11).
       01 WS-EXT-NCR-VALOR REDEFINES WS-EXT-NCR-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-EXT-CAN-NOTA       PIC 9(6).
       01 WS-EXT-CAN-USUARIO    PIC X(20).
       01 WS-EXT-CAN-MOTIVO     PIC X(40).
       01 WS-EXT-CAN-DATA       PIC 9(8).
       01 WS-EXT-RNG-TIPO       PIC X.
       01 WS-EXT-RNG-ACORDO     PIC 9(6).
       01 WS-EXT-RNG-CAMPO3     PIC 9(6).
       01 WS-EXT-RNG-CAMPO4     PIC X(11).
       01 WS-EXT-RNG-DATA       PIC 9(8).
       01 WS-EXT-RNG-TOTAL-ALFA PIC X(11).
       01 WS-EXT-RNG-TOTAL REDEFINES WS-EXT-RNG-TOTAL-ALFA
           PIC 9(9)V99.
       01 WS-EXT-NF-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXT-NF-IDX         PIC 9(4) VALUE 0.
       01 WS-EXT-NF-TABLE.
           05 WS-EXT-NF-ENTRY OCCURS 1000 TIMES.
               10 WS-EXT-NF-NUMERO    PIC 9(6).
               10 WS-EXT-NF-DATA      PIC 9(8).
               10 WS-EXT-NF-TOTAL     PIC 9(9)V99.
               10 WS-EXT-NF-TITULOS   PIC 9(9)V99.
               10 WS-EXT-NF-CANCELADO PIC 9(9)V99.
       01 WS-EXT-TT-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXT-TT-IDX         PIC 9(4) VALUE 0.
       01 WS-EXT-TT-TABLE.
           05 WS-EXT-TT-ENTRY OCCURS 2000 TIMES.
               10 WS-EXT-TT-NOTA      PIC 9(6).
               10 WS-EXT-TT-PARCELA   PIC 9(2).
               10 WS-EXT-TT-VALOR     PIC 9(9)V99.
       01 WS-EXT-AC-COUNT       PIC 9(3) VALUE 0.
       01 WS-EXT-AC-IDX         PIC 9(3) VALUE 0.
       01 WS-EXT-AC-TABLE.
           05 WS-EXT-AC-ENTRY OCCURS 200 TIMES.
               10 WS-EXT-AC-NUMERO    PIC 9(6).
               10 WS-EXT-AC-DATA      PIC 9(8).
               10 WS-EXT-AC-TOTAL     PIC 9(9)V99.
               10 WS-EXT-AC-ANTIGO    PIC 9(9)V99.
               10 WS-EXT-AC-DO-CLIENTE PIC X.
       01 WS-EXT-MV-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXT-MV-IDX         PIC 9(4) VALUE 0.
       01 WS-EXT-MV-LIMITE      PIC 9(4) VALUE 0.
       01 WS-EXT-MV-TABLE.
           05 WS-EXT-MV-ENTRY OCCURS 3000 TIMES.
               10 WS-EXT-MV-CHAVE.
                   15 WS-EXT-MV-DATA   PIC 9(8).
                   15 WS-EXT-MV-ORDEM  PIC 9.
               10 WS-EXT-MV-HISTORICO PIC X(30).
               10 WS-EXT-MV-DEBITO    PIC 9(9)V99.
               10 WS-EXT-MV-CREDITO   PIC 9(9)V99.
       01 WS-EXT-MV-TEMP.
           05 WS-EXT-MV-TEMP-CHAVE     PIC X(9).
           05 WS-EXT-MV-TEMP-HISTORICO PIC X(30).
           05 WS-EXT-MV-TEMP-DEBITO    PIC 9(9)V99.
           05 WS-EXT-MV-TEMP-CREDITO   PIC 9(9)V99.
       01 WS-EXT-TROCOU         PIC X VALUE "N".

       01 CHEQUE.
           05 CHQ-NUMERO        PIC 9(6).
           05 CHQ-CLIENTE       PIC 9(5).
           05 CHQ-BANCO         PIC 9(3).
           05 CHQ-AGENCIA       PIC 9(5).
           05 CHQ-NUMERO-CHEQUE PIC 9(6).
           05 CHQ-EMITENTE      PIC 9(14).
           05 CHQ-BOM-PARA      PIC 9(8).
           05 CHQ-VALOR-ALFA    PIC X(11).
           05 CHQ-VALOR REDEFINES CHQ-VALOR-ALFA PIC 9(9)V99.
           05 CHQ-STATUS        PIC X.
               88 CHEQUE-CUSTODIA      VALUE "C".
               88 CHEQUE-DEPOSITADO    VALUE "D".
               88 CHEQUE-COMPENSADO    VALUE "L".
               88 CHEQUE-DEVOLVIDO     VALUE "V".
               88 CHEQUE-REAPRESENTADO VALUE "R".
           05 CHQ-DATA-ENTRADA  PIC 9(8).
           05 CHQ-DATA-MOVTO    PIC 9(8).
           05 CHQ-CONTA         PIC 9(3).
           05 CHQ-MOTIVO        PIC 9(2).
           05 CHQ-APRESENTACOES PIC 9.
       01 WS-CHQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CHT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CHR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CHQ-ACAO           PIC X.
       01 WS-CHQ-EOF            PIC X VALUE "N".
       01 WS-CHQ-ACHADO         PIC X VALUE "N".
       01 WS-CHQ-ABERTO         PIC X VALUE "N".
       01 WS-CHQ-VALIDO         PIC X VALUE "N".
       01 WS-CHQ-FIM            PIC X VALUE "N".
       01 WS-CHQ-CONFIRMA       PIC X.
       01 WS-CHQ-NUMERO-ENT     PIC 9(6).
       01 WS-CHQ-NOME           PIC X(30).
       01 WS-CHQ-CPF-CLIENTE    PIC 9(14).
       01 WS-CHQ-ENTRADA-DOC    PIC X(14).
       01 WS-CHQ-ENTRADA-DATA   PIC X(8).
       01 WS-CHQ-ENTRADA-VALOR  PIC X(11).
       01 WS-CHQ-ENTRADA-VALOR-NUM REDEFINES WS-CHQ-ENTRADA-VALOR
           PIC 9(9)V99.
       01 WS-CHQ-MOTIVO-ENT     PIC X(2).
       01 WS-CHQ-MOTIVO-DESC    PIC X(30).
       01 WS-CHQ-STATUS-ANT     PIC X.
       01 WS-CHQ-DATA-REF       PIC 9(8).
       01 WS-CHQ-SALDO          PIC 9(9)V99.
       01 WS-CHQ-SITUACAO-ANT   PIC X.
       01 WS-CHT-CHEQUE         PIC 9(6).
       01 WS-CHT-NOTA           PIC 9(6).
       01 WS-CHT-PARCELA        PIC 9(2).
       01 WS-CHT-VALOR-ALFA     PIC X(11).
       01 WS-CHT-VALOR REDEFINES WS-CHT-VALOR-ALFA PIC 9(9)V99.
       01 WS-CHQ-AT-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHQ-AT-IDX         PIC 9(4) VALUE 0.
       01 WS-CHQ-AT-TABLE.
           05 WS-CHQ-AT-ENTRY OCCURS 1000 TIMES.
               10 WS-CHQ-AT-NOTA     PIC 9(6).
               10 WS-CHQ-AT-PARCELA  PIC 9(2).
       01 WS-CHQ-VN-COUNT       PIC 9(2) VALUE 0.
       01 WS-CHQ-VN-IDX         PIC 9(2) VALUE 0.
       01 WS-CHQ-VN-TABLE.
           05 WS-CHQ-VN-ENTRY OCCURS 20 TIMES.
               10 WS-CHQ-VN-NOTA     PIC 9(6).
               10 WS-CHQ-VN-PARCELA  PIC 9(2).
               10 WS-CHQ-VN-VALOR    PIC 9(9)V99.
       01 WS-CHQ-LINHA          PIC X(80).
       01 WS-CHQ-VALOR-ED       PIC Z(8)9.99.
       01 WS-CHQ-TOTAL-ED       PIC Z(10)9.99.
       01 WS-CHQ-QTD            PIC 9(5) VALUE 0.
       01 WS-CHQ-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-TOTAL-DATA     PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-TOTAL-CUSTODIA PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-TOTAL-DEPOSITO PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-TOTAL-DEVOLVID PIC 9(11)V99 VALUE 0.
       01 WS-CHQ-DATA-QUEBRA    PIC 9(8).
       01 WS-CHQ-PS-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHQ-PS-IDX         PIC 9(4) VALUE 0.
       01 WS-CHQ-PS-LIMITE      PIC 9(4) VALUE 0.
       01 WS-CHQ-PS-TABLE.
           05 WS-CHQ-PS-ENTRY OCCURS 1000 TIMES.
               10 WS-CHQ-PS-CHAVE.
                   15 WS-CHQ-PS-BOM-PARA PIC 9(8).
                   15 WS-CHQ-PS-NUMERO   PIC 9(6).
               10 WS-CHQ-PS-CLIENTE      PIC 9(5).
               10 WS-CHQ-PS-BANCO        PIC 9(3).
               10 WS-CHQ-PS-CHEQUE       PIC 9(6).
               10 WS-CHQ-PS-VALOR        PIC 9(9)V99.
               10 WS-CHQ-PS-STATUS       PIC X.
       01 WS-CHQ-PS-TEMP.
           05 WS-CHQ-PS-TEMP-CHAVE   PIC X(14).
           05 WS-CHQ-PS-TEMP-DADOS   PIC X(26).
       01 WS-DCT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DCT-REL-STATUS     PIC XX VALUE "00".
       01 WS-DCT-ACAO           PIC X.
       01 WS-DCT-EOF            PIC X VALUE "N".
       01 WS-DCT-VALIDO         PIC X VALUE "N".
       01 WS-DCT-FIM            PIC X VALUE "N".
       01 WS-DCT-CONFIRMA       PIC X.
       01 WS-DCT-NUMERO         PIC 9(6).
       01 WS-DCT-CONTA          PIC 9(3).
       01 WS-DCT-CONTA-SALVA    PIC 9(3).
       01 WS-DCT-ERA-DESCONTADO PIC X VALUE "N".
       01 WS-DCT-TAXA-ALFA      PIC X(5).
       01 WS-DCT-TAXA REDEFINES WS-DCT-TAXA-ALFA PIC 9(3)V99.
       01 WS-DCT-ENTRADA-VALOR  PIC X(11).
       01 WS-DCT-ENTRADA-VALOR-NUM REDEFINES WS-DCT-ENTRADA-VALOR
           PIC 9(9)V99.
       01 WS-DCT-TARIFAS        PIC 9(9)V99.
       01 WS-DCT-ENCARGOS       PIC 9(9)V99.
       01 WS-DCT-BRUTO          PIC 9(9)V99.
       01 WS-DCT-JUROS          PIC 9(9)V99.
       01 WS-DCT-LIQUIDO        PIC S9(9)V99.
       01 WS-DCT-CREDITO        PIC 9(9)V99.
       01 WS-DCT-DESPESA        PIC 9(9)V99.
       01 WS-DCT-DIAS           PIC S9(5).
       01 WS-DCT-TIPO           PIC X.
       01 WS-DCT-LINHA-NUMERO   PIC 9(6).
       01 WS-DCT-LINHA-NOTA     PIC 9(6).
       01 WS-DCT-LINHA-PARCELA  PIC 9(2).
       01 WS-DCT-LINHA-VENC     PIC 9(8).
       01 WS-DCT-LINHA-VALOR-ALFA PIC X(11).
       01 WS-DCT-LINHA-VALOR REDEFINES WS-DCT-LINHA-VALOR-ALFA
           PIC 9(9)V99.
       01 WS-DCT-LINHA-JUROS    PIC X(11).
       01 WS-DCT-LINHA-DIAS     PIC X(4).
       01 WS-DCT-LINHA-CONTA    PIC 9(3).
       01 WS-DCT-ACHADO         PIC X VALUE "N".
       01 WS-DCT-COUNT          PIC 9(2) VALUE 0.
       01 WS-DCT-IDX            PIC 9(2) VALUE 0.
       01 WS-DCT-TABLE.
           05 WS-DCT-ENTRY OCCURS 50 TIMES.
               10 WS-DCT-NOTA       PIC 9(6).
               10 WS-DCT-PARCELA    PIC 9(2).
               10 WS-DCT-VENC       PIC 9(8).
               10 WS-DCT-VALOR      PIC 9(9)V99.
               10 WS-DCT-VL-JUROS   PIC 9(9)V99.
               10 WS-DCT-PRAZO      PIC 9(4).
       01 WS-DCT-PS-COUNT       PIC 9(4) VALUE 0.
       01 WS-DCT-PS-IDX         PIC 9(4) VALUE 0.
       01 WS-DCT-PS-TABLE.
           05 WS-DCT-PS-ENTRY OCCURS 1000 TIMES.
               10 WS-DCT-PS-NOTA     PIC 9(6).
               10 WS-DCT-PS-PARCELA  PIC 9(2).
               10 WS-DCT-PS-OPERACAO PIC 9(6).
               10 WS-DCT-PS-CONTA    PIC 9(3).
       01 WS-DCT-QTD            PIC 9(5) VALUE 0.
       01 WS-DCT-QTD-VENCIDO    PIC 9(5) VALUE 0.
       01 WS-DCT-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-DCT-TOTAL-VENCIDO  PIC 9(11)V99 VALUE 0.
       01 WS-DCT-LINHA          PIC X(80).
       01 WS-SEQ-SERIE          PIC X(10).
       01 WS-SEQ-MINIMO         PIC 9(6).
       01 WS-SEQ-NUMERO         PIC 9(6).
       01 WS-AUD-PROGRAMA       PIC X(20).
       01 WS-AUD-ACAO           PIC X(10).
       01 WS-AUD-CHAVE          PIC X(20).
       01 WS-AUD-ANTES          PIC X(150).
       01 WS-AUD-DEPOIS         PIC X(150).
       01 WS-RLE-ARQUIVO        PIC X(60).
       01 WS-RLE-TIPO           PIC X(20).
       01 WS-RLE-PROGRAMA       PIC X(20).
       01 WS-RLE-PARAMETROS     PIC X(60).
       01 WS-RLE-PERFIL         PIC X.
       01 WS-RLE-INICIO         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
                       PERFORM GERAR-CARTAS-COBRANCA
                   WHEN 8
                       PERFORM MANUTENCAO-FERIADOS
                   WHEN 10
                       PERFORM MANUTENCAO-ADQUIRENTES
                   WHEN 11
                       PERFORM CONCILIAR-LIQUIDACAO-CARTAO
                   WHEN 12
                       PERFORM EXECUTAR-BLOQUEIO-INADIMPLENCIA
                   WHEN 13
                       PERFORM EXTRATO-CLIENTE
                   WHEN 14
                       PERFORM CUSTODIA-CHEQUES
                   WHEN 15
                       PERFORM LISTAR-CHEQUES-DEPOSITAR
                   WHEN 16
                       PERFORM POSICAO-CUSTODIA-CHEQUES
                   WHEN 17
                       PERFORM DESCONTO-DUPLICATAS
                   WHEN 9
                       PERFORM RETORNAR
                   WHEN OTHER
               MOVE WS-PAR-VALOR TO WS-JUROS-DIA-PERC
           END-IF.

       EXECUTAR-BLOQUEIO-INADIMPLENCIA.
           CALL 'bloqueioInadimplencia'
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       TELA-PRINCIPAL.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "7 - Gerar Cartas de Cobranca"
           DISPLAY "8 - Calendario de Feriados (dias uteis)"
           DISPLAY "9 - Voltar ao menu principal"
           DISPLAY "10 - Cadastro de Adquirentes de Cartao"
           DISPLAY "11 - Conciliar Liquidacao de Cartao"
           DISPLAY "12 - Bloquear/Liberar Clientes Inadimplentes"
           DISPLAY "13 - Extrato do Cliente (conta corrente)"
           DISPLAY "14 - Custodia de Cheques Pre-datados"
           DISPLAY "15 - Cheques a Depositar no Dia"
           DISPLAY "16 - Posicao da Custodia de Cheques"
           DISPLAY "17 - Desconto de Duplicatas no Banco"
           DISPLAY "=================================================".

       PARSE-TITULO-RECORD.
               ACCEPT WS-DATA-PAGAMENTO FROM DATE YYYYMMDD
           END-IF

           PERFORM VERIFICAR-EXERCICIO-ENCERRADO
           IF WS-EXE-ENCERRADO = "N"
               MOVE SPACES TO WS-TRV-RECURSO
               STRING "TR" DELIMITED BY SIZE
                      WS-BAIXA-NOTA DELIMITED BY SIZE
                      WS-BAIXA-PARCELA DELIMITED BY SIZE
                      INTO WS-TRV-RECURSO
               CALL 'obterTravaRegistro' USING WS-TRV-RECURSO
                   WS-TRV-CONCEDIDO
               IF WS-TRV-CONCEDIDO = "N"
                   DISPLAY "Baixa nao realizada."
               ELSE
                   PERFORM BAIXAR-TITULO-TRAVADO
                   CALL 'liberarTravaRegistro' USING WS-TRV-RECURSO
               END-IF
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
               MOVE WS-VLR-MULTA TO TIT-MULTA
               PERFORM GRAVAR-TITULO-RECORD
               REWRITE TITULO-RECEBER-RECORD
               PERFORM REGISTRAR-CAIXA-RECEBIMENTO
               PERFORM GRAVAR-PAGAMENTO-TITULO
               DISPLAY "Titulo de " TIT-VALOR
                   " baixado por " WS-VLR-CORRIGIDO "!"
           ELSE
                   SUBTRACT WS-VLR-PRINCIPAL FROM TIT-VALOR
                   PERFORM GRAVAR-TITULO-RECORD
                   REWRITE TITULO-RECEBER-RECORD
                   PERFORM REGISTRAR-CAIXA-RECEBIMENTO
                   PERFORM GRAVAR-PAGAMENTO-TITULO
                   DISPLAY "Baixa parcial de " WS-VLR-PAGO
                       " registrada, saldo residual " TIT-VALOR "."
               END-IF
               MOVE TIT-NOTA TO WS-CAIXA-DOC(1:6)
               CALL 'registrarMovimentoCaixa' USING
                   WS-CAIXA-TIPO WS-CAIXA-VALOR WS-CAIXA-DOC
               MOVE 0 TO WS-PGT-CONTA
           ELSE
               CALL 'obterContaBancaria' USING WS-PGT-CONTA
           END-IF.

       GRAVAR-PAGAMENTO-TITULO.
                  WS-DATA-PAGAMENTO DELIMITED BY SIZE ","
                  WS-VLR-PAGO DELIMITED BY SIZE ","
                  WS-VLR-JUROS DELIMITED BY SIZE ","
                  WS-VLR-MULTA DELIMITED BY SIZE ","
                  WS-PGT-CONTA DELIMITED BY SIZE
                  INTO PAGAMENTO-TITULO-DADOS
           OPEN EXTEND PAGAMENTO-TITULO-FILE
           WRITE PAGAMENTO-TITULO-RECORD
               FROM PAGAMENTO-TITULO-DADOS
           CLOSE PAGAMENTO-TITULO-FILE.

       GRAVAR-PAGAMENTO-CARTAO.
           MOVE SPACES TO PAGAMENTO-TITULO-DADOS
           STRING "R" DELIMITED BY SIZE ","
                  EXA-NOTA DELIMITED BY SIZE ","
                  EXA-PARCELA DELIMITED BY SIZE ","
                  EXA-DATA DELIMITED BY SIZE ","
                  EXA-LIQUIDO DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  WS-PGT-CONTA DELIMITED BY SIZE ","
                  "C" DELIMITED BY SIZE
                  INTO PAGAMENTO-TITULO-DADOS
           OPEN EXTEND PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               OPEN OUTPUT PAGAMENTO-TITULO-FILE
           END-IF
           WRITE PAGAMENTO-TITULO-RECORD
               FROM PAGAMENTO-TITULO-DADOS
           CLOSE PAGAMENTO-TITULO-FILE.
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   MOVE SPACE TO WS-PGH-ORIGEM
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-NOTA WS-PGH-PARCELA
                            WS-PGH-DATA WS-PGH-VALOR-ALFA
                            WS-PGH-CAMPO WS-PGH-CAMPO WS-PGH-CAMPO
                            WS-PGH-ORIGEM
                   IF WS-PGH-TIPO = "R"
                       AND WS-PGH-ORIGEM NOT = "C"
                       AND WS-PGH-NOTA = TIT-NOTA
                       AND WS-PGH-PARCELA = TIT-PARCELA
                       DISPLAY "  Pagamento em " WS-PGH-DATA
               COMPUTE WS-RNG-NOTA-NOVA = 900000 + WS-RNG-ACORDO
               MOVE WS-RNG-NOTA-NOVA TO TIT-NOTA
               MOVE 0 TO TIT-PARCELA
               CALL 'obterContaBancaria' USING WS-PGT-CONTA
               PERFORM GRAVAR-PAGAMENTO-TITULO
           END-IF
           DISPLAY "Acordo " WS-RNG-ACORDO " gravado, titulos "
                  WS-REM-DATA DELIMITED BY SIZE
                  INTO REMESSA-LINHA
           WRITE REMESSA-LINHA
           PERFORM CARREGAR-TITULOS-EM-CUSTODIA
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-RECEBER-FILE
           PERFORM LER-TITULO-REMESSA UNTIL WS-END-OF-FILE = "Y"
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-TITULO-RECORD
                   PERFORM PROCURAR-TITULO-CUSTODIA
                       VARYING WS-CHQ-AT-IDX FROM 1 BY 1
                       UNTIL WS-CHQ-AT-IDX > WS-CHQ-AT-COUNT
                           OR (WS-CHQ-AT-NOTA(WS-CHQ-AT-IDX) = TIT-NOTA
                           AND WS-CHQ-AT-PARCELA(WS-CHQ-AT-IDX)
                               = TIT-PARCELA)
                   IF TITULO-ABERTO
                       AND WS-CHQ-AT-IDX > WS-CHQ-AT-COUNT
                       PERFORM BUSCAR-DADOS-CLIENTE-REMESSA
                       MOVE TIT-NOTA TO REM-NN-NOTA
                       MOVE TIT-PARCELA TO REM-NN-PARC
           IF WS-RET-FILE-STATUS = "35"
               DISPLAY "Arquivo retornoBanco.txt nao encontrado."
           ELSE
               CALL 'obterContaBancaria' USING WS-PGT-CONTA
               MOVE "N" TO WS-RET-EOF
               PERFORM PROCESSAR-LINHA-RETORNO
                   UNTIL WS-RET-EOF = "Y"
               AT END
                   MOVE "Y" TO WS-RET-EOF
               NOT AT END
                   MOVE "TITULO NAO ENCONTRADO OU JA BAIXADO"
                       TO WS-RET-MOTIVO
                   IF RET-TIPO = "1"
                       AND RETORNO-DADOS(2:7) IS NUMERIC
                       MOVE RET-DATA TO WS-DATA-PAGAMENTO
                       PERFORM VERIFICAR-EXERCICIO-ENCERRADO
                       IF WS-EXE-ENCERRADO = "Y"
                           MOVE "PAGAMENTO EM EXERCICIO ENCERRADO"
                               TO WS-RET-MOTIVO
                           ADD 1 TO WS-RET-REJEITADOS
                           PERFORM GRAVAR-EXCECAO-RETORNO
                       ELSE
                           PERFORM BAIXAR-TITULO-RETORNO
                           IF WS-RET-ACHOU = "Y"
                               ADD 1 TO WS-RET-ACEITOS
                           ELSE
                               ADD 1 TO WS-RET-REJEITADOS
                               PERFORM GRAVAR-EXCECAO-RETORNO
                           END-IF
                       END-IF
                   ELSE
                       IF RET-TIPO = "0" OR RET-TIPO = "9"
                   PERFORM PARSE-TITULO-RECORD
                   IF TIT-NOTA = RET-NOTA
                       AND TIT-PARCELA = RET-PARCELA
                       AND (TITULO-ABERTO OR TITULO-DESCONTADO)
                       MOVE "N" TO WS-DCT-ERA-DESCONTADO
                       IF TITULO-DESCONTADO
                           MOVE "Y" TO WS-DCT-ERA-DESCONTADO
                       END-IF
                       SET TITULO-BAIXADO TO TRUE
                       MOVE RET-DATA TO TIT-DATA-BAIXA
                       IF RET-VALOR > TIT-VALOR
                       MOVE TIT-JUROS TO WS-VLR-JUROS
                       MOVE 0 TO WS-VLR-MULTA
                       MOVE RET-DATA TO WS-DATA-PAGAMENTO
                       IF WS-DCT-ERA-DESCONTADO = "Y"
                           MOVE WS-PGT-CONTA TO WS-DCT-CONTA-SALVA
                           MOVE 0 TO WS-PGT-CONTA
                           PERFORM GRAVAR-PAGAMENTO-TITULO
                           MOVE WS-DCT-CONTA-SALVA TO WS-PGT-CONTA
                       ELSE
                           PERFORM GRAVAR-PAGAMENTO-TITULO
                       END-IF
                       MOVE "Y" TO WS-RET-ACHOU
                       MOVE "Y" TO WS-END-OF-FILE
                   END-IF
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE SPACES TO EXCECAO-RETORNO-DADOS
           STRING WS-DATA-ATUAL DELIMITED BY SIZE ","
                  RETORNO-DADOS DELIMITED BY SIZE ","
                  WS-RET-MOTIVO DELIMITED BY SIZE
                  INTO EXCECAO-RETORNO-DADOS
           OPEN EXTEND EXCECAO-RETORNO-FILE
           WRITE EXCECAO-RETORNO-RECORD
           IF WS-COB-COUNT = 0
               DISPLAY "Nenhum cliente em atraso."
           ELSE
               MOVE "cartasCobranca.txt" TO WS-RLE-ARQUIVO
               PERFORM CONTAR-RELATORIO-EMITIDO
               OPEN EXTEND CARTA-COBRANCA-FILE
               PERFORM GERAR-UMA-CARTA
                   VARYING WS-COB-IDX FROM 1 BY 1
                   UNTIL WS-COB-IDX > WS-COB-COUNT
               CLOSE CARTA-COBRANCA-FILE
               MOVE "cartasCobranca.txt" TO WS-RLE-ARQUIVO
               MOVE "cartasCobranca" TO WS-RLE-TIPO
               MOVE SPACES TO WS-RLE-PARAMETROS
               STRING "Posicao em " DELIMITED BY SIZE
                      WS-COB-HOJE DELIMITED BY SIZE
                      INTO WS-RLE-PARAMETROS
               PERFORM ARQUIVAR-RELATORIO-EMITIDO
               DISPLAY WS-COB-COUNT " carta(s) gravadas em "
                   "cartasCobranca.txt"
           END-IF
           WRITE FERIADO-RECORD
               FROM WS-FER-LINHA(WS-FER-IDX).

       MANUTENCAO-ADQUIRENTES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        CADASTRO DE ADQUIRENTES DE CARTAO        "
           DISPLAY "================================================="
           DISPLAY "Acao (I-Incluir / L-Listar / E-Excluir): "
               WITH NO ADVANCING
           ACCEPT WS-ADQ-ACAO
           EVALUATE WS-ADQ-ACAO
               WHEN "I"
                   PERFORM INCLUIR-ADQUIRENTE
               WHEN "L"
                   PERFORM LISTAR-ADQUIRENTES
               WHEN "E"
                   PERFORM EXCLUIR-ADQUIRENTE
               WHEN OTHER
                   DISPLAY "Acao invalida, informe I, L ou E."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       INCLUIR-ADQUIRENTE.
           MOVE "Y" TO WS-ADQ-VALIDO
           DISPLAY "Codigo (3 digitos): " WITH NO ADVANCING
           ACCEPT WS-ADQ-ENTRADA
           DISPLAY "Nome da adquirente: " WITH NO ADVANCING
           ACCEPT WS-ADQ-NOME
           DISPLAY "Bandeira: " WITH NO ADVANCING
           ACCEPT WS-ADQ-BANDEIRA
           DISPLAY "Forma (B-Debito / C-Credito): " WITH NO ADVANCING
           ACCEPT WS-ADQ-FORMA
           DISPLAY "Taxa MDR % (999V99, ex.: 00250 = 2,50%): "
               WITH NO ADVANCING
           ACCEPT WS-ADQ-TAXA-ALFA
           DISPLAY "Prazo de liquidacao em dias (D+, 3 digitos): "
               WITH NO ADVANCING
           ACCEPT WS-ADQ-DIAS-ALFA
           DISPLAY "Maximo de parcelas (2 digitos): " WITH NO ADVANCING
           ACCEPT WS-ADQ-PARC-ALFA
           IF WS-ADQ-ENTRADA IS NOT NUMERIC
               OR WS-ADQ-TAXA-ALFA IS NOT NUMERIC
               OR WS-ADQ-DIAS-ALFA IS NOT NUMERIC
               OR WS-ADQ-PARC-ALFA IS NOT NUMERIC
               DISPLAY "Entrada invalida, digite somente numeros."
               MOVE "N" TO WS-ADQ-VALIDO
           END-IF
           IF WS-ADQ-FORMA NOT = "B" AND WS-ADQ-FORMA NOT = "C"
               DISPLAY "Forma invalida, informe B ou C."
               MOVE "N" TO WS-ADQ-VALIDO
           END-IF
           IF WS-ADQ-VALIDO = "Y"
               IF WS-ADQ-FORMA = "B" OR WS-ADQ-PARC-MAX = 0
                   MOVE 1 TO WS-ADQ-PARC-MAX
               END-IF
               MOVE WS-ADQ-ENTRADA TO WS-ADQ-CODIGO
               PERFORM EXCLUIR-ADQUIRENTE-EXISTENTE
               MOVE SPACES TO ADQUIRENTE-DADOS
               STRING WS-ADQ-CODIGO DELIMITED BY SIZE ","
                      WS-ADQ-NOME DELIMITED BY SIZE ","
                      WS-ADQ-BANDEIRA DELIMITED BY SIZE ","
                      WS-ADQ-FORMA DELIMITED BY SIZE ","
                      WS-ADQ-TAXA-ALFA DELIMITED BY SIZE ","
                      WS-ADQ-DIAS-ALFA DELIMITED BY SIZE ","
                      WS-ADQ-PARC-ALFA DELIMITED BY SIZE
                      INTO ADQUIRENTE-DADOS
               OPEN EXTEND ADQUIRENTE-FILE
               IF WS-ADQ-FILE-STATUS = "35"
                   OPEN OUTPUT ADQUIRENTE-FILE
               END-IF
               WRITE ADQUIRENTE-RECORD FROM ADQUIRENTE-DADOS
               CLOSE ADQUIRENTE-FILE
               DISPLAY "Adquirente gravada com sucesso!"
           END-IF.

       LISTAR-ADQUIRENTES.
           MOVE "N" TO WS-ADQ-ACHADO
           MOVE "N" TO WS-ADQ-EOF
           OPEN INPUT ADQUIRENTE-FILE
           IF WS-ADQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADQ-EOF
           ELSE
               DISPLAY "COD NOME                 BANDEIRA     F "
                   "  MDR% DIAS PARC"
               PERFORM LER-ADQUIRENTE-LISTA UNTIL WS-ADQ-EOF = "Y"
               CLOSE ADQUIRENTE-FILE
           END-IF
           IF WS-ADQ-ACHADO = "N"
               DISPLAY "Nenhuma adquirente cadastrada."
           END-IF.

       LER-ADQUIRENTE-LISTA.
           READ ADQUIRENTE-FILE INTO ADQUIRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-ADQ-EOF
               NOT AT END
                   MOVE "Y" TO WS-ADQ-ACHADO
                   UNSTRING ADQUIRENTE-DADOS DELIMITED BY ","
                       INTO WS-ADQ-CODIGO WS-ADQ-NOME
                            WS-ADQ-BANDEIRA WS-ADQ-FORMA
                            WS-ADQ-TAXA-ALFA WS-ADQ-DIAS-ALFA
                            WS-ADQ-PARC-ALFA
                   DISPLAY WS-ADQ-CODIGO " " WS-ADQ-NOME " "
                       WS-ADQ-BANDEIRA " " WS-ADQ-FORMA " "
                       WS-ADQ-TAXA-NUM " " WS-ADQ-DIAS-ALFA "  "
                       WS-ADQ-PARC-ALFA
           END-READ.

       EXCLUIR-ADQUIRENTE.
           DISPLAY "Codigo da adquirente: " WITH NO ADVANCING
           ACCEPT WS-ADQ-ENTRADA
           IF WS-ADQ-ENTRADA IS NUMERIC
               MOVE WS-ADQ-ENTRADA TO WS-ADQ-CODIGO
               PERFORM EXCLUIR-ADQUIRENTE-EXISTENTE
               DISPLAY "Adquirente excluida (se existia)."
           ELSE
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       EXCLUIR-ADQUIRENTE-EXISTENTE.
           MOVE 0 TO WS-ADQ-COUNT
           MOVE "N" TO WS-ADQ-EOF
           OPEN INPUT ADQUIRENTE-FILE
           IF WS-ADQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-ADQ-EOF
           ELSE
               PERFORM CARREGAR-ADQUIRENTE-MANTIDA
                   UNTIL WS-ADQ-EOF = "Y"
               CLOSE ADQUIRENTE-FILE
               OPEN OUTPUT ADQUIRENTE-FILE
               PERFORM REGRAVAR-ADQUIRENTE-MANTIDA
                   VARYING WS-ADQ-IDX FROM 1 BY 1
                   UNTIL WS-ADQ-IDX > WS-ADQ-COUNT
               CLOSE ADQUIRENTE-FILE
           END-IF.

       CARREGAR-ADQUIRENTE-MANTIDA.
           READ ADQUIRENTE-FILE INTO ADQUIRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-ADQ-EOF
               NOT AT END
                   IF ADQUIRENTE-DADOS(1:3) = WS-ADQ-CODIGO
                       CONTINUE
                   ELSE
                       IF WS-ADQ-COUNT < 100
                           ADD 1 TO WS-ADQ-COUNT
                           MOVE ADQUIRENTE-DADOS
                               TO WS-ADQ-LINHA(WS-ADQ-COUNT)
                       END-IF
                   END-IF
           END-READ.

       REGRAVAR-ADQUIRENTE-MANTIDA.
           WRITE ADQUIRENTE-RECORD
               FROM WS-ADQ-LINHA(WS-ADQ-IDX).

       PARSE-RECEBIVEL-RECORD.
           UNSTRING RECEBIVEL-CARTAO-DADOS DELIMITED BY ","
               INTO RCB-NOTA RCB-SEQ RCB-PARCELA RCB-ADQUIRENTE
                    RCB-CLIENTE RCB-DATA-VENDA RCB-VENCIMENTO
                    RCB-BRUTO-ALFA RCB-TAXA-ALFA RCB-LIQUIDO-ALFA
                    RCB-STATUS RCB-DATA-LIQUIDACAO
                    RCB-VALOR-LIQ-ALFA.

       GRAVAR-RECEBIVEL-RECORD.
           MOVE SPACES TO RECEBIVEL-CARTAO-DADOS
           STRING RCB-NOTA DELIMITED BY SIZE ","
                  RCB-SEQ DELIMITED BY SIZE ","
                  RCB-PARCELA DELIMITED BY SIZE ","
                  RCB-ADQUIRENTE DELIMITED BY SIZE ","
                  RCB-CLIENTE DELIMITED BY SIZE ","
                  RCB-DATA-VENDA DELIMITED BY SIZE ","
                  RCB-VENCIMENTO DELIMITED BY SIZE ","
                  RCB-BRUTO-ALFA DELIMITED BY SIZE ","
                  RCB-TAXA-ALFA DELIMITED BY SIZE ","
                  RCB-LIQUIDO-ALFA DELIMITED BY SIZE ","
                  RCB-STATUS DELIMITED BY SIZE ","
                  RCB-DATA-LIQUIDACAO DELIMITED BY SIZE ","
                  RCB-VALOR-LIQ-ALFA DELIMITED BY SIZE
                  INTO RECEBIVEL-CARTAO-DADOS.

       CONCILIAR-LIQUIDACAO-CARTAO.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       CONCILIAR LIQUIDACAO DE CARTAO            "
           DISPLAY "================================================="
           MOVE 0 TO WS-EXA-LIQUIDADOS
           MOVE 0 TO WS-EXA-DIVERGENTES
           MOVE 0 TO WS-EXA-REJEITADOS
           MOVE 0 TO WS-EXA-PENDENTES
           MOVE 0 TO WS-EXA-TOTAL-BRUTO
           MOVE 0 TO WS-EXA-TOTAL-TAXA
           MOVE 0 TO WS-EXA-TOTAL-LIQUIDO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           OPEN INPUT EXTRATO-ADQUIRENTE-FILE
           IF WS-EXA-FILE-STATUS = "35"
               DISPLAY "Arquivo extratoAdquirente.txt nao encontrado."
           ELSE
               CALL 'obterContaBancaria' USING WS-PGT-CONTA
               OPEN OUTPUT CONCILIACAO-CARTAO-FILE
               MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
               STRING "CONCILIACAO DE LIQUIDACAO DE CARTAO EM "
                      DELIMITED BY SIZE
                      WS-DATA-ATUAL DELIMITED BY SIZE
                      INTO CONCILIACAO-CARTAO-LINHA
               WRITE CONCILIACAO-CARTAO-LINHA
               MOVE "ADQ NOTA   PC DATA     VALOR        OCORRENCIA"
                   TO CONCILIACAO-CARTAO-LINHA
               WRITE CONCILIACAO-CARTAO-LINHA
               MOVE "N" TO WS-EXA-EOF
               PERFORM PROCESSAR-LINHA-EXTRATO
                   UNTIL WS-EXA-EOF = "Y"
               CLOSE EXTRATO-ADQUIRENTE-FILE
               PERFORM LISTAR-RECEBIVEIS-PENDENTES
               PERFORM GRAVAR-TOTAIS-CONCILIACAO
               CLOSE CONCILIACAO-CARTAO-FILE
               MOVE "relatorioConciliacaoCartao.txt" TO WS-RLE-ARQUIVO
               MOVE "conciliacaoCartao" TO WS-RLE-TIPO
               MOVE SPACES TO WS-RLE-PARAMETROS
               STRING "Extrato adquirente em " DELIMITED BY SIZE
                      WS-DATA-ATUAL DELIMITED BY SIZE
                      INTO WS-RLE-PARAMETROS
               PERFORM ARQUIVAR-RELATORIO-EMITIDO
               DISPLAY "Recebiveis liquidados: " WS-EXA-LIQUIDADOS
               DISPLAY "Liquidados com divergencia: "
                   WS-EXA-DIVERGENTES
               DISPLAY "Linhas rejeitadas: " WS-EXA-REJEITADOS
               DISPLAY "Recebiveis vencidos sem liquidacao: "
                   WS-EXA-PENDENTES
               DISPLAY "Taxas lancadas em despesa: " WS-EXA-TOTAL-TAXA
               DISPLAY "Detalhes em relatorioConciliacaoCartao.txt"
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       PROCESSAR-LINHA-EXTRATO.
           READ EXTRATO-ADQUIRENTE-FILE INTO EXTRATO-ADQUIRENTE-RECORD
               AT END
                   MOVE "Y" TO WS-EXA-EOF
               NOT AT END
                   IF EXA-TIPO = "1"
                       AND EXTRATO-ADQUIRENTE-DADOS(2:52) IS NUMERIC
                       MOVE EXA-DATA TO WS-DATA-PAGAMENTO
                       PERFORM VERIFICAR-EXERCICIO-ENCERRADO
                       IF WS-EXE-ENCERRADO = "Y"
                           ADD 1 TO WS-EXA-REJEITADOS
                           MOVE "LIQUIDACAO EM EXERCICIO ENCERRADO"
                               TO WS-EXA-MOTIVO
                           MOVE 0 TO WS-EXA-DIFERENCA
                           PERFORM GRAVAR-OCORRENCIA-EXTRATO
                       ELSE
                           PERFORM LIQUIDAR-RECEBIVEL-EXTRATO
                       END-IF
                   ELSE
                       IF EXA-TIPO = "0" OR EXA-TIPO = "9"
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-EXA-REJEITADOS
                           MOVE "LINHA INVALIDA NO EXTRATO"
                               TO WS-EXA-MOTIVO
                           MOVE 0 TO WS-EXA-DIFERENCA
                           PERFORM GRAVAR-OCORRENCIA-EXTRATO
                       END-IF
                   END-IF
           END-READ.

       LIQUIDAR-RECEBIVEL-EXTRATO.
           MOVE "N" TO WS-RCC-ACHOU
           MOVE "N" TO WS-RCC-EXATO
           MOVE "N" TO WS-RCC-EOF
           OPEN I-O RECEBIVEL-CARTAO-FILE
           IF WS-RCC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RCC-EOF
           ELSE
               PERFORM LOCALIZAR-RECEBIVEL-EXTRATO
                   UNTIL WS-RCC-EOF = "Y"
               IF WS-RCC-ACHOU = "Y"
                   MOVE WS-RCC-CHAVE-ACHADA TO RECEBIVEL-CARTAO-CHAVE
                   READ RECEBIVEL-CARTAO-FILE
                       KEY IS RECEBIVEL-CARTAO-CHAVE
                       INVALID KEY
                           MOVE "N" TO WS-RCC-ACHOU
                       NOT INVALID KEY
                           PERFORM EFETIVAR-LIQUIDACAO-CARTAO
                   END-READ
               END-IF
               CLOSE RECEBIVEL-CARTAO-FILE
           END-IF
           IF WS-RCC-ACHOU = "N"
               ADD 1 TO WS-EXA-REJEITADOS
               MOVE "RECEBIVEL NAO ENCONTRADO OU JA LIQUIDADO"
                   TO WS-EXA-MOTIVO
               MOVE 0 TO WS-EXA-DIFERENCA
               PERFORM GRAVAR-OCORRENCIA-EXTRATO
           END-IF.

       LOCALIZAR-RECEBIVEL-EXTRATO.
           READ RECEBIVEL-CARTAO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RCC-EOF
               NOT AT END
                   PERFORM PARSE-RECEBIVEL-RECORD
                   IF RCB-NOTA = EXA-NOTA
                       AND RCB-PARCELA = EXA-PARCELA
                       AND RCB-ADQUIRENTE = EXA-ADQUIRENTE
                       AND RECEBIVEL-ABERTO
                       IF WS-RCC-ACHOU = "N"
                           MOVE RECEBIVEL-CARTAO-CHAVE
                               TO WS-RCC-CHAVE-ACHADA
                           MOVE "Y" TO WS-RCC-ACHOU
                       END-IF
                       IF RCB-BRUTO = EXA-BRUTO
                           MOVE RECEBIVEL-CARTAO-CHAVE
                               TO WS-RCC-CHAVE-ACHADA
                           MOVE "Y" TO WS-RCC-EXATO
                           MOVE "Y" TO WS-RCC-EOF
                       END-IF
                   END-IF
           END-READ.

       EFETIVAR-LIQUIDACAO-CARTAO.
           PERFORM PARSE-RECEBIVEL-RECORD
           SET RECEBIVEL-LIQUIDADO TO TRUE
           MOVE EXA-DATA TO RCB-DATA-LIQUIDACAO
           MOVE EXA-LIQUIDO TO RCB-VALOR-LIQUIDADO
           PERFORM GRAVAR-RECEBIVEL-RECORD
           REWRITE RECEBIVEL-CARTAO-RECORD
           MOVE WS-RCC-FILE-STATUS TO WS-ARQ-STATUS
           MOVE "gestaoContasReceber" TO WS-ARQ-PROGRAMA
           MOVE "dadosRecebivelCartao.txt" TO WS-ARQ-NOME
           MOVE "REWRITE" TO WS-ARQ-OPERACAO
           PERFORM TESTAR-STATUS-ARQUIVO
           PERFORM GRAVAR-PAGAMENTO-CARTAO
           ADD 1 TO WS-EXA-LIQUIDADOS
           ADD EXA-BRUTO TO WS-EXA-TOTAL-BRUTO
           ADD EXA-TAXA TO WS-EXA-TOTAL-TAXA
           ADD EXA-LIQUIDO TO WS-EXA-TOTAL-LIQUIDO
           IF EXA-TAXA > 0
               PERFORM GRAVAR-DESPESA-TAXA-CARTAO
           END-IF
           MOVE SPACES TO WS-EXA-MOTIVO
           IF EXA-BRUTO NOT = RCB-BRUTO
               MOVE "VALOR BRUTO DIVERGENTE DA VENDA"
                   TO WS-EXA-MOTIVO
               COMPUTE WS-EXA-DIFERENCA = EXA-BRUTO - RCB-BRUTO
           ELSE
               IF EXA-TAXA NOT = RCB-TAXA
                   MOVE "TAXA DIVERGENTE DA CONTRATADA"
                       TO WS-EXA-MOTIVO
                   COMPUTE WS-EXA-DIFERENCA = EXA-TAXA - RCB-TAXA
               ELSE
                   IF EXA-LIQUIDO NOT = RCB-LIQUIDO
                       MOVE "VALOR LIQUIDO DIVERGENTE"
                           TO WS-EXA-MOTIVO
                       COMPUTE WS-EXA-DIFERENCA =
                           EXA-LIQUIDO - RCB-LIQUIDO
                   END-IF
               END-IF
           END-IF
           IF WS-EXA-MOTIVO NOT = SPACES
               ADD 1 TO WS-EXA-DIVERGENTES
               PERFORM GRAVAR-OCORRENCIA-EXTRATO
           END-IF.

       GRAVAR-DESPESA-TAXA-CARTAO.
           MOVE SPACES TO WS-DSP-DOCUMENTO
           STRING EXA-NOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  EXA-PARCELA DELIMITED BY SIZE
                  INTO WS-DSP-DOCUMENTO
           MOVE SPACES TO WS-DSP-HISTORICO
           STRING "TAXA MDR ADQUIRENTE " DELIMITED BY SIZE
                  EXA-ADQUIRENTE DELIMITED BY SIZE
                  INTO WS-DSP-HISTORICO
           MOVE SPACES TO DESPESA-DADOS
           STRING EXA-DATA DELIMITED BY SIZE ","
                  "TAXACARTAO" DELIMITED BY SIZE ","
                  WS-DSP-DOCUMENTO DELIMITED BY SIZE ","
                  EXA-TAXA DELIMITED BY SIZE ","
                  WS-DSP-HISTORICO DELIMITED BY SIZE
                  INTO DESPESA-DADOS
           OPEN EXTEND DESPESA-FILE
           IF WS-DSP-FILE-STATUS = "35"
               OPEN OUTPUT DESPESA-FILE
           END-IF
           WRITE DESPESA-RECORD
           CLOSE DESPESA-FILE.

       GRAVAR-OCORRENCIA-EXTRATO.
           MOVE EXA-BRUTO TO WS-EXA-VALOR-ED
           MOVE WS-EXA-DIFERENCA TO WS-EXA-DIFERENCA-ED
           MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
           STRING EXTRATO-ADQUIRENTE-DADOS(2:3) DELIMITED BY SIZE " "
                  EXTRATO-ADQUIRENTE-DADOS(5:6) DELIMITED BY SIZE " "
                  EXTRATO-ADQUIRENTE-DADOS(11:2) DELIMITED BY SIZE " "
                  EXTRATO-ADQUIRENTE-DADOS(13:8) DELIMITED BY SIZE " "
                  WS-EXA-VALOR-ED DELIMITED BY SIZE " "
                  WS-EXA-MOTIVO DELIMITED BY SIZE " "
                  WS-EXA-DIFERENCA-ED DELIMITED BY SIZE
                  INTO CONCILIACAO-CARTAO-LINHA
           WRITE CONCILIACAO-CARTAO-LINHA.

       LISTAR-RECEBIVEIS-PENDENTES.
           MOVE "N" TO WS-RCC-EOF
           OPEN INPUT RECEBIVEL-CARTAO-FILE
           IF WS-RCC-FILE-STATUS = "35"
               MOVE "Y" TO WS-RCC-EOF
           ELSE
               PERFORM LER-RECEBIVEL-PENDENTE UNTIL WS-RCC-EOF = "Y"
               CLOSE RECEBIVEL-CARTAO-FILE
           END-IF.

       LER-RECEBIVEL-PENDENTE.
           READ RECEBIVEL-CARTAO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RCC-EOF
               NOT AT END
                   PERFORM PARSE-RECEBIVEL-RECORD
                   IF RECEBIVEL-ABERTO
                       AND RCB-VENCIMENTO < WS-DATA-ATUAL
                       ADD 1 TO WS-EXA-PENDENTES
                       MOVE RCB-LIQUIDO TO WS-EXA-VALOR-ED
                       MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
                       STRING RCB-ADQUIRENTE DELIMITED BY SIZE " "
                              RCB-NOTA DELIMITED BY SIZE " "
                              RCB-PARCELA DELIMITED BY SIZE " "
                              RCB-VENCIMENTO DELIMITED BY SIZE " "
                              WS-EXA-VALOR-ED DELIMITED BY SIZE " "
                              "LIQUIDACAO PREVISTA NAO INFORMADA"
                              DELIMITED BY SIZE
                              INTO CONCILIACAO-CARTAO-LINHA
                       WRITE CONCILIACAO-CARTAO-LINHA
                   END-IF
           END-READ.

       GRAVAR-TOTAIS-CONCILIACAO.
           MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
           WRITE CONCILIACAO-CARTAO-LINHA
           MOVE WS-EXA-TOTAL-BRUTO TO WS-EXA-TOTAL-ED
           MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
           STRING "TOTAL BRUTO LIQUIDADO..: " DELIMITED BY SIZE
                  WS-EXA-TOTAL-ED DELIMITED BY SIZE
                  INTO CONCILIACAO-CARTAO-LINHA
           WRITE CONCILIACAO-CARTAO-LINHA
           MOVE WS-EXA-TOTAL-TAXA TO WS-EXA-TOTAL-ED
           MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
           STRING "TOTAL DE TAXAS (DESPESA): " DELIMITED BY SIZE
                  WS-EXA-TOTAL-ED DELIMITED BY SIZE
                  INTO CONCILIACAO-CARTAO-LINHA
           WRITE CONCILIACAO-CARTAO-LINHA
           MOVE WS-EXA-TOTAL-LIQUIDO TO WS-EXA-TOTAL-ED
           MOVE SPACES TO CONCILIACAO-CARTAO-LINHA
           STRING "TOTAL LIQUIDO CREDITADO: " DELIMITED BY SIZE
                  WS-EXA-TOTAL-ED DELIMITED BY SIZE
                  INTO CONCILIACAO-CARTAO-LINHA
           WRITE CONCILIACAO-CARTAO-LINHA.

       EXTRATO-CLIENTE.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        EXTRATO DO CLIENTE (CONTA CORRENTE)      "
           DISPLAY "================================================="
           DISPLAY "Codigo do cliente: " WITH NO ADVANCING
           ACCEPT WS-EXT-CLIENTE
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           DISPLAY "Data inicial (AAAAMMDD, Enter = inicio do mes): "
               WITH NO ADVANCING
           ACCEPT WS-EXT-ENTRADA-DATA
           IF WS-EXT-ENTRADA-DATA IS NUMERIC
               MOVE WS-EXT-ENTRADA-DATA TO WS-EXT-DATA-INI
           ELSE
               MOVE WS-DATA-ATUAL TO WS-EXT-DATA-INI
               MOVE 01 TO WS-EXT-DATA-INI(7:2)
           END-IF
           DISPLAY "Data final (AAAAMMDD, Enter = hoje): "
               WITH NO ADVANCING
           ACCEPT WS-EXT-ENTRADA-DATA
           IF WS-EXT-ENTRADA-DATA IS NUMERIC
               MOVE WS-EXT-ENTRADA-DATA TO WS-EXT-DATA-FIM
           ELSE
               MOVE WS-DATA-ATUAL TO WS-EXT-DATA-FIM
           END-IF
           IF WS-EXT-DATA-FIM < WS-EXT-DATA-INI
               DISPLAY "Periodo invalido."
           ELSE
               PERFORM MONTAR-MOVIMENTO-EXTRATO
               PERFORM EMITIR-EXTRATO-CLIENTE
           END-IF
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       MONTAR-MOVIMENTO-EXTRATO.
           MOVE 0 TO WS-EXT-NF-COUNT
           MOVE 0 TO WS-EXT-TT-COUNT
           MOVE 0 TO WS-EXT-AC-COUNT
           MOVE 0 TO WS-EXT-MV-COUNT
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT VENDA-FILE
           IF WS-EXT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXT-EOF
           ELSE
               PERFORM LER-VENDA-EXTRATO UNTIL WS-EXT-EOF = "Y"
               CLOSE VENDA-FILE
           END-IF
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT PAGAMENTO-VENDA-FILE
           IF WS-EXT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXT-EOF
           ELSE
               PERFORM LER-PAGAMENTO-VENDA-EXTRATO
                   UNTIL WS-EXT-EOF = "Y"
               CLOSE PAGAMENTO-VENDA-FILE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT TITULO-RECEBER-FILE
           PERFORM LER-TITULO-EXTRATO UNTIL WS-END-OF-FILE = "Y"
           CLOSE TITULO-RECEBER-FILE
           PERFORM LANCAR-NOTA-EXTRATO
               VARYING WS-EXT-NF-IDX FROM 1 BY 1
               UNTIL WS-EXT-NF-IDX > WS-EXT-NF-COUNT
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT RENEGOCIACAO-FILE
           IF WS-RNG-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXT-EOF
           ELSE
               PERFORM LER-RENEGOCIACAO-EXTRATO UNTIL WS-EXT-EOF = "Y"
               CLOSE RENEGOCIACAO-FILE
           END-IF
           PERFORM LANCAR-ACORDO-EXTRATO
               VARYING WS-EXT-AC-IDX FROM 1 BY 1
               UNTIL WS-EXT-AC-IDX > WS-EXT-AC-COUNT
           MOVE "N" TO WS-PGH-EOF
           OPEN INPUT PAGAMENTO-TITULO-FILE
           IF WS-PGH-FILE-STATUS = "35"
               MOVE "Y" TO WS-PGH-EOF
           ELSE
               PERFORM LER-PAGAMENTO-TITULO-EXTRATO
                   UNTIL WS-PGH-EOF = "Y"
               CLOSE PAGAMENTO-TITULO-FILE
           END-IF
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT NOTA-CREDITO-FILE
           IF WS-EXT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXT-EOF
           ELSE
               PERFORM LER-NOTA-CREDITO-EXTRATO UNTIL WS-EXT-EOF = "Y"
               CLOSE NOTA-CREDITO-FILE
           END-IF
           MOVE "N" TO WS-EXT-EOF
           OPEN INPUT CANCELAMENTO-FILE
           IF WS-EXT-FILE-STATUS = "35"
               MOVE "Y" TO WS-EXT-EOF
           ELSE
               PERFORM LER-CANCELAMENTO-EXTRATO UNTIL WS-EXT-EOF = "Y"
               CLOSE CANCELAMENTO-FILE
           END-IF
           PERFORM ORDENAR-EXTRATO-PASSO
               VARYING WS-EXT-MV-LIMITE FROM WS-EXT-MV-COUNT BY -1
               UNTIL WS-EXT-MV-LIMITE < 2.

       LER-VENDA-EXTRATO.
           READ VENDA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                   IF VD-COD-CLIENTE = WS-EXT-CLIENTE
                       AND WS-EXT-NF-COUNT < 1000
                       ADD 1 TO WS-EXT-NF-COUNT
                       MOVE VD-NUMERO-NOTA
                           TO WS-EXT-NF-NUMERO(WS-EXT-NF-COUNT)
                       MOVE VD-DATA-VENDA
                           TO WS-EXT-NF-DATA(WS-EXT-NF-COUNT)
                       MOVE 0 TO WS-EXT-NF-TOTAL(WS-EXT-NF-COUNT)
                       MOVE 0 TO WS-EXT-NF-TITULOS(WS-EXT-NF-COUNT)
                       MOVE 0 TO WS-EXT-NF-CANCELADO(WS-EXT-NF-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-NOTA-EXTRATO.
           PERFORM PROCURAR-NOTA-EXTRATO
               VARYING WS-EXT-NF-IDX FROM 1 BY 1
               UNTIL WS-EXT-NF-IDX > WS-EXT-NF-COUNT
                   OR WS-EXT-NF-NUMERO(WS-EXT-NF-IDX)
                       = WS-EXT-PGV-NOTA.

       PROCURAR-NOTA-EXTRATO.
           CONTINUE.

       LER-PAGAMENTO-VENDA-EXTRATO.
           READ PAGAMENTO-VENDA-FILE INTO PAGAMENTO-VENDA-RECORD
               AT END
                   MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                   UNSTRING PAGAMENTO-VENDA-DADOS DELIMITED BY ","
                       INTO WS-EXT-PGV-NOTA WS-EXT-PGV-SEQ
                            WS-EXT-PGV-FORMA WS-EXT-PGV-VALOR-ALFA
                   IF WS-EXT-PGV-VALOR-ALFA IS NUMERIC
                       PERFORM LOCALIZAR-NOTA-EXTRATO
                       IF WS-EXT-NF-IDX <= WS-EXT-NF-COUNT
                           PERFORM LANCAR-PAGAMENTO-VENDA-EXTRATO
                       END-IF
                   END-IF
           END-READ.

       LANCAR-PAGAMENTO-VENDA-EXTRATO.
           ADD WS-EXT-PGV-VALOR TO WS-EXT-NF-TOTAL(WS-EXT-NF-IDX)
           MOVE SPACES TO WS-EXT-HISTORICO
           EVALUATE WS-EXT-PGV-FORMA
               WHEN "D"
                   MOVE "DINHEIRO" TO WS-EXT-HISTORICO(17:)
               WHEN "B"
                   MOVE "CARTAO DEBITO" TO WS-EXT-HISTORICO(17:)
               WHEN "C"
                   MOVE "CARTAO CREDITO" TO WS-EXT-HISTORICO(17:)
               WHEN "X"
                   MOVE "PIX" TO WS-EXT-HISTORICO(17:)
               WHEN "F"
                   MOVE "PONTOS FIDELID" TO WS-EXT-HISTORICO(17:)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EXT-HISTORICO NOT = SPACES
               MOVE "PAGTO NF" TO WS-EXT-HISTORICO(1:8)
               MOVE WS-EXT-PGV-NOTA TO WS-EXT-HISTORICO(10:6)
               MOVE WS-EXT-NF-DATA(WS-EXT-NF-IDX) TO WS-EXT-DATA-MOV
               MOVE 2 TO WS-EXT-ORDEM
               MOVE 0 TO WS-EXT-DEBITO
               MOVE WS-EXT-PGV-VALOR TO WS-EXT-CREDITO
               PERFORM INCLUIR-MOVIMENTO-EXTRATO
           END-IF.

       LER-TITULO-EXTRATO.
           READ TITULO-RECEBER-FILE INTO TITULO-RECEBER-RECORD
               AT END
                   MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   PERFORM PARSE-TITULO-RECORD
                   IF TIT-CLIENTE = WS-EXT-CLIENTE
                       PERFORM GUARDAR-TITULO-EXTRATO
                   END-IF
           END-READ.

       GUARDAR-TITULO-EXTRATO.
           IF WS-EXT-TT-COUNT < 2000
               ADD 1 TO WS-EXT-TT-COUNT
               MOVE TIT-NOTA TO WS-EXT-TT-NOTA(WS-EXT-TT-COUNT)
               MOVE TIT-PARCELA TO WS-EXT-TT-PARCELA(WS-EXT-TT-COUNT)
               MOVE TIT-VALOR TO WS-EXT-TT-VALOR(WS-EXT-TT-COUNT)
           END-IF
           MOVE TIT-NOTA TO WS-EXT-PGV-NOTA
           PERFORM LOCALIZAR-NOTA-EXTRATO
           IF WS-EXT-NF-IDX <= WS-EXT-NF-COUNT
               ADD TIT-VALOR TO WS-EXT-NF-TITULOS(WS-EXT-NF-IDX)
               IF TITULO-CANCELADO
                   ADD TIT-VALOR TO WS-EXT-NF-CANCELADO(WS-EXT-NF-IDX)
               END-IF
           END-IF.

       LANCAR-NOTA-EXTRATO.
           IF WS-EXT-NF-TOTAL(WS-EXT-NF-IDX) = 0
               MOVE WS-EXT-NF-TITULOS(WS-EXT-NF-IDX)
                   TO WS-EXT-NF-TOTAL(WS-EXT-NF-IDX)
           END-IF
           MOVE SPACES TO WS-EXT-HISTORICO
           STRING "NOTA FISCAL " DELIMITED BY SIZE
                  WS-EXT-NF-NUMERO(WS-EXT-NF-IDX) DELIMITED BY SIZE
                  INTO WS-EXT-HISTORICO
           MOVE WS-EXT-NF-DATA(WS-EXT-NF-IDX) TO WS-EXT-DATA-MOV
           MOVE 1 TO WS-EXT-ORDEM
           MOVE WS-EXT-NF-TOTAL(WS-EXT-NF-IDX) TO WS-EXT-DEBITO
           MOVE 0 TO WS-EXT-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO.

       LER-RENEGOCIACAO-EXTRATO.
           READ RENEGOCIACAO-FILE INTO RENEGOCIACAO-RECORD
               AT END
                   MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                   MOVE SPACES TO WS-EXT-RNG-TOTAL-ALFA
                   UNSTRING RENEGOCIACAO-DADOS DELIMITED BY ","
                       INTO WS-EXT-RNG-TIPO WS-EXT-RNG-ACORDO
                            WS-EXT-RNG-CAMPO3 WS-EXT-RNG-CAMPO4
                            WS-EXT-RNG-TOTAL-ALFA
                   IF WS-EXT-RNG-TIPO = "A"
                       AND WS-EXT-RNG-CAMPO3 = WS-EXT-CLIENTE
                       AND WS-EXT-RNG-TOTAL-ALFA IS NUMERIC
                       PERFORM LOCALIZAR-ACORDO-EXTRATO
                       IF WS-EXT-AC-IDX <= WS-EXT-AC-COUNT
                           MOVE "Y"
                               TO WS-EXT-AC-DO-CLIENTE(WS-EXT-AC-IDX)
                           MOVE WS-EXT-RNG-CAMPO4(1:8)
                               TO WS-EXT-AC-DATA(WS-EXT-AC-IDX)
                           MOVE WS-EXT-RNG-TOTAL
                               TO WS-EXT-AC-TOTAL(WS-EXT-AC-IDX)
                       END-IF
                   END-IF
                   IF WS-EXT-RNG-TIPO = "T"
                       PERFORM SOMAR-TITULO-ACORDO-EXTRATO
                   END-IF
           END-READ.

       LOCALIZAR-ACORDO-EXTRATO.
           PERFORM PROCURAR-ACORDO-EXTRATO
               VARYING WS-EXT-AC-IDX FROM 1 BY 1
               UNTIL WS-EXT-AC-IDX > WS-EXT-AC-COUNT
                   OR WS-EXT-AC-NUMERO(WS-EXT-AC-IDX)
                       = WS-EXT-RNG-ACORDO
           IF WS-EXT-AC-IDX > WS-EXT-AC-COUNT
               AND WS-EXT-AC-COUNT < 200
               AND (WS-EXT-RNG-TIPO = "A" OR WS-EXT-RNG-TIPO = "T")
               ADD 1 TO WS-EXT-AC-COUNT
               MOVE WS-EXT-AC-COUNT TO WS-EXT-AC-IDX
               MOVE WS-EXT-RNG-ACORDO
                   TO WS-EXT-AC-NUMERO(WS-EXT-AC-IDX)
               MOVE 0 TO WS-EXT-AC-DATA(WS-EXT-AC-IDX)
               MOVE 0 TO WS-EXT-AC-TOTAL(WS-EXT-AC-IDX)
               MOVE 0 TO WS-EXT-AC-ANTIGO(WS-EXT-AC-IDX)
               MOVE "N" TO WS-EXT-AC-DO-CLIENTE(WS-EXT-AC-IDX)
           END-IF.

       PROCURAR-ACORDO-EXTRATO.
           CONTINUE.

       SOMAR-TITULO-ACORDO-EXTRATO.
           MOVE WS-EXT-RNG-CAMPO4(1:2) TO WS-PGH-PARCELA
           PERFORM PROCURAR-TITULO-EXTRATO
               VARYING WS-EXT-TT-IDX FROM 1 BY 1
               UNTIL WS-EXT-TT-IDX > WS-EXT-TT-COUNT
                   OR (WS-EXT-TT-NOTA(WS-EXT-TT-IDX)
                       = WS-EXT-RNG-CAMPO3
                   AND WS-EXT-TT-PARCELA(WS-EXT-TT-IDX)
                       = WS-PGH-PARCELA)
           IF WS-EXT-TT-IDX <= WS-EXT-TT-COUNT
               PERFORM LOCALIZAR-ACORDO-EXTRATO
               IF WS-EXT-AC-IDX <= WS-EXT-AC-COUNT
                   ADD WS-EXT-TT-VALOR(WS-EXT-TT-IDX)
                       TO WS-EXT-AC-ANTIGO(WS-EXT-AC-IDX)
               END-IF
           END-IF.

       PROCURAR-TITULO-EXTRATO.
           CONTINUE.

       LANCAR-ACORDO-EXTRATO.
           IF WS-EXT-AC-DO-CLIENTE(WS-EXT-AC-IDX) = "Y"
               MOVE SPACES TO WS-EXT-HISTORICO
               STRING "RENEGOCIACAO ACORDO " DELIMITED BY SIZE
                      WS-EXT-AC-NUMERO(WS-EXT-AC-IDX)
                          DELIMITED BY SIZE
                      INTO WS-EXT-HISTORICO
               MOVE WS-EXT-AC-DATA(WS-EXT-AC-IDX) TO WS-EXT-DATA-MOV
               MOVE 2 TO WS-EXT-ORDEM
               MOVE 0 TO WS-EXT-DEBITO
               MOVE 0 TO WS-EXT-CREDITO
               IF WS-EXT-AC-TOTAL(WS-EXT-AC-IDX)
                   > WS-EXT-AC-ANTIGO(WS-EXT-AC-IDX)
                   COMPUTE WS-EXT-DEBITO =
                       WS-EXT-AC-TOTAL(WS-EXT-AC-IDX)
                       - WS-EXT-AC-ANTIGO(WS-EXT-AC-IDX)
               END-IF
               PERFORM INCLUIR-MOVIMENTO-EXTRATO
           END-IF.

       LER-PAGAMENTO-TITULO-EXTRATO.
           READ PAGAMENTO-TITULO-FILE INTO PAGAMENTO-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-PGH-EOF
               NOT AT END
                   MOVE SPACES TO WS-EXT-PGH-JUROS-ALFA
                   MOVE SPACES TO WS-EXT-PGH-MULTA-ALFA
                   MOVE SPACE TO WS-PGH-ORIGEM
                   UNSTRING PAGAMENTO-TITULO-DADOS DELIMITED BY ","
                       INTO WS-PGH-TIPO WS-PGH-NOTA WS-PGH-PARCELA
                            WS-PGH-DATA WS-EXT-PGH-VALOR-ALFA
                            WS-EXT-PGH-JUROS-ALFA
                            WS-EXT-PGH-MULTA-ALFA
                            WS-PGH-CAMPO WS-PGH-ORIGEM
                   IF WS-PGH-TIPO = "R"
                       AND WS-PGH-ORIGEM NOT = "C"
                       AND WS-EXT-PGH-VALOR-ALFA IS NUMERIC
                       PERFORM VERIFICAR-PAGAMENTO-EXTRATO
                       IF WS-EXT-PGH-DONO = "Y"
                           PERFORM LANCAR-PAGAMENTO-TITULO-EXTRATO
                       END-IF
                   END-IF
                   IF WS-PGH-TIPO = "E"
                       AND WS-EXT-PGH-VALOR-ALFA IS NUMERIC
                       PERFORM VERIFICAR-PAGAMENTO-EXTRATO
                       IF WS-EXT-PGH-DONO = "Y"
                           PERFORM LANCAR-ESTORNO-TITULO-EXTRATO
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-PAGAMENTO-EXTRATO.
           MOVE "N" TO WS-EXT-PGH-DONO
           PERFORM PROCURAR-TITULO-EXTRATO
               VARYING WS-EXT-TT-IDX FROM 1 BY 1
               UNTIL WS-EXT-TT-IDX > WS-EXT-TT-COUNT
                   OR (WS-EXT-TT-NOTA(WS-EXT-TT-IDX) = WS-PGH-NOTA
                   AND WS-EXT-TT-PARCELA(WS-EXT-TT-IDX)
                       = WS-PGH-PARCELA)
           IF WS-EXT-TT-IDX <= WS-EXT-TT-COUNT
               MOVE "Y" TO WS-EXT-PGH-DONO
           ELSE
               IF WS-PGH-NOTA > 900000 AND WS-PGH-PARCELA = 0
                   COMPUTE WS-EXT-RNG-ACORDO = WS-PGH-NOTA - 900000
                   MOVE SPACE TO WS-EXT-RNG-TIPO
                   PERFORM LOCALIZAR-ACORDO-EXTRATO
                   IF WS-EXT-AC-IDX <= WS-EXT-AC-COUNT
                       MOVE WS-EXT-AC-DO-CLIENTE(WS-EXT-AC-IDX)
                           TO WS-EXT-PGH-DONO
                   END-IF
               END-IF
           END-IF.

       LANCAR-PAGAMENTO-TITULO-EXTRATO.
           MOVE WS-PGH-DATA TO WS-EXT-DATA-MOV
           MOVE 2 TO WS-EXT-ORDEM
           MOVE 0 TO WS-EXT-DEBITO
           IF WS-EXT-PGH-JUROS-ALFA IS NUMERIC
               ADD WS-EXT-PGH-JUROS TO WS-EXT-DEBITO
           END-IF
           IF WS-EXT-PGH-MULTA-ALFA IS NUMERIC
               ADD WS-EXT-PGH-MULTA TO WS-EXT-DEBITO
           END-IF
           IF WS-EXT-DEBITO > 0
               MOVE SPACES TO WS-EXT-HISTORICO
               STRING "JUROS/MULTA TIT " DELIMITED BY SIZE
                      WS-PGH-NOTA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-PGH-PARCELA DELIMITED BY SIZE
                      INTO WS-EXT-HISTORICO
               MOVE 0 TO WS-EXT-CREDITO
               PERFORM INCLUIR-MOVIMENTO-EXTRATO
           END-IF
           MOVE SPACES TO WS-EXT-HISTORICO
           STRING "PAGAMENTO TIT " DELIMITED BY SIZE
                  WS-PGH-NOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PGH-PARCELA DELIMITED BY SIZE
                  INTO WS-EXT-HISTORICO
           MOVE 0 TO WS-EXT-DEBITO
           MOVE WS-EXT-PGH-VALOR TO WS-EXT-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO.

       LANCAR-ESTORNO-TITULO-EXTRATO.
           MOVE WS-PGH-DATA TO WS-EXT-DATA-MOV
           MOVE 2 TO WS-EXT-ORDEM
           MOVE SPACES TO WS-EXT-HISTORICO
           STRING "CHEQUE DEVOLV TIT " DELIMITED BY SIZE
                  WS-PGH-NOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PGH-PARCELA DELIMITED BY SIZE
                  INTO WS-EXT-HISTORICO
           MOVE WS-EXT-PGH-VALOR TO WS-EXT-DEBITO
           MOVE 0 TO WS-EXT-CREDITO
           PERFORM INCLUIR-MOVIMENTO-EXTRATO.

       LER-NOTA-CREDITO-EXTRATO.
           READ NOTA-CREDITO-FILE INTO NOTA-CREDITO-RECORD
               AT END
                   MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                   UNSTRING NOTA-CREDITO-DADOS DELIMITED BY ","
                       INTO WS-EXT-NCR-NUMERO WS-EXT-NCR-NOTA
                            WS-EXT-NCR-CLIENTE WS-EXT-NCR-DATA
                            WS-EXT-NCR-VALOR-ALFA
                   IF WS-EXT-NCR-CLIENTE = WS-EXT-CLIENTE
                       AND WS-EXT-NCR-VALOR-ALFA IS NUMERIC
                       MOVE SPACES TO WS-EXT-HISTORICO
                       STRING "NOTA CREDITO " DELIMITED BY SIZE
                              WS-EXT-NCR-NUMERO DELIMITED BY SIZE
                              " NF " DELIMITED BY SIZE
                              WS-EXT-NCR-NOTA DELIMITED BY SIZE
                              INTO WS-EXT-HISTORICO
                       MOVE WS-EXT-NCR-DATA TO WS-EXT-DATA-MOV
                       MOVE 2 TO WS-EXT-ORDEM
                       MOVE 0 TO WS-EXT-DEBITO
                       MOVE WS-EXT-NCR-VALOR TO WS-EXT-CREDITO
                       PERFORM INCLUIR-MOVIMENTO-EXTRATO
                   END-IF
           END-READ.

       LER-CANCELAMENTO-EXTRATO.
           READ CANCELAMENTO-FILE INTO CANCELAMENTO-RECORD
               AT END
                   MOVE "Y" TO WS-EXT-EOF
               NOT AT END
                   UNSTRING CANCELAMENTO-DADOS DELIMITED BY ","
                       INTO WS-EXT-CAN-NOTA WS-EXT-CAN-USUARIO
                            WS-EXT-CAN-MOTIVO WS-EXT-CAN-DATA
                   MOVE WS-EXT-CAN-NOTA TO WS-EXT-PGV-NOTA
                   PERFORM LOCALIZAR-NOTA-EXTRATO
                   IF WS-EXT-NF-IDX <= WS-EXT-NF-COUNT
                       MOVE SPACES TO WS-EXT-HISTORICO
                       STRING "CANCELAMENTO NF " DELIMITED BY SIZE
                              WS-EXT-CAN-NOTA DELIMITED BY SIZE
                              INTO WS-EXT-HISTORICO
                       MOVE WS-EXT-CAN-DATA TO WS-EXT-DATA-MOV
                       MOVE 2 TO WS-EXT-ORDEM
                       MOVE 0 TO WS-EXT-DEBITO
                       MOVE WS-EXT-NF-CANCELADO(WS-EXT-NF-IDX)
                           TO WS-EXT-CREDITO
                       PERFORM INCLUIR-MOVIMENTO-EXTRATO
                   END-IF
           END-READ.

       INCLUIR-MOVIMENTO-EXTRATO.
           IF WS-EXT-MV-COUNT < 3000
               ADD 1 TO WS-EXT-MV-COUNT
               MOVE WS-EXT-DATA-MOV TO WS-EXT-MV-DATA(WS-EXT-MV-COUNT)
               MOVE WS-EXT-ORDEM TO WS-EXT-MV-ORDEM(WS-EXT-MV-COUNT)
               MOVE WS-EXT-HISTORICO
                   TO WS-EXT-MV-HISTORICO(WS-EXT-MV-COUNT)
               MOVE WS-EXT-DEBITO TO WS-EXT-MV-DEBITO(WS-EXT-MV-COUNT)
               MOVE WS-EXT-CREDITO
                   TO WS-EXT-MV-CREDITO(WS-EXT-MV-COUNT)
           END-IF.

       ORDENAR-EXTRATO-PASSO.
           PERFORM COMPARAR-MOVIMENTO-EXTRATO
               VARYING WS-EXT-MV-IDX FROM 1 BY 1
               UNTIL WS-EXT-MV-IDX >= WS-EXT-MV-LIMITE.

       COMPARAR-MOVIMENTO-EXTRATO.
           IF WS-EXT-MV-CHAVE(WS-EXT-MV-IDX)
               > WS-EXT-MV-CHAVE(WS-EXT-MV-IDX + 1)
               MOVE WS-EXT-MV-ENTRY(WS-EXT-MV-IDX) TO WS-EXT-MV-TEMP
               MOVE WS-EXT-MV-ENTRY(WS-EXT-MV-IDX + 1)
                   TO WS-EXT-MV-ENTRY(WS-EXT-MV-IDX)
               MOVE WS-EXT-MV-TEMP
                   TO WS-EXT-MV-ENTRY(WS-EXT-MV-IDX + 1)
           END-IF.

       EMITIR-EXTRATO-CLIENTE.
           MOVE WS-EXT-CLIENTE TO TIT-CLIENTE
           PERFORM BUSCAR-DADOS-CLIENTE-REMESSA
           MOVE 0 TO WS-EXT-SALDO-ANTERIOR
           MOVE 0 TO WS-EXT-TOTAL-DEBITO
           MOVE 0 TO WS-EXT-TOTAL-CREDITO
           MOVE 0 TO WS-EXT-LINHAS
           PERFORM SOMAR-SALDO-ANTERIOR
               VARYING WS-EXT-MV-IDX FROM 1 BY 1
               UNTIL WS-EXT-MV-IDX > WS-EXT-MV-COUNT
           MOVE WS-EXT-SALDO-ANTERIOR TO WS-EXT-SALDO
           MOVE "extratoCliente.txt" TO WS-RLE-ARQUIVO
           PERFORM CONTAR-RELATORIO-EMITIDO
           OPEN EXTEND EXTRATO-CLIENTE-FILE
           IF WS-EXT-FILE-STATUS = "35"
               OPEN OUTPUT EXTRATO-CLIENTE-FILE
           END-IF
           MOVE ALL "=" TO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE SPACES TO WS-EXT-LINHA
           STRING "EXTRATO DE CONTA - CLIENTE " DELIMITED BY SIZE
                  WS-EXT-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REM-NOME-CLIENTE DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE SPACES TO WS-EXT-LINHA
           STRING WS-REM-RUA DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-REM-CIDADE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REM-ESTADO DELIMITED BY SIZE
                  " CEP " DELIMITED BY SIZE
                  WS-REM-CEP DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE SPACES TO WS-EXT-LINHA
           STRING "PERIODO DE " DELIMITED BY SIZE
                  WS-EXT-DATA-INI DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-EXT-DATA-FIM DELIMITED BY SIZE
                  "   EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE ALL "-" TO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE SPACES TO WS-EXT-LINHA
           STRING "DATA     HISTORICO                     "
                  DELIMITED BY SIZE
                  "      DEBITO      CREDITO          SALDO"
                  DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE ALL "-" TO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
           MOVE SPACES TO WS-EXT-LINHA
           STRING WS-EXT-DATA-INI DELIMITED BY SIZE
                  " SALDO ANTERIOR" DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           MOVE WS-EXT-SALDO-ED TO WS-EXT-LINHA(67:14)
           PERFORM EMITIR-LINHA-EXTRATO
           PERFORM EMITIR-MOVIMENTO-EXTRATO
               VARYING WS-EXT-MV-IDX FROM 1 BY 1
               UNTIL WS-EXT-MV-IDX > WS-EXT-MV-COUNT
           IF WS-EXT-LINHAS = 0
               MOVE "         SEM MOVIMENTO NO PERIODO" TO WS-EXT-LINHA
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF
           MOVE ALL "-" TO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           MOVE WS-EXT-TOTAL-DEBITO TO WS-EXT-DEBITO-ED
           MOVE WS-EXT-TOTAL-CREDITO TO WS-EXT-CREDITO-ED
           MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
           MOVE SPACES TO WS-EXT-LINHA
           STRING WS-EXT-DATA-FIM DELIMITED BY SIZE
                  " SALDO FINAL" DELIMITED BY SIZE
                  INTO WS-EXT-LINHA
           MOVE WS-EXT-DEBITO-ED TO WS-EXT-LINHA(41:12)
           MOVE WS-EXT-CREDITO-ED TO WS-EXT-LINHA(54:12)
           MOVE WS-EXT-SALDO-ED TO WS-EXT-LINHA(67:14)
           PERFORM EMITIR-LINHA-EXTRATO
           IF WS-EXT-SALDO < 0
               MOVE "SALDO NEGATIVO = CREDITO A FAVOR DO CLIENTE."
                   TO WS-EXT-LINHA
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF
           MOVE ALL "=" TO WS-EXT-LINHA
           PERFORM EMITIR-LINHA-EXTRATO
           CLOSE EXTRATO-CLIENTE-FILE
           MOVE "extratoCliente.txt" TO WS-RLE-ARQUIVO
           MOVE "extratoCliente" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Cliente " DELIMITED BY SIZE
                  WS-EXT-CLIENTE DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Extrato gravado em extratoCliente.txt".

       SOMAR-SALDO-ANTERIOR.
           IF WS-EXT-MV-DATA(WS-EXT-MV-IDX) < WS-EXT-DATA-INI
               ADD WS-EXT-MV-DEBITO(WS-EXT-MV-IDX)
                   TO WS-EXT-SALDO-ANTERIOR
               SUBTRACT WS-EXT-MV-CREDITO(WS-EXT-MV-IDX)
                   FROM WS-EXT-SALDO-ANTERIOR
           END-IF.

       EMITIR-MOVIMENTO-EXTRATO.
           IF WS-EXT-MV-DATA(WS-EXT-MV-IDX) >= WS-EXT-DATA-INI
               AND WS-EXT-MV-DATA(WS-EXT-MV-IDX) <= WS-EXT-DATA-FIM
               ADD WS-EXT-MV-DEBITO(WS-EXT-MV-IDX) TO WS-EXT-SALDO
               SUBTRACT WS-EXT-MV-CREDITO(WS-EXT-MV-IDX)
                   FROM WS-EXT-SALDO
               ADD WS-EXT-MV-DEBITO(WS-EXT-MV-IDX)
                   TO WS-EXT-TOTAL-DEBITO
               ADD WS-EXT-MV-CREDITO(WS-EXT-MV-IDX)
                   TO WS-EXT-TOTAL-CREDITO
               ADD 1 TO WS-EXT-LINHAS
               MOVE SPACES TO WS-EXT-LINHA
               MOVE WS-EXT-MV-DATA(WS-EXT-MV-IDX)
                   TO WS-EXT-LINHA(1:8)
               MOVE WS-EXT-MV-HISTORICO(WS-EXT-MV-IDX)
                   TO WS-EXT-LINHA(10:30)
               IF WS-EXT-MV-DEBITO(WS-EXT-MV-IDX) > 0
                   MOVE WS-EXT-MV-DEBITO(WS-EXT-MV-IDX)
                       TO WS-EXT-VALOR-ED
                   MOVE WS-EXT-VALOR-ED TO WS-EXT-LINHA(41:12)
               END-IF
               IF WS-EXT-MV-CREDITO(WS-EXT-MV-IDX) > 0
                   MOVE WS-EXT-MV-CREDITO(WS-EXT-MV-IDX)
                       TO WS-EXT-VALOR-ED
                   MOVE WS-EXT-VALOR-ED TO WS-EXT-LINHA(54:12)
               END-IF
               MOVE WS-EXT-SALDO TO WS-EXT-SALDO-ED
               MOVE WS-EXT-SALDO-ED TO WS-EXT-LINHA(67:14)
               PERFORM EMITIR-LINHA-EXTRATO
           END-IF.

       EMITIR-LINHA-EXTRATO.
           DISPLAY WS-EXT-LINHA
           MOVE WS-EXT-LINHA TO EXTRATO-CLIENTE-LINHA
           WRITE EXTRATO-CLIENTE-LINHA.

       CUSTODIA-CHEQUES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        CUSTODIA DE CHEQUES PRE-DATADOS          "
           DISPLAY "================================================="
           DISPLAY "Acao (R-Receber / D-Depositar / K-Compensado / "
               "V-Devolvido / P-Reapresentar): " WITH NO ADVANCING
           ACCEPT WS-CHQ-ACAO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           EVALUATE WS-CHQ-ACAO
               WHEN "R"
                   PERFORM RECEBER-CHEQUE
               WHEN "D"
                   PERFORM DEPOSITAR-CHEQUE
               WHEN "K"
                   PERFORM COMPENSAR-CHEQUE
               WHEN "V"
                   PERFORM DEVOLVER-CHEQUE
               WHEN "P"
                   PERFORM REAPRESENTAR-CHEQUE
               WHEN OTHER
                   DISPLAY "Acao invalida, informe R, D, K, V ou P."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       PARSE-CHEQUE-RECORD.
           UNSTRING CHEQUE-DADOS DELIMITED BY ","
               INTO CHQ-NUMERO CHQ-CLIENTE CHQ-BANCO CHQ-AGENCIA
                    CHQ-NUMERO-CHEQUE CHQ-EMITENTE CHQ-BOM-PARA
                    CHQ-VALOR-ALFA CHQ-STATUS CHQ-DATA-ENTRADA
                    CHQ-DATA-MOVTO CHQ-CONTA CHQ-MOTIVO
                    CHQ-APRESENTACOES.

       GRAVAR-CHEQUE-RECORD.
           MOVE SPACES TO CHEQUE-DADOS
           STRING CHQ-NUMERO DELIMITED BY SIZE ","
                  CHQ-CLIENTE DELIMITED BY SIZE ","
                  CHQ-BANCO DELIMITED BY SIZE ","
                  CHQ-AGENCIA DELIMITED BY SIZE ","
                  CHQ-NUMERO-CHEQUE DELIMITED BY SIZE ","
                  CHQ-EMITENTE DELIMITED BY SIZE ","
                  CHQ-BOM-PARA DELIMITED BY SIZE ","
                  CHQ-VALOR-ALFA DELIMITED BY SIZE ","
                  CHQ-STATUS DELIMITED BY SIZE ","
                  CHQ-DATA-ENTRADA DELIMITED BY SIZE ","
                  CHQ-DATA-MOVTO DELIMITED BY SIZE ","
                  CHQ-CONTA DELIMITED BY SIZE ","
                  CHQ-MOTIVO DELIMITED BY SIZE ","
                  CHQ-APRESENTACOES DELIMITED BY SIZE
                  INTO CHEQUE-DADOS.

       RECEBER-CHEQUE.
           PERFORM CARREGAR-TITULOS-EM-CUSTODIA
           MOVE "N" TO WS-CHQ-VALIDO
           DISPLAY "Codigo do cliente: " WITH NO ADVANCING
           ACCEPT CHQ-CLIENTE
           MOVE "N" TO WS-CHQ-ACHADO
           OPEN INPUT CLIENTE-FILE
           IF WS-CLI-FILE-STATUS NOT = "35"
               MOVE CHQ-CLIENTE TO CLI-CODIGO-CHAVE
               READ CLIENTE-FILE KEY IS CLI-CODIGO-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CHQ-ACHADO
                       MOVE CL-NOME TO WS-CHQ-NOME
                       MOVE CL-CPF-CNPJ TO WS-CHQ-CPF-CLIENTE
               END-READ
               CLOSE CLIENTE-FILE
           END-IF
           IF WS-CHQ-ACHADO = "N"
               DISPLAY "Cliente nao encontrado."
           ELSE
               DISPLAY "Cliente: " WS-CHQ-NOME
               PERFORM OBTER-DADOS-CHEQUE
           END-IF
           IF WS-CHQ-VALIDO = "Y"
               PERFORM VINCULAR-TITULOS-CHEQUE
           END-IF.

       OBTER-DADOS-CHEQUE.
           DISPLAY "Banco (3 digitos): " WITH NO ADVANCING
           ACCEPT CHQ-BANCO
           DISPLAY "Agencia (5 digitos): " WITH NO ADVANCING
           ACCEPT CHQ-AGENCIA
           DISPLAY "Numero do cheque: " WITH NO ADVANCING
           ACCEPT CHQ-NUMERO-CHEQUE
           DISPLAY "CPF/CNPJ do emitente (14 digitos, Enter = do "
               "cliente): " WITH NO ADVANCING
           MOVE SPACES TO WS-CHQ-ENTRADA-DOC
           ACCEPT WS-CHQ-ENTRADA-DOC
           DISPLAY "Bom para (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-CHQ-ENTRADA-DATA
           DISPLAY "Valor do cheque: " WITH NO ADVANCING
           ACCEPT WS-CHQ-ENTRADA-VALOR
           MOVE "Y" TO WS-CHQ-VALIDO
           IF WS-CHQ-ENTRADA-DOC = SPACES
               MOVE WS-CHQ-CPF-CLIENTE TO CHQ-EMITENTE
           ELSE
               IF WS-CHQ-ENTRADA-DOC IS NUMERIC
                   MOVE WS-CHQ-ENTRADA-DOC TO CHQ-EMITENTE
               ELSE
                   MOVE "N" TO WS-CHQ-VALIDO
               END-IF
           END-IF
           IF WS-CHQ-ENTRADA-DATA IS NUMERIC
               MOVE WS-CHQ-ENTRADA-DATA TO CHQ-BOM-PARA
           ELSE
               MOVE "N" TO WS-CHQ-VALIDO
           END-IF
           IF WS-CHQ-ENTRADA-VALOR IS NUMERIC
               AND WS-CHQ-ENTRADA-VALOR-NUM > 0
               MOVE WS-CHQ-ENTRADA-VALOR-NUM TO CHQ-VALOR
           ELSE
               MOVE "N" TO WS-CHQ-VALIDO
           END-IF
           IF WS-CHQ-VALIDO = "N"
               DISPLAY "Entrada invalida, digite somente numeros."
           END-IF.

       CARREGAR-TITULOS-EM-CUSTODIA.
           MOVE 0 TO WS-CHQ-AT-COUNT
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHEQUE-TITULO-FILE
           IF WS-CHT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CHQ-EOF
           ELSE
               OPEN INPUT CHEQUE-FILE
               PERFORM LER-VINCULO-CUSTODIA UNTIL WS-CHQ-EOF = "Y"
               CLOSE CHEQUE-FILE
               CLOSE CHEQUE-TITULO-FILE
           END-IF.

       LER-VINCULO-CUSTODIA.
           READ CHEQUE-TITULO-FILE INTO CHEQUE-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-CHQ-EOF
               NOT AT END
                   PERFORM PARSE-VINCULO-CHEQUE
                   MOVE WS-CHT-CHEQUE TO CHEQUE-NUMERO-CHAVE
                   READ CHEQUE-FILE KEY IS CHEQUE-NUMERO-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM PARSE-CHEQUE-RECORD
                           IF (CHEQUE-CUSTODIA OR CHEQUE-DEPOSITADO
                               OR CHEQUE-REAPRESENTADO)
                               AND WS-CHQ-AT-COUNT < 1000
                               ADD 1 TO WS-CHQ-AT-COUNT
                               MOVE WS-CHT-NOTA
                                   TO WS-CHQ-AT-NOTA(WS-CHQ-AT-COUNT)
                               MOVE WS-CHT-PARCELA
                                   TO WS-CHQ-AT-PARCELA(WS-CHQ-AT-COUNT)
                           END-IF
                   END-READ
           END-READ.

       PARSE-VINCULO-CHEQUE.
           UNSTRING CHEQUE-TITULO-DADOS DELIMITED BY ","
               INTO WS-CHT-CHEQUE WS-CHT-NOTA WS-CHT-PARCELA
                    WS-CHT-VALOR-ALFA.

       VINCULAR-TITULOS-CHEQUE.
           MOVE 0 TO WS-CHQ-VN-COUNT
           MOVE CHQ-VALOR TO WS-CHQ-SALDO
           MOVE "N" TO WS-CHQ-FIM
           OPEN INPUT TITULO-RECEBER-FILE
           PERFORM INFORMAR-TITULO-CHEQUE UNTIL WS-CHQ-FIM = "Y"
           CLOSE TITULO-RECEBER-FILE
           IF WS-CHQ-VN-COUNT = 0
               DISPLAY "Nenhum titulo vinculado, cheque nao registrado."
           ELSE
               IF WS-CHQ-SALDO > 0
                   DISPLAY "Atencao: " WS-CHQ-SALDO
                       " do cheque sem titulo vinculado."
               END-IF
               DISPLAY "Confirma a entrada do cheque em custodia? "
                   "(S/N): " WITH NO ADVANCING
               ACCEPT WS-CHQ-CONFIRMA
               IF WS-CHQ-CONFIRMA = "S" OR WS-CHQ-CONFIRMA = "s"
                   PERFORM GRAVAR-CHEQUE-CUSTODIA
               ELSE
                   DISPLAY "Entrada do cheque abandonada."
               END-IF
           END-IF.

       INFORMAR-TITULO-CHEQUE.
           DISPLAY "Nota do titulo (0 = encerrar): " WITH NO ADVANCING
           ACCEPT WS-BAIXA-NOTA
           IF WS-BAIXA-NOTA = 0
               MOVE "Y" TO WS-CHQ-FIM
           ELSE
               DISPLAY "Parcela: " WITH NO ADVANCING
               ACCEPT WS-BAIXA-PARCELA
               MOVE SPACES TO TITULO-RECEBER-DADOS
               STRING WS-BAIXA-NOTA DELIMITED BY SIZE ","
                      WS-BAIXA-PARCELA DELIMITED BY SIZE
                      INTO TITULO-RECEBER-DADOS
               READ TITULO-RECEBER-FILE
                   KEY IS TITULO-REC-CHAVE
                   INVALID KEY
                       DISPLAY "Titulo nao encontrado."
                   NOT INVALID KEY
                       PERFORM VALIDAR-TITULO-CHEQUE
               END-READ
           END-IF
           IF WS-CHQ-SALDO = 0 OR WS-CHQ-VN-COUNT = 20
               MOVE "Y" TO WS-CHQ-FIM
           END-IF.

       VALIDAR-TITULO-CHEQUE.
           PERFORM PARSE-TITULO-RECORD
           PERFORM PROCURAR-TITULO-CUSTODIA
               VARYING WS-CHQ-AT-IDX FROM 1 BY 1
               UNTIL WS-CHQ-AT-IDX > WS-CHQ-AT-COUNT
                   OR (WS-CHQ-AT-NOTA(WS-CHQ-AT-IDX) = TIT-NOTA
                   AND WS-CHQ-AT-PARCELA(WS-CHQ-AT-IDX)
                       = TIT-PARCELA)
           PERFORM PROCURAR-TITULO-VINCULADO
               VARYING WS-CHQ-VN-IDX FROM 1 BY 1
               UNTIL WS-CHQ-VN-IDX > WS-CHQ-VN-COUNT
                   OR (WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX) = TIT-NOTA
                   AND WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX)
                       = TIT-PARCELA)
           EVALUATE TRUE
               WHEN NOT TITULO-ABERTO
                   DISPLAY "Titulo nao esta em aberto."
               WHEN TIT-CLIENTE NOT = CHQ-CLIENTE
                   DISPLAY "Titulo pertence a outro cliente."
               WHEN WS-CHQ-AT-IDX <= WS-CHQ-AT-COUNT
                   DISPLAY "Titulo ja vinculado a cheque em custodia."
               WHEN WS-CHQ-VN-IDX <= WS-CHQ-VN-COUNT
                   DISPLAY "Titulo ja informado para este cheque."
               WHEN OTHER
                   ADD 1 TO WS-CHQ-VN-COUNT
                   MOVE TIT-NOTA TO WS-CHQ-VN-NOTA(WS-CHQ-VN-COUNT)
                   MOVE TIT-PARCELA
                       TO WS-CHQ-VN-PARCELA(WS-CHQ-VN-COUNT)
                   IF TIT-VALOR > WS-CHQ-SALDO
                       MOVE WS-CHQ-SALDO
                           TO WS-CHQ-VN-VALOR(WS-CHQ-VN-COUNT)
                   ELSE
                       MOVE TIT-VALOR
                           TO WS-CHQ-VN-VALOR(WS-CHQ-VN-COUNT)
                   END-IF
                   SUBTRACT WS-CHQ-VN-VALOR(WS-CHQ-VN-COUNT)
                       FROM WS-CHQ-SALDO
                   DISPLAY "Titulo vinculado pelo valor de "
                       WS-CHQ-VN-VALOR(WS-CHQ-VN-COUNT)
                       ", saldo do cheque " WS-CHQ-SALDO
           END-EVALUATE.

       PROCURAR-TITULO-CUSTODIA.
           CONTINUE.

       PROCURAR-TITULO-VINCULADO.
           CONTINUE.

       GRAVAR-CHEQUE-CUSTODIA.
           MOVE "CHEQUE" TO WS-SEQ-SERIE
           MOVE 1 TO WS-SEQ-MINIMO
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO CHQ-NUMERO
           SET CHEQUE-CUSTODIA TO TRUE
           MOVE WS-DATA-ATUAL TO CHQ-DATA-ENTRADA
           MOVE WS-DATA-ATUAL TO CHQ-DATA-MOVTO
           MOVE 0 TO CHQ-CONTA
           MOVE 0 TO CHQ-MOTIVO
           MOVE 0 TO CHQ-APRESENTACOES
           PERFORM GRAVAR-CHEQUE-RECORD
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
               OPEN OUTPUT CHEQUE-FILE
           END-IF
           WRITE CHEQUE-RECORD
               INVALID KEY
                   DISPLAY "Cheque " CHQ-NUMERO " ja existe, "
                       "entrada nao registrada."
               NOT INVALID KEY
                   PERFORM GRAVAR-VINCULOS-CHEQUE
                   MOVE "INCLUSAO" TO WS-AUD-ACAO
                   MOVE SPACES TO WS-AUD-ANTES
                   PERFORM AUDITAR-CHEQUE
                   DISPLAY "Cheque registrado em custodia sob o "
                       "numero " CHQ-NUMERO "."
           END-WRITE
           CLOSE CHEQUE-FILE.

       GRAVAR-VINCULOS-CHEQUE.
           OPEN EXTEND CHEQUE-TITULO-FILE
           IF WS-CHT-FILE-STATUS = "35"
               OPEN OUTPUT CHEQUE-TITULO-FILE
           END-IF
           PERFORM GRAVAR-UM-VINCULO-CHEQUE
               VARYING WS-CHQ-VN-IDX FROM 1 BY 1
               UNTIL WS-CHQ-VN-IDX > WS-CHQ-VN-COUNT
           CLOSE CHEQUE-TITULO-FILE.

       GRAVAR-UM-VINCULO-CHEQUE.
           MOVE WS-CHQ-VN-VALOR(WS-CHQ-VN-IDX) TO WS-CHT-VALOR
           MOVE SPACES TO CHEQUE-TITULO-DADOS
           STRING CHQ-NUMERO DELIMITED BY SIZE ","
                  WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX) DELIMITED BY SIZE ","
                  WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CHT-VALOR-ALFA DELIMITED BY SIZE
                  INTO CHEQUE-TITULO-DADOS
           WRITE CHEQUE-TITULO-RECORD.

       CARREGAR-VINCULOS-CHEQUE.
           MOVE 0 TO WS-CHQ-VN-COUNT
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHEQUE-TITULO-FILE
           IF WS-CHT-FILE-STATUS = "35"
               MOVE "Y" TO WS-CHQ-EOF
           ELSE
               PERFORM LER-VINCULO-CHEQUE UNTIL WS-CHQ-EOF = "Y"
               CLOSE CHEQUE-TITULO-FILE
           END-IF.

       LER-VINCULO-CHEQUE.
           READ CHEQUE-TITULO-FILE INTO CHEQUE-TITULO-RECORD
               AT END
                   MOVE "Y" TO WS-CHQ-EOF
               NOT AT END
                   PERFORM PARSE-VINCULO-CHEQUE
                   IF WS-CHT-CHEQUE = CHQ-NUMERO
                       AND WS-CHT-VALOR-ALFA IS NUMERIC
                       AND WS-CHQ-VN-COUNT < 20
                       ADD 1 TO WS-CHQ-VN-COUNT
                       MOVE WS-CHT-NOTA
                           TO WS-CHQ-VN-NOTA(WS-CHQ-VN-COUNT)
                       MOVE WS-CHT-PARCELA
                           TO WS-CHQ-VN-PARCELA(WS-CHQ-VN-COUNT)
                       MOVE WS-CHT-VALOR
                           TO WS-CHQ-VN-VALOR(WS-CHQ-VN-COUNT)
                   END-IF
           END-READ.

       LOCALIZAR-CHEQUE.
           DISPLAY "Numero do cheque na custodia: " WITH NO ADVANCING
           ACCEPT WS-CHQ-NUMERO-ENT
           MOVE "N" TO WS-CHQ-ACHADO
           MOVE "N" TO WS-CHQ-ABERTO
           OPEN I-O CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
               DISPLAY "Nenhum cheque em custodia."
           ELSE
               MOVE "Y" TO WS-CHQ-ABERTO
               MOVE WS-CHQ-NUMERO-ENT TO CHEQUE-NUMERO-CHAVE
               READ CHEQUE-FILE KEY IS CHEQUE-NUMERO-CHAVE
                   INVALID KEY
                       DISPLAY "Cheque nao encontrado na custodia."
                   NOT INVALID KEY
                       PERFORM PARSE-CHEQUE-RECORD
                       MOVE CHEQUE-DADOS TO WS-AUD-ANTES
                       MOVE "Y" TO WS-CHQ-ACHADO
                       DISPLAY "Cliente " CHQ-CLIENTE " banco "
                           CHQ-BANCO " ag " CHQ-AGENCIA " cheque "
                           CHQ-NUMERO-CHEQUE
                       DISPLAY "Bom para " CHQ-BOM-PARA " valor "
                           CHQ-VALOR " situacao " CHQ-STATUS
               END-READ
           END-IF.

       FECHAR-CHEQUE-LOCALIZADO.
           IF WS-CHQ-ABERTO = "Y"
               CLOSE CHEQUE-FILE
           END-IF.

       REGRAVAR-CHEQUE.
           MOVE WS-DATA-ATUAL TO CHQ-DATA-MOVTO
           PERFORM GRAVAR-CHEQUE-RECORD
           REWRITE CHEQUE-RECORD
           PERFORM AUDITAR-CHEQUE.

       AUDITAR-CHEQUE.
           MOVE "gestaoContasReceber" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "CHEQUE " DELIMITED BY SIZE
                  CHQ-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE CHEQUE-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       DEPOSITAR-CHEQUE.
           PERFORM LOCALIZAR-CHEQUE
           IF WS-CHQ-ACHADO = "Y"
               PERFORM DEPOSITAR-CHEQUE-LIDO
           END-IF
           PERFORM FECHAR-CHEQUE-LOCALIZADO.

       DEPOSITAR-CHEQUE-LIDO.
           EVALUATE TRUE
               WHEN NOT (CHEQUE-CUSTODIA OR CHEQUE-REAPRESENTADO)
                   DISPLAY "Cheque nao esta disponivel para deposito."
               WHEN CHQ-BOM-PARA > WS-DATA-ATUAL
                   DISPLAY "Cheque bom para " CHQ-BOM-PARA
                       ", deposito antecipado nao permitido."
               WHEN OTHER
                   CALL 'obterContaBancaria' USING WS-PGT-CONTA
                   IF WS-PGT-CONTA = 0
                       DISPLAY "Deposito exige conta bancaria."
                   ELSE
                       SET CHEQUE-DEPOSITADO TO TRUE
                       MOVE WS-PGT-CONTA TO CHQ-CONTA
                       ADD 1 TO CHQ-APRESENTACOES
                       MOVE "DEPOSITO" TO WS-AUD-ACAO
                       PERFORM REGRAVAR-CHEQUE
                       DISPLAY "Cheque " CHQ-NUMERO
                           " depositado na conta " CHQ-CONTA "."
                   END-IF
           END-EVALUATE.

       COMPENSAR-CHEQUE.
           PERFORM LOCALIZAR-CHEQUE
           IF WS-CHQ-ACHADO = "Y"
               IF CHEQUE-DEPOSITADO
                   PERFORM COMPENSAR-CHEQUE-LIDO
               ELSE
                   DISPLAY "Somente cheque depositado pode ser "
                       "compensado."
               END-IF
           END-IF
           PERFORM FECHAR-CHEQUE-LOCALIZADO.

       COMPENSAR-CHEQUE-LIDO.
           DISPLAY "Data da compensacao (AAAAMMDD, Enter = hoje): "
               WITH NO ADVANCING
           ACCEPT WS-CHQ-ENTRADA-DATA
           IF WS-CHQ-ENTRADA-DATA IS NUMERIC
               MOVE WS-CHQ-ENTRADA-DATA TO WS-DATA-PAGAMENTO
           ELSE
               MOVE WS-DATA-ATUAL TO WS-DATA-PAGAMENTO
           END-IF
           PERFORM VERIFICAR-EXERCICIO-ENCERRADO
           IF WS-EXE-ENCERRADO = "N"
               SET CHEQUE-COMPENSADO TO TRUE
               MOVE "COMPENSA" TO WS-AUD-ACAO
               PERFORM REGRAVAR-CHEQUE
               PERFORM CARREGAR-VINCULOS-CHEQUE
               OPEN I-O TITULO-RECEBER-FILE
               PERFORM BAIXAR-TITULO-CHEQUE
                   VARYING WS-CHQ-VN-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-VN-IDX > WS-CHQ-VN-COUNT
               CLOSE TITULO-RECEBER-FILE
               DISPLAY "Cheque " CHQ-NUMERO " compensado em "
                   WS-DATA-PAGAMENTO "."
           END-IF.

       BAIXAR-TITULO-CHEQUE.
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX) DELIMITED BY SIZE ","
                  WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX) DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           READ TITULO-RECEBER-FILE
               KEY IS TITULO-REC-CHAVE
               INVALID KEY
                   DISPLAY "Titulo " WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX)
                       "/" WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX)
                       " nao encontrado."
               NOT INVALID KEY
                   PERFORM BAIXAR-TITULO-CHEQUE-LIDO
           END-READ.

       BAIXAR-TITULO-CHEQUE-LIDO.
           PERFORM PARSE-TITULO-RECORD
           IF NOT TITULO-ABERTO
               DISPLAY "Titulo " TIT-NOTA "/" TIT-PARCELA
                   " nao esta mais em aberto, verificar."
           ELSE
               MOVE WS-CHQ-VN-VALOR(WS-CHQ-VN-IDX) TO WS-VLR-PAGO
               MOVE 0 TO WS-VLR-JUROS
               MOVE 0 TO WS-VLR-MULTA
               MOVE CHQ-CONTA TO WS-PGT-CONTA
               IF WS-VLR-PAGO >= TIT-VALOR
                   SET TITULO-BAIXADO TO TRUE
                   MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
                   MOVE 0 TO TIT-JUROS
                   MOVE 0 TO TIT-MULTA
               ELSE
                   SUBTRACT WS-VLR-PAGO FROM TIT-VALOR
               END-IF
               PERFORM GRAVAR-TITULO-RECORD
               REWRITE TITULO-RECEBER-RECORD
               PERFORM GRAVAR-PAGAMENTO-TITULO
               DISPLAY "Titulo " TIT-NOTA "/" TIT-PARCELA
                   " baixado pelo cheque: " WS-VLR-PAGO
           END-IF.

       DEVOLVER-CHEQUE.
           PERFORM LOCALIZAR-CHEQUE
           IF WS-CHQ-ACHADO = "Y"
               IF CHEQUE-DEPOSITADO OR CHEQUE-COMPENSADO
                   PERFORM DEVOLVER-CHEQUE-LIDO
               ELSE
                   DISPLAY "Somente cheque depositado ou compensado "
                       "pode ser devolvido."
               END-IF
           END-IF
           PERFORM FECHAR-CHEQUE-LOCALIZADO.

       DEVOLVER-CHEQUE-LIDO.
           DISPLAY "Motivos: 11-Sem fundos 1a apres. 12-Sem fundos "
               "2a apres. 13-Conta encerrada"
           DISPLAY "         20-Folha cancelada 21-Sustado "
               "22-Assinatura divergente"
           DISPLAY "         28-Furto/roubo 31-Erro formal "
               "44-Cheque prescrito"
           DISPLAY "Motivo da devolucao: " WITH NO ADVANCING
           ACCEPT WS-CHQ-MOTIVO-ENT
           PERFORM OBTER-DESCRICAO-MOTIVO
           IF WS-CHQ-MOTIVO-DESC = SPACES
               DISPLAY "Motivo de devolucao invalido."
           ELSE
               PERFORM EFETIVAR-DEVOLUCAO-CHEQUE
           END-IF.

       OBTER-DESCRICAO-MOTIVO.
           MOVE SPACES TO WS-CHQ-MOTIVO-DESC
           EVALUATE WS-CHQ-MOTIVO-ENT
               WHEN "11"
                   MOVE "SEM FUNDOS 1A APRESENTACAO"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "12"
                   MOVE "SEM FUNDOS 2A APRESENTACAO"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "13"
                   MOVE "CONTA ENCERRADA" TO WS-CHQ-MOTIVO-DESC
               WHEN "20"
                   MOVE "FOLHA DE CHEQUE CANCELADA"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "21"
                   MOVE "CONTRA-ORDEM OU SUSTACAO"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "22"
                   MOVE "ASSINATURA DIVERGENTE" TO WS-CHQ-MOTIVO-DESC
               WHEN "28"
                   MOVE "SUSTACAO POR FURTO OU ROUBO"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "31"
                   MOVE "ERRO FORMAL DE PREENCHIMENTO"
                       TO WS-CHQ-MOTIVO-DESC
               WHEN "44"
                   MOVE "CHEQUE PRESCRITO" TO WS-CHQ-MOTIVO-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       EFETIVAR-DEVOLUCAO-CHEQUE.
           MOVE CHQ-STATUS TO WS-CHQ-STATUS-ANT
           SET CHEQUE-DEVOLVIDO TO TRUE
           MOVE WS-CHQ-MOTIVO-ENT TO CHQ-MOTIVO
           MOVE "DEVOLUCAO" TO WS-AUD-ACAO
           PERFORM REGRAVAR-CHEQUE
           DISPLAY "Cheque " CHQ-NUMERO " devolvido: "
               WS-CHQ-MOTIVO-DESC
           PERFORM CARREGAR-VINCULOS-CHEQUE
           IF WS-CHQ-STATUS-ANT = "L"
               MOVE WS-DATA-ATUAL TO WS-DATA-PAGAMENTO
               OPEN I-O TITULO-RECEBER-FILE
               PERFORM REABRIR-TITULO-CHEQUE
                   VARYING WS-CHQ-VN-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-VN-IDX > WS-CHQ-VN-COUNT
               CLOSE TITULO-RECEBER-FILE
           ELSE
               PERFORM EXIBIR-TITULO-DEVOLVIDO
                   VARYING WS-CHQ-VN-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-VN-IDX > WS-CHQ-VN-COUNT
           END-IF
           DISPLAY "Bloquear o cliente " CHQ-CLIENTE
               " pela devolucao? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CHQ-CONFIRMA
           IF WS-CHQ-CONFIRMA = "S" OR WS-CHQ-CONFIRMA = "s"
               PERFORM BLOQUEAR-CLIENTE-CHEQUE
           END-IF.

       EXIBIR-TITULO-DEVOLVIDO.
           DISPLAY "Titulo " WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX) "/"
               WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX)
               " volta para cobranca normal.".

       REABRIR-TITULO-CHEQUE.
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX) DELIMITED BY SIZE ","
                  WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX) DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           READ TITULO-RECEBER-FILE
               KEY IS TITULO-REC-CHAVE
               INVALID KEY
                   DISPLAY "Titulo " WS-CHQ-VN-NOTA(WS-CHQ-VN-IDX)
                       "/" WS-CHQ-VN-PARCELA(WS-CHQ-VN-IDX)
                       " nao encontrado."
               NOT INVALID KEY
                   PERFORM REABRIR-TITULO-CHEQUE-LIDO
           END-READ.

       REABRIR-TITULO-CHEQUE-LIDO.
           PERFORM PARSE-TITULO-RECORD
           EVALUATE TRUE
               WHEN TITULO-BAIXADO
                   SET TITULO-ABERTO TO TRUE
                   MOVE 0 TO TIT-DATA-BAIXA
                   MOVE 0 TO TIT-JUROS
                   MOVE 0 TO TIT-MULTA
               WHEN TITULO-ABERTO
                   ADD WS-CHQ-VN-VALOR(WS-CHQ-VN-IDX) TO TIT-VALOR
               WHEN OTHER
                   DISPLAY "Titulo " TIT-NOTA "/" TIT-PARCELA
                       " cancelado ou renegociado, verificar."
           END-EVALUATE
           IF TITULO-ABERTO
               PERFORM GRAVAR-TITULO-RECORD
               REWRITE TITULO-RECEBER-RECORD
               MOVE WS-CHQ-VN-VALOR(WS-CHQ-VN-IDX) TO WS-VLR-PAGO
               PERFORM GRAVAR-ESTORNO-TITULO
               DISPLAY "Titulo " TIT-NOTA "/" TIT-PARCELA
                   " reaberto, saldo " TIT-VALOR
           END-IF.

       GRAVAR-ESTORNO-TITULO.
           MOVE SPACES TO PAGAMENTO-TITULO-DADOS
           STRING "E" DELIMITED BY SIZE ","
                  TIT-NOTA DELIMITED BY SIZE ","
                  TIT-PARCELA DELIMITED BY SIZE ","
                  WS-DATA-PAGAMENTO DELIMITED BY SIZE ","
                  WS-VLR-PAGO DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  CHQ-CONTA DELIMITED BY SIZE
                  INTO PAGAMENTO-TITULO-DADOS
           OPEN EXTEND PAGAMENTO-TITULO-FILE
           WRITE PAGAMENTO-TITULO-RECORD
               FROM PAGAMENTO-TITULO-DADOS
           CLOSE PAGAMENTO-TITULO-FILE.

       BLOQUEAR-CLIENTE-CHEQUE.
           OPEN I-O CLIENTE-FILE
           MOVE CHQ-CLIENTE TO CLI-CODIGO-CHAVE
           READ CLIENTE-FILE KEY IS CLI-CODIGO-CHAVE
               INVALID KEY
                   DISPLAY "Cliente nao encontrado."
               NOT INVALID KEY
                   PERFORM BLOQUEAR-CLIENTE-CHEQUE-LIDO
           END-READ
           CLOSE CLIENTE-FILE.

       BLOQUEAR-CLIENTE-CHEQUE-LIDO.
           IF CL-BLOQUEADO
               DISPLAY "Cliente ja esta bloqueado."
           ELSE
               MOVE CL-SITUACAO TO WS-CHQ-SITUACAO-ANT
               IF WS-CHQ-SITUACAO-ANT = SPACE
                   MOVE "A" TO WS-CHQ-SITUACAO-ANT
               END-IF
               MOVE SPACES TO WS-AUD-ANTES
               STRING "SITUACAO " DELIMITED BY SIZE
                      WS-CHQ-SITUACAO-ANT DELIMITED BY SIZE
                      " DESDE " DELIMITED BY SIZE
                      CL-DATA-SITUACAO DELIMITED BY SIZE
                      INTO WS-AUD-ANTES
               MOVE "B" TO CL-SITUACAO
               MOVE WS-DATA-ATUAL TO CL-DATA-SITUACAO
               REWRITE CLIENTE-RECORD
               MOVE "gestaoContasReceber" TO WS-AUD-PROGRAMA
               MOVE "BLOQUEIO" TO WS-AUD-ACAO
               MOVE SPACES TO WS-AUD-CHAVE
               MOVE CL-CODIGO TO WS-AUD-CHAVE(1:5)
               MOVE SPACES TO WS-AUD-DEPOIS
               STRING "SITUACAO B DESDE " DELIMITED BY SIZE
                      CL-DATA-SITUACAO DELIMITED BY SIZE
                      " CHEQUE DEVOLVIDO " DELIMITED BY SIZE
                      CHQ-NUMERO DELIMITED BY SIZE
                      " MOTIVO " DELIMITED BY SIZE
                      CHQ-MOTIVO DELIMITED BY SIZE
                      INTO WS-AUD-DEPOIS
               CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
                   WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES
                   WS-AUD-DEPOIS
               DISPLAY "Cliente " CL-CODIGO " bloqueado."
           END-IF.

       REAPRESENTAR-CHEQUE.
           PERFORM LOCALIZAR-CHEQUE
           IF WS-CHQ-ACHADO = "Y"
               PERFORM REAPRESENTAR-CHEQUE-LIDO
           END-IF
           PERFORM FECHAR-CHEQUE-LOCALIZADO.

       REAPRESENTAR-CHEQUE-LIDO.
           EVALUATE TRUE
               WHEN NOT CHEQUE-DEVOLVIDO
                   DISPLAY "Somente cheque devolvido pode ser "
                       "reapresentado."
               WHEN CHQ-MOTIVO NOT = 11
                   DISPLAY "Motivo de devolucao " CHQ-MOTIVO
                       " nao admite reapresentacao."
               WHEN CHQ-APRESENTACOES > 1
                   DISPLAY "Cheque ja foi reapresentado uma vez."
               WHEN OTHER
                   DISPLAY "Nova data para deposito (AAAAMMDD, "
                       "Enter = hoje): " WITH NO ADVANCING
                   ACCEPT WS-CHQ-ENTRADA-DATA
                   IF WS-CHQ-ENTRADA-DATA IS NUMERIC
                       MOVE WS-CHQ-ENTRADA-DATA TO CHQ-BOM-PARA
                   ELSE
                       MOVE WS-DATA-ATUAL TO CHQ-BOM-PARA
                   END-IF
                   SET CHEQUE-REAPRESENTADO TO TRUE
                   MOVE 0 TO CHQ-CONTA
                   MOVE "REAPRESENT" TO WS-AUD-ACAO
                   PERFORM REGRAVAR-CHEQUE
                   DISPLAY "Cheque " CHQ-NUMERO " de volta a custodia "
                       "para deposito em " CHQ-BOM-PARA "."
           END-EVALUATE.

       LISTAR-CHEQUES-DEPOSITAR.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "          CHEQUES A DEPOSITAR NO DIA             "
           DISPLAY "================================================="
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           DISPLAY "Data de referencia (AAAAMMDD, Enter = hoje): "
               WITH NO ADVANCING
           ACCEPT WS-CHQ-ENTRADA-DATA
           IF WS-CHQ-ENTRADA-DATA IS NUMERIC
               MOVE WS-CHQ-ENTRADA-DATA TO WS-CHQ-DATA-REF
           ELSE
               MOVE WS-DATA-ATUAL TO WS-CHQ-DATA-REF
           END-IF
           MOVE 0 TO WS-CHQ-QTD
           MOVE 0 TO WS-CHQ-TOTAL
           OPEN OUTPUT CHEQUE-DEPOSITAR-FILE
           MOVE ALL "=" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "CHEQUES A DEPOSITAR - BOM PARA ATE "
                  DELIMITED BY SIZE
                  WS-CHQ-DATA-REF DELIMITED BY SIZE
                  "   EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "CUSTOD CLIENTE BCO AGENC CHEQUE BOM PARA "
                  DELIMITED BY SIZE
                  "EMITENTE" DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           MOVE "VALOR" TO WS-CHQ-LINHA(74:5)
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-CHQ-EOF
           ELSE
               PERFORM LER-CHEQUE-DEPOSITAR UNTIL WS-CHQ-EOF = "Y"
               CLOSE CHEQUE-FILE
           END-IF
           IF WS-CHQ-QTD = 0
               MOVE "NENHUM CHEQUE A DEPOSITAR." TO WS-CHQ-LINHA
               PERFORM EMITIR-LINHA-DEPOSITAR
           END-IF
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE WS-CHQ-TOTAL TO WS-CHQ-TOTAL-ED
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-CHQ-QTD DELIMITED BY SIZE
                  " CHEQUE(S)" DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-DEPOSITAR
           MOVE ALL "=" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-DEPOSITAR
           CLOSE CHEQUE-DEPOSITAR-FILE
           MOVE "chequesDepositar.txt" TO WS-RLE-ARQUIVO
           MOVE "chequesDepositar" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           STRING "Referencia " DELIMITED BY SIZE
                  WS-CHQ-DATA-REF DELIMITED BY SIZE
                  INTO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Lista gravada em chequesDepositar.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       LER-CHEQUE-DEPOSITAR.
           READ CHEQUE-FILE INTO CHEQUE-RECORD
               AT END
                   MOVE "Y" TO WS-CHQ-EOF
               NOT AT END
                   PERFORM PARSE-CHEQUE-RECORD
                   IF (CHEQUE-CUSTODIA OR CHEQUE-REAPRESENTADO)
                       AND CHQ-BOM-PARA <= WS-CHQ-DATA-REF
                       ADD 1 TO WS-CHQ-QTD
                       ADD CHQ-VALOR TO WS-CHQ-TOTAL
                       MOVE CHQ-VALOR TO WS-CHQ-VALOR-ED
                       MOVE SPACES TO WS-CHQ-LINHA
                       STRING CHQ-NUMERO DELIMITED BY SIZE " "
                              CHQ-CLIENTE DELIMITED BY SIZE "   "
                              CHQ-BANCO DELIMITED BY SIZE " "
                              CHQ-AGENCIA DELIMITED BY SIZE " "
                              CHQ-NUMERO-CHEQUE DELIMITED BY SIZE " "
                              CHQ-BOM-PARA DELIMITED BY SIZE " "
                              CHQ-EMITENTE DELIMITED BY SIZE
                              INTO WS-CHQ-LINHA
                       MOVE WS-CHQ-VALOR-ED TO WS-CHQ-LINHA(67:12)
                       IF CHEQUE-REAPRESENTADO
                           MOVE "R" TO WS-CHQ-LINHA(80:1)
                       END-IF
                       PERFORM EMITIR-LINHA-DEPOSITAR
                   END-IF
           END-READ.

       EMITIR-LINHA-DEPOSITAR.
           DISPLAY WS-CHQ-LINHA
           MOVE WS-CHQ-LINHA TO CHEQUE-DEPOSITAR-LINHA
           WRITE CHEQUE-DEPOSITAR-LINHA.

       POSICAO-CUSTODIA-CHEQUES.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "       POSICAO DA CUSTODIA DE CHEQUES            "
           DISPLAY "================================================="
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           MOVE 0 TO WS-CHQ-PS-COUNT
           MOVE "N" TO WS-CHQ-EOF
           OPEN INPUT CHEQUE-FILE
           IF WS-CHQ-FILE-STATUS = "35"
               MOVE "Y" TO WS-CHQ-EOF
           ELSE
               PERFORM CARREGAR-POSICAO-CHEQUE UNTIL WS-CHQ-EOF = "Y"
               CLOSE CHEQUE-FILE
           END-IF
           PERFORM ORDENAR-POSICAO-PASSO
               VARYING WS-CHQ-PS-LIMITE FROM WS-CHQ-PS-COUNT BY -1
               UNTIL WS-CHQ-PS-LIMITE < 2
           MOVE 0 TO WS-CHQ-QTD
           MOVE 0 TO WS-CHQ-TOTAL
           MOVE 0 TO WS-CHQ-TOTAL-DATA
           MOVE 0 TO WS-CHQ-TOTAL-CUSTODIA
           MOVE 0 TO WS-CHQ-TOTAL-DEPOSITO
           MOVE 0 TO WS-CHQ-TOTAL-DEVOLVID
           MOVE 0 TO WS-CHQ-DATA-QUEBRA
           OPEN OUTPUT POSICAO-CHEQUE-FILE
           MOVE ALL "=" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "POSICAO DA CUSTODIA DE CHEQUES POR BOM PARA"
                  DELIMITED BY SIZE
                  "   EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           MOVE SPACES TO WS-CHQ-LINHA
           MOVE "BOM PARA CUSTOD CLIENTE BCO CHEQUE" TO WS-CHQ-LINHA
           MOVE "SITUACAO" TO WS-CHQ-LINHA(41:8)
           MOVE "VALOR" TO WS-CHQ-LINHA(74:5)
           PERFORM EMITIR-LINHA-POSICAO
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           PERFORM EMITIR-CHEQUE-POSICAO
               VARYING WS-CHQ-PS-IDX FROM 1 BY 1
               UNTIL WS-CHQ-PS-IDX > WS-CHQ-PS-COUNT
           IF WS-CHQ-PS-COUNT = 0
               MOVE "NENHUM CHEQUE EM CUSTODIA." TO WS-CHQ-LINHA
               PERFORM EMITIR-LINHA-POSICAO
           ELSE
               PERFORM EMITIR-TOTAL-DATA-POSICAO
           END-IF
           MOVE ALL "-" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           MOVE "EM CUSTODIA (A DEPOSITAR)" TO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL-CUSTODIA TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO
           MOVE "DEPOSITADOS AGUARDANDO COMPENSACAO" TO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL-DEPOSITO TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO
           MOVE "DEVOLVIDOS" TO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL-DEVOLVID TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "TOTAL GERAL " DELIMITED BY SIZE
                  WS-CHQ-QTD DELIMITED BY SIZE
                  " CHEQUE(S)" DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO
           MOVE ALL "=" TO WS-CHQ-LINHA
           PERFORM EMITIR-LINHA-POSICAO
           CLOSE POSICAO-CHEQUE-FILE
           MOVE "posicaoCustodiaCheques.txt" TO WS-RLE-ARQUIVO
           MOVE "posicaoCustodia" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Posicao gravada em posicaoCustodiaCheques.txt"
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       CARREGAR-POSICAO-CHEQUE.
           READ CHEQUE-FILE INTO CHEQUE-RECORD
               AT END
                   MOVE "Y" TO WS-CHQ-EOF
               NOT AT END
                   PERFORM PARSE-CHEQUE-RECORD
                   IF NOT CHEQUE-COMPENSADO
                       AND WS-CHQ-PS-COUNT < 1000
                       ADD 1 TO WS-CHQ-PS-COUNT
                       MOVE CHQ-BOM-PARA
                           TO WS-CHQ-PS-BOM-PARA(WS-CHQ-PS-COUNT)
                       MOVE CHQ-NUMERO
                           TO WS-CHQ-PS-NUMERO(WS-CHQ-PS-COUNT)
                       MOVE CHQ-CLIENTE
                           TO WS-CHQ-PS-CLIENTE(WS-CHQ-PS-COUNT)
                       MOVE CHQ-BANCO
                           TO WS-CHQ-PS-BANCO(WS-CHQ-PS-COUNT)
                       MOVE CHQ-NUMERO-CHEQUE
                           TO WS-CHQ-PS-CHEQUE(WS-CHQ-PS-COUNT)
                       MOVE CHQ-VALOR
                           TO WS-CHQ-PS-VALOR(WS-CHQ-PS-COUNT)
                       MOVE CHQ-STATUS
                           TO WS-CHQ-PS-STATUS(WS-CHQ-PS-COUNT)
                   END-IF
           END-READ.

       ORDENAR-POSICAO-PASSO.
           PERFORM COMPARAR-POSICAO-CHEQUE
               VARYING WS-CHQ-PS-IDX FROM 1 BY 1
               UNTIL WS-CHQ-PS-IDX >= WS-CHQ-PS-LIMITE.

       COMPARAR-POSICAO-CHEQUE.
           IF WS-CHQ-PS-CHAVE(WS-CHQ-PS-IDX)
               > WS-CHQ-PS-CHAVE(WS-CHQ-PS-IDX + 1)
               MOVE WS-CHQ-PS-ENTRY(WS-CHQ-PS-IDX) TO WS-CHQ-PS-TEMP
               MOVE WS-CHQ-PS-ENTRY(WS-CHQ-PS-IDX + 1)
                   TO WS-CHQ-PS-ENTRY(WS-CHQ-PS-IDX)
               MOVE WS-CHQ-PS-TEMP
                   TO WS-CHQ-PS-ENTRY(WS-CHQ-PS-IDX + 1)
           END-IF.

       EMITIR-CHEQUE-POSICAO.
           IF WS-CHQ-PS-BOM-PARA(WS-CHQ-PS-IDX) NOT = WS-CHQ-DATA-QUEBRA
               IF WS-CHQ-PS-IDX > 1
                   PERFORM EMITIR-TOTAL-DATA-POSICAO
               END-IF
               MOVE WS-CHQ-PS-BOM-PARA(WS-CHQ-PS-IDX)
                   TO WS-CHQ-DATA-QUEBRA
               MOVE 0 TO WS-CHQ-TOTAL-DATA
           END-IF
           ADD 1 TO WS-CHQ-QTD
           ADD WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX) TO WS-CHQ-TOTAL
           ADD WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX) TO WS-CHQ-TOTAL-DATA
           MOVE SPACES TO WS-CHQ-LINHA
           STRING WS-CHQ-PS-BOM-PARA(WS-CHQ-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHQ-PS-NUMERO(WS-CHQ-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHQ-PS-CLIENTE(WS-CHQ-PS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-CHQ-PS-BANCO(WS-CHQ-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHQ-PS-CHEQUE(WS-CHQ-PS-IDX) DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           EVALUATE WS-CHQ-PS-STATUS(WS-CHQ-PS-IDX)
               WHEN "D"
                   MOVE "DEPOSITADO" TO WS-CHQ-LINHA(41:20)
                   ADD WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX)
                       TO WS-CHQ-TOTAL-DEPOSITO
               WHEN "V"
                   MOVE "DEVOLVIDO" TO WS-CHQ-LINHA(41:20)
                   ADD WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX)
                       TO WS-CHQ-TOTAL-DEVOLVID
               WHEN OTHER
                   IF WS-CHQ-PS-STATUS(WS-CHQ-PS-IDX) = "R"
                       MOVE "REAPRESENTAR" TO WS-CHQ-LINHA(41:20)
                   ELSE
                       MOVE "EM CUSTODIA" TO WS-CHQ-LINHA(41:20)
                   END-IF
                   IF WS-CHQ-PS-BOM-PARA(WS-CHQ-PS-IDX) < WS-DATA-ATUAL
                       MOVE "*ATRASADO" TO WS-CHQ-LINHA(54:9)
                   END-IF
                   ADD WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX)
                       TO WS-CHQ-TOTAL-CUSTODIA
           END-EVALUATE
           MOVE WS-CHQ-PS-VALOR(WS-CHQ-PS-IDX) TO WS-CHQ-VALOR-ED
           MOVE WS-CHQ-VALOR-ED TO WS-CHQ-LINHA(67:12)
           PERFORM EMITIR-LINHA-POSICAO.

       EMITIR-TOTAL-DATA-POSICAO.
           MOVE SPACES TO WS-CHQ-LINHA
           STRING "         TOTAL BOM PARA " DELIMITED BY SIZE
                  WS-CHQ-DATA-QUEBRA DELIMITED BY SIZE
                  INTO WS-CHQ-LINHA
           MOVE WS-CHQ-TOTAL-DATA TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-CHQ-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO.

       EMITIR-LINHA-POSICAO.
           DISPLAY WS-CHQ-LINHA
           MOVE WS-CHQ-LINHA TO POSICAO-CHEQUE-LINHA
           WRITE POSICAO-CHEQUE-LINHA.

       DESCONTO-DUPLICATAS.
           CALL 'clearScreen'.
           DISPLAY "================================================="
           DISPLAY "        DESCONTO DE DUPLICATAS NO BANCO          "
           DISPLAY "================================================="
           DISPLAY "Acao (O-Nova operacao / L-Liquidado pelo sacado "
               "/ K-Recompra / P-Posicao): " WITH NO ADVANCING
           ACCEPT WS-DCT-ACAO
           ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
           EVALUATE WS-DCT-ACAO
               WHEN "O"
                   PERFORM NOVA-OPERACAO-DESCONTO
               WHEN "L"
                   PERFORM LIQUIDAR-TITULO-DESCONTADO
               WHEN "K"
                   PERFORM RECOMPRAR-TITULO-DESCONTADO
               WHEN "P"
                   PERFORM POSICAO-DESCONTOS
               WHEN OTHER
                   DISPLAY "Acao invalida, informe O, L, K ou P."
           END-EVALUATE
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.

       NOVA-OPERACAO-DESCONTO.
           MOVE "Y" TO WS-DCT-VALIDO
           DISPLAY "Conta bancaria que recebe o credito:"
           CALL 'obterContaBancaria' USING WS-DCT-CONTA
           IF WS-DCT-CONTA = 0
               DISPLAY "Operacao de desconto exige conta bancaria."
               MOVE "N" TO WS-DCT-VALIDO
           END-IF
           IF WS-DCT-VALIDO = "Y"
               DISPLAY "Taxa de desconto (% ao mes, 999V99): "
                   WITH NO ADVANCING
               ACCEPT WS-DCT-TAXA-ALFA
               DISPLAY "Tarifas e IOF da operacao (Enter = zero): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DCT-ENTRADA-VALOR
               ACCEPT WS-DCT-ENTRADA-VALOR
               IF WS-DCT-ENTRADA-VALOR = SPACES
                   MOVE 0 TO WS-DCT-TARIFAS
               ELSE
                   IF WS-DCT-ENTRADA-VALOR IS NUMERIC
                       MOVE WS-DCT-ENTRADA-VALOR-NUM TO WS-DCT-TARIFAS
                   ELSE
                       MOVE "N" TO WS-DCT-VALIDO
                   END-IF
               END-IF
               IF WS-DCT-TAXA-ALFA IS NOT NUMERIC
                   MOVE "N" TO WS-DCT-VALIDO
               END-IF
               IF WS-DCT-VALIDO = "N"
                   DISPLAY "Entrada invalida, digite somente numeros."
               END-IF
           END-IF
           IF WS-DCT-VALIDO = "Y"
               PERFORM SELECIONAR-TITULOS-DESCONTO
           END-IF.

       SELECIONAR-TITULOS-DESCONTO.
           PERFORM CARREGAR-TITULOS-EM-CUSTODIA
           MOVE 0 TO WS-DCT-COUNT
           MOVE 0 TO WS-DCT-BRUTO
           MOVE 0 TO WS-DCT-JUROS
           MOVE "N" TO WS-DCT-FIM
           OPEN INPUT TITULO-RECEBER-FILE
           PERFORM INFORMAR-TITULO-DESCONTO UNTIL WS-DCT-FIM = "Y"
           CLOSE TITULO-RECEBER-FILE
           COMPUTE WS-DCT-LIQUIDO =
               WS-DCT-BRUTO - WS-DCT-JUROS - WS-DCT-TARIFAS
           IF WS-DCT-COUNT = 0
               DISPLAY "Nenhum titulo selecionado para desconto."
           ELSE
               IF WS-DCT-LIQUIDO <= 0
                   DISPLAY "Encargos superam o valor dos titulos, "
                       "operacao recusada."
               ELSE
                   MOVE WS-DCT-LIQUIDO TO WS-DCT-CREDITO
                   DISPLAY "Titulos..........: " WS-DCT-COUNT
                   DISPLAY "Valor de face....: " WS-DCT-BRUTO
                   DISPLAY "Juros de desconto: " WS-DCT-JUROS
                   DISPLAY "Tarifas e IOF....: " WS-DCT-TARIFAS
                   DISPLAY "Liquido creditado: " WS-DCT-CREDITO
                   DISPLAY "Confirma a operacao de desconto? (S/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-DCT-CONFIRMA
                   IF WS-DCT-CONFIRMA = "S" OR WS-DCT-CONFIRMA = "s"
                       PERFORM EFETIVAR-OPERACAO-DESCONTO
                   ELSE
                       DISPLAY "Operacao de desconto abandonada."
                   END-IF
               END-IF
           END-IF.

       INFORMAR-TITULO-DESCONTO.
           DISPLAY "Nota do titulo (0 = encerrar): " WITH NO ADVANCING
           ACCEPT WS-BAIXA-NOTA
           IF WS-BAIXA-NOTA = 0
               MOVE "Y" TO WS-DCT-FIM
           ELSE
               DISPLAY "Parcela: " WITH NO ADVANCING
               ACCEPT WS-BAIXA-PARCELA
               MOVE SPACES TO TITULO-RECEBER-DADOS
               STRING WS-BAIXA-NOTA DELIMITED BY SIZE ","
                      WS-BAIXA-PARCELA DELIMITED BY SIZE
                      INTO TITULO-RECEBER-DADOS
               READ TITULO-RECEBER-FILE
                   KEY IS TITULO-REC-CHAVE
                   INVALID KEY
                       DISPLAY "Titulo nao encontrado."
                   NOT INVALID KEY
                       PERFORM VALIDAR-TITULO-DESCONTO
               END-READ
           END-IF
           IF WS-DCT-COUNT = 50
               MOVE "Y" TO WS-DCT-FIM
           END-IF.

       VALIDAR-TITULO-DESCONTO.
           PERFORM PARSE-TITULO-RECORD
           PERFORM PROCURAR-TITULO-CUSTODIA
               VARYING WS-CHQ-AT-IDX FROM 1 BY 1
               UNTIL WS-CHQ-AT-IDX > WS-CHQ-AT-COUNT
                   OR (WS-CHQ-AT-NOTA(WS-CHQ-AT-IDX) = TIT-NOTA
                   AND WS-CHQ-AT-PARCELA(WS-CHQ-AT-IDX)
                       = TIT-PARCELA)
           PERFORM PROCURAR-TITULO-OPERACAO
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-COUNT
                   OR (WS-DCT-NOTA(WS-DCT-IDX) = TIT-NOTA
                   AND WS-DCT-PARCELA(WS-DCT-IDX) = TIT-PARCELA)
           EVALUATE TRUE
               WHEN NOT TITULO-ABERTO
                   DISPLAY "Titulo nao esta em aberto."
               WHEN TIT-VENCIMENTO <= WS-DATA-ATUAL
                   DISPLAY "Titulo vencido nao pode ser descontado."
               WHEN WS-CHQ-AT-IDX <= WS-CHQ-AT-COUNT
                   DISPLAY "Titulo vinculado a cheque em custodia."
               WHEN WS-DCT-IDX <= WS-DCT-COUNT
                   DISPLAY "Titulo ja incluido na operacao."
               WHEN OTHER
                   ADD 1 TO WS-DCT-COUNT
                   MOVE TIT-NOTA TO WS-DCT-NOTA(WS-DCT-COUNT)
                   MOVE TIT-PARCELA TO WS-DCT-PARCELA(WS-DCT-COUNT)
                   MOVE TIT-VENCIMENTO TO WS-DCT-VENC(WS-DCT-COUNT)
                   MOVE TIT-VALOR TO WS-DCT-VALOR(WS-DCT-COUNT)
                   COMPUTE WS-DCT-DIAS =
                       FUNCTION INTEGER-OF-DATE(TIT-VENCIMENTO) -
                       FUNCTION INTEGER-OF-DATE(WS-DATA-ATUAL)
                   MOVE WS-DCT-DIAS TO WS-DCT-PRAZO(WS-DCT-COUNT)
                   COMPUTE WS-DCT-VL-JUROS(WS-DCT-COUNT) ROUNDED =
                       TIT-VALOR * WS-DCT-TAXA * WS-DCT-DIAS / 3000
                   ADD TIT-VALOR TO WS-DCT-BRUTO
                   ADD WS-DCT-VL-JUROS(WS-DCT-COUNT) TO WS-DCT-JUROS
                   DISPLAY "Titulo incluido: " WS-DCT-DIAS
                       " dias, juros " WS-DCT-VL-JUROS(WS-DCT-COUNT)
           END-EVALUATE.

       PROCURAR-TITULO-OPERACAO.
           CONTINUE.

       EFETIVAR-OPERACAO-DESCONTO.
           MOVE "DESCONTO" TO WS-SEQ-SERIE
           MOVE 1 TO WS-SEQ-MINIMO
           CALL 'obterProximoNumero' USING WS-SEQ-SERIE
               WS-SEQ-MINIMO WS-SEQ-NUMERO
           MOVE WS-SEQ-NUMERO TO WS-DCT-NUMERO
           OPEN I-O TITULO-RECEBER-FILE
           PERFORM MARCAR-TITULO-DESCONTADO
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-COUNT
           CLOSE TITULO-RECEBER-FILE
           OPEN EXTEND DESCONTO-FILE
           IF WS-DCT-FILE-STATUS = "35"
               OPEN OUTPUT DESCONTO-FILE
           END-IF
           MOVE SPACES TO DESCONTO-DADOS
           STRING "O" DELIMITED BY SIZE ","
                  WS-DCT-NUMERO DELIMITED BY SIZE ","
                  WS-DATA-ATUAL DELIMITED BY SIZE ","
                  WS-DCT-CONTA DELIMITED BY SIZE ","
                  WS-DCT-TAXA-ALFA DELIMITED BY SIZE ","
                  WS-DCT-BRUTO DELIMITED BY SIZE ","
                  WS-DCT-JUROS DELIMITED BY SIZE ","
                  WS-DCT-TARIFAS DELIMITED BY SIZE ","
                  WS-DCT-CREDITO DELIMITED BY SIZE ","
                  WS-DCT-COUNT DELIMITED BY SIZE
                  INTO DESCONTO-DADOS
           WRITE DESCONTO-RECORD
           MOVE DESCONTO-DADOS TO WS-AUD-DEPOIS
           PERFORM GRAVAR-ITEM-DESCONTO
               VARYING WS-DCT-IDX FROM 1 BY 1
               UNTIL WS-DCT-IDX > WS-DCT-COUNT
           CLOSE DESCONTO-FILE
           MOVE SPACES TO PAGAMENTO-TITULO-DADOS
           STRING "D" DELIMITED BY SIZE ","
                  WS-DCT-NUMERO DELIMITED BY SIZE ","
                  "00" DELIMITED BY SIZE ","
                  WS-DATA-ATUAL DELIMITED BY SIZE ","
                  WS-DCT-CREDITO DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  "000000000" DELIMITED BY SIZE ","
                  WS-DCT-CONTA DELIMITED BY SIZE
                  INTO PAGAMENTO-TITULO-DADOS
           OPEN EXTEND PAGAMENTO-TITULO-FILE
           WRITE PAGAMENTO-TITULO-RECORD
               FROM PAGAMENTO-TITULO-DADOS
           CLOSE PAGAMENTO-TITULO-FILE
           COMPUTE WS-DCT-DESPESA = WS-DCT-JUROS + WS-DCT-TARIFAS
           IF WS-DCT-DESPESA > 0
               MOVE SPACES TO WS-DSP-DOCUMENTO
               STRING "DESC " DELIMITED BY SIZE
                      WS-DCT-NUMERO DELIMITED BY SIZE
                      INTO WS-DSP-DOCUMENTO
               MOVE SPACES TO WS-DSP-HISTORICO
               STRING "DESCONTO DUPLICATAS CONTA " DELIMITED BY SIZE
                      WS-DCT-CONTA DELIMITED BY SIZE
                      INTO WS-DSP-HISTORICO
               PERFORM GRAVAR-DESPESA-DESCONTO
           END-IF
           MOVE "gestaoContasReceber" TO WS-AUD-PROGRAMA
           MOVE "DESCONTO" TO WS-AUD-ACAO
           MOVE SPACES TO WS-AUD-CHAVE
           STRING "DESCONTO " DELIMITED BY SIZE
                  WS-DCT-NUMERO DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE SPACES TO WS-AUD-ANTES
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
           DISPLAY "Operacao " WS-DCT-NUMERO " registrada, liquido "
               WS-DCT-CREDITO " creditado na conta " WS-DCT-CONTA "."
           DISPLAY "Operacao de desconto registrada!".

       MARCAR-TITULO-DESCONTADO.
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING WS-DCT-NOTA(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-PARCELA(WS-DCT-IDX) DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           READ TITULO-RECEBER-FILE
               KEY IS TITULO-REC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-TITULO-RECORD
                   SET TITULO-DESCONTADO TO TRUE
                   PERFORM GRAVAR-TITULO-RECORD
                   REWRITE TITULO-RECEBER-RECORD
           END-READ.

       GRAVAR-ITEM-DESCONTO.
           MOVE WS-DCT-VALOR(WS-DCT-IDX) TO WS-DCT-LINHA-VALOR
           MOVE SPACES TO DESCONTO-DADOS
           STRING "I" DELIMITED BY SIZE ","
                  WS-DCT-NUMERO DELIMITED BY SIZE ","
                  WS-DCT-NOTA(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-PARCELA(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-VENC(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-LINHA-VALOR-ALFA DELIMITED BY SIZE ","
                  WS-DCT-VL-JUROS(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-PRAZO(WS-DCT-IDX) DELIMITED BY SIZE ","
                  WS-DCT-CONTA DELIMITED BY SIZE
                  INTO DESCONTO-DADOS
           WRITE DESCONTO-RECORD.

       GRAVAR-DESPESA-DESCONTO.
           MOVE SPACES TO DESPESA-DADOS
           STRING WS-DATA-ATUAL DELIMITED BY SIZE ","
                  "DESCONTO" DELIMITED BY SIZE ","
                  WS-DSP-DOCUMENTO DELIMITED BY SIZE ","
                  WS-DCT-DESPESA DELIMITED BY SIZE ","
                  WS-DSP-HISTORICO DELIMITED BY SIZE
                  INTO DESPESA-DADOS
           OPEN EXTEND DESPESA-FILE
           IF WS-DSP-FILE-STATUS = "35"
               OPEN OUTPUT DESPESA-FILE
           END-IF
           WRITE DESPESA-RECORD
           CLOSE DESPESA-FILE.

       LOCALIZAR-TITULO-DESCONTADO.
           DISPLAY "Nota do titulo: " WITH NO ADVANCING
           ACCEPT WS-BAIXA-NOTA
           DISPLAY "Parcela: " WITH NO ADVANCING
           ACCEPT WS-BAIXA-PARCELA
           MOVE "N" TO WS-DCT-ACHADO
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING WS-BAIXA-NOTA DELIMITED BY SIZE ","
                  WS-BAIXA-PARCELA DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           READ TITULO-RECEBER-FILE
               KEY IS TITULO-REC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-TITULO-RECORD
                   IF TITULO-DESCONTADO
                       MOVE "Y" TO WS-DCT-ACHADO
                       MOVE TITULO-RECEBER-DADOS TO WS-AUD-ANTES
                   END-IF
           END-READ
           IF WS-DCT-ACHADO = "N"
               DISPLAY "Titulo nao encontrado ou nao descontado."
           END-IF.

       VERIFICAR-EXERCICIO-ENCERRADO.
           MOVE WS-DATA-PAGAMENTO TO WS-EXE-DATA
           CALL 'verificarExercicioEncerrado' USING WS-EXE-DATA
               WS-EXE-ENCERRADO
           IF WS-EXE-ENCERRADO = "Y"
               DISPLAY "Data " WS-EXE-DATA " pertence a exercicio "
                   "encerrado, lancamento bloqueado."
           END-IF.

       LIQUIDAR-TITULO-DESCONTADO.
           OPEN I-O TITULO-RECEBER-FILE
           PERFORM LOCALIZAR-TITULO-DESCONTADO
           IF WS-DCT-ACHADO = "Y"
               DISPLAY "Data da liquidacao (AAAAMMDD, Enter = hoje): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTRADA-DATA-PGTO
               IF WS-ENTRADA-DATA-PGTO IS NUMERIC
                   MOVE WS-ENTRADA-DATA-PGTO TO WS-DATA-PAGAMENTO
               ELSE
                   MOVE WS-DATA-ATUAL TO WS-DATA-PAGAMENTO
               END-IF
               PERFORM VERIFICAR-EXERCICIO-ENCERRADO
               IF WS-EXE-ENCERRADO = "N"
                   SET TITULO-BAIXADO TO TRUE
                   MOVE WS-DATA-PAGAMENTO TO TIT-DATA-BAIXA
                   MOVE 0 TO TIT-JUROS
                   MOVE 0 TO TIT-MULTA
                   PERFORM GRAVAR-TITULO-RECORD
                   REWRITE TITULO-RECEBER-RECORD
                   MOVE TIT-VALOR TO WS-VLR-PAGO
                   MOVE 0 TO WS-VLR-JUROS
                   MOVE 0 TO WS-VLR-MULTA
                   MOVE 0 TO WS-PGT-CONTA
                   PERFORM GRAVAR-PAGAMENTO-TITULO
                   MOVE "LIQUIDACAO" TO WS-AUD-ACAO
                   PERFORM AUDITAR-TITULO-DESCONTADO
                   DISPLAY "Titulo liquidado pelo sacado, "
                       "responsabilidade junto ao banco encerrada."
               END-IF
           END-IF
           CLOSE TITULO-RECEBER-FILE.

       RECOMPRAR-TITULO-DESCONTADO.
           OPEN I-O TITULO-RECEBER-FILE
           PERFORM LOCALIZAR-TITULO-DESCONTADO
           IF WS-DCT-ACHADO = "Y"
               PERFORM OBTER-CONTA-DESCONTO
               DISPLAY "Encargos cobrados pelo banco (Enter = zero): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DCT-ENTRADA-VALOR
               ACCEPT WS-DCT-ENTRADA-VALOR
               IF WS-DCT-ENTRADA-VALOR IS NUMERIC
                   MOVE WS-DCT-ENTRADA-VALOR-NUM TO WS-DCT-ENCARGOS
               ELSE
                   MOVE 0 TO WS-DCT-ENCARGOS
               END-IF
               SET TITULO-ABERTO TO TRUE
               PERFORM GRAVAR-TITULO-RECORD
               REWRITE TITULO-RECEBER-RECORD
               COMPUTE WS-DCT-CREDITO = TIT-VALOR + WS-DCT-ENCARGOS
               MOVE SPACES TO PAGAMENTO-TITULO-DADOS
               STRING "K" DELIMITED BY SIZE ","
                      TIT-NOTA DELIMITED BY SIZE ","
                      TIT-PARCELA DELIMITED BY SIZE ","
                      WS-DATA-ATUAL DELIMITED BY SIZE ","
                      WS-DCT-CREDITO DELIMITED BY SIZE ","
                      "000000000" DELIMITED BY SIZE ","
                      "000000000" DELIMITED BY SIZE ","
                      WS-DCT-CONTA DELIMITED BY SIZE
                      INTO PAGAMENTO-TITULO-DADOS
               OPEN EXTEND PAGAMENTO-TITULO-FILE
               WRITE PAGAMENTO-TITULO-RECORD
                   FROM PAGAMENTO-TITULO-DADOS
               CLOSE PAGAMENTO-TITULO-FILE
               IF WS-DCT-ENCARGOS > 0
                   MOVE WS-DCT-ENCARGOS TO WS-DCT-DESPESA
                   MOVE SPACES TO WS-DSP-DOCUMENTO
                   STRING TIT-NOTA DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          TIT-PARCELA DELIMITED BY SIZE
                          INTO WS-DSP-DOCUMENTO
                   MOVE "ENCARGOS RECOMPRA DE DUPLICATA"
                       TO WS-DSP-HISTORICO
                   PERFORM GRAVAR-DESPESA-DESCONTO
               END-IF
               MOVE "RECOMPRA" TO WS-AUD-ACAO
               PERFORM AUDITAR-TITULO-DESCONTADO
               DISPLAY "Titulo recomprado, debito de " WS-DCT-CREDITO
                   " na conta " WS-DCT-CONTA "."
               DISPLAY "Titulo volta para a carteira propria."
           END-IF
           CLOSE TITULO-RECEBER-FILE.

       OBTER-CONTA-DESCONTO.
           MOVE 0 TO WS-DCT-CONTA
           MOVE "N" TO WS-DCT-EOF
           OPEN INPUT DESCONTO-FILE
           IF WS-DCT-FILE-STATUS = "35"
               MOVE "Y" TO WS-DCT-EOF
           ELSE
               PERFORM LER-ITEM-CONTA-DESCONTO UNTIL WS-DCT-EOF = "Y"
               CLOSE DESCONTO-FILE
           END-IF.

       LER-ITEM-CONTA-DESCONTO.
           READ DESCONTO-FILE INTO DESCONTO-RECORD
               AT END
                   MOVE "Y" TO WS-DCT-EOF
               NOT AT END
                   PERFORM PARSE-ITEM-DESCONTO
                   IF WS-DCT-TIPO = "I"
                       AND WS-DCT-LINHA-NOTA = TIT-NOTA
                       AND WS-DCT-LINHA-PARCELA = TIT-PARCELA
                       MOVE WS-DCT-LINHA-CONTA TO WS-DCT-CONTA
                   END-IF
           END-READ.

       PARSE-ITEM-DESCONTO.
           UNSTRING DESCONTO-DADOS DELIMITED BY ","
               INTO WS-DCT-TIPO WS-DCT-LINHA-NUMERO
                    WS-DCT-LINHA-NOTA WS-DCT-LINHA-PARCELA
                    WS-DCT-LINHA-VENC WS-DCT-LINHA-VALOR-ALFA
                    WS-DCT-LINHA-JUROS WS-DCT-LINHA-DIAS
                    WS-DCT-LINHA-CONTA.

       AUDITAR-TITULO-DESCONTADO.
           MOVE "gestaoContasReceber" TO WS-AUD-PROGRAMA
           MOVE SPACES TO WS-AUD-CHAVE
           STRING TIT-NOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TIT-PARCELA DELIMITED BY SIZE
                  INTO WS-AUD-CHAVE
           MOVE TITULO-RECEBER-DADOS TO WS-AUD-DEPOIS
           CALL 'registrarAuditoria' USING WS-AUD-PROGRAMA
               WS-AUD-ACAO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS.

       POSICAO-DESCONTOS.
           MOVE 0 TO WS-DCT-PS-COUNT
           MOVE "N" TO WS-DCT-EOF
           OPEN INPUT DESCONTO-FILE
           IF WS-DCT-FILE-STATUS = "35"
               MOVE "Y" TO WS-DCT-EOF
           ELSE
               PERFORM CARREGAR-ITEM-POSICAO-DESCONTO
                   UNTIL WS-DCT-EOF = "Y"
               CLOSE DESCONTO-FILE
           END-IF
           MOVE 0 TO WS-DCT-QTD
           MOVE 0 TO WS-DCT-QTD-VENCIDO
           MOVE 0 TO WS-DCT-TOTAL
           MOVE 0 TO WS-DCT-TOTAL-VENCIDO
           OPEN OUTPUT POSICAO-DESCONTO-FILE
           MOVE ALL "=" TO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE SPACES TO WS-DCT-LINHA
           STRING "DUPLICATAS DESCONTADAS EM ABERTO NO BANCO"
                  DELIMITED BY SIZE
                  "   EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-ATUAL DELIMITED BY SIZE
                  INTO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE ALL "-" TO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE "CONTA OPERAC TITULO    CLIENTE VENCTO" TO WS-DCT-LINHA
           MOVE "VALOR" TO WS-DCT-LINHA(74:5)
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE ALL "-" TO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           OPEN INPUT TITULO-RECEBER-FILE
           PERFORM EMITIR-TITULO-POSICAO-DESCONTO
               VARYING WS-DCT-PS-IDX FROM 1 BY 1
               UNTIL WS-DCT-PS-IDX > WS-DCT-PS-COUNT
           CLOSE TITULO-RECEBER-FILE
           IF WS-DCT-QTD = 0
               MOVE "NENHUMA DUPLICATA DESCONTADA EM ABERTO."
                   TO WS-DCT-LINHA
               PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           END-IF
           MOVE ALL "-" TO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE SPACES TO WS-DCT-LINHA
           STRING "VENCIDAS (RISCO DE RECOMPRA) " DELIMITED BY SIZE
                  WS-DCT-QTD-VENCIDO DELIMITED BY SIZE
                  INTO WS-DCT-LINHA
           MOVE WS-DCT-TOTAL-VENCIDO TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-DCT-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE SPACES TO WS-DCT-LINHA
           STRING "RESPONSABILIDADE TOTAL " DELIMITED BY SIZE
                  WS-DCT-QTD DELIMITED BY SIZE
                  " TITULO(S)" DELIMITED BY SIZE
                  INTO WS-DCT-LINHA
           MOVE WS-DCT-TOTAL TO WS-CHQ-TOTAL-ED
           MOVE WS-CHQ-TOTAL-ED TO WS-DCT-LINHA(65:14)
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           MOVE ALL "=" TO WS-DCT-LINHA
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO
           CLOSE POSICAO-DESCONTO-FILE
           MOVE "posicaoDescontos.txt" TO WS-RLE-ARQUIVO
           MOVE "posicaoDescontos" TO WS-RLE-TIPO
           MOVE SPACES TO WS-RLE-PARAMETROS
           PERFORM ARQUIVAR-RELATORIO-EMITIDO
           DISPLAY "Posicao gravada em posicaoDescontos.txt".

       CARREGAR-ITEM-POSICAO-DESCONTO.
           READ DESCONTO-FILE INTO DESCONTO-RECORD
               AT END
                   MOVE "Y" TO WS-DCT-EOF
               NOT AT END
                   PERFORM PARSE-ITEM-DESCONTO
                   IF WS-DCT-TIPO = "I"
                       PERFORM PROCURAR-ITEM-POSICAO-DESCONTO
                           VARYING WS-DCT-PS-IDX FROM 1 BY 1
                           UNTIL WS-DCT-PS-IDX > WS-DCT-PS-COUNT
                               OR (WS-DCT-PS-NOTA(WS-DCT-PS-IDX)
                                   = WS-DCT-LINHA-NOTA
                               AND WS-DCT-PS-PARCELA(WS-DCT-PS-IDX)
                                   = WS-DCT-LINHA-PARCELA)
                       IF WS-DCT-PS-IDX > WS-DCT-PS-COUNT
                           AND WS-DCT-PS-COUNT < 1000
                           ADD 1 TO WS-DCT-PS-COUNT
                           MOVE WS-DCT-PS-COUNT TO WS-DCT-PS-IDX
                       END-IF
                       IF WS-DCT-PS-IDX <= WS-DCT-PS-COUNT
                           MOVE WS-DCT-LINHA-NOTA
                               TO WS-DCT-PS-NOTA(WS-DCT-PS-IDX)
                           MOVE WS-DCT-LINHA-PARCELA
                               TO WS-DCT-PS-PARCELA(WS-DCT-PS-IDX)
                           MOVE WS-DCT-LINHA-NUMERO
                               TO WS-DCT-PS-OPERACAO(WS-DCT-PS-IDX)
                           MOVE WS-DCT-LINHA-CONTA
                               TO WS-DCT-PS-CONTA(WS-DCT-PS-IDX)
                       END-IF
                   END-IF
           END-READ.

       PROCURAR-ITEM-POSICAO-DESCONTO.
           CONTINUE.

       EMITIR-TITULO-POSICAO-DESCONTO.
           MOVE SPACES TO TITULO-RECEBER-DADOS
           STRING WS-DCT-PS-NOTA(WS-DCT-PS-IDX) DELIMITED BY SIZE ","
                  WS-DCT-PS-PARCELA(WS-DCT-PS-IDX) DELIMITED BY SIZE
                  INTO TITULO-RECEBER-DADOS
           READ TITULO-RECEBER-FILE
               KEY IS TITULO-REC-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PARSE-TITULO-RECORD
                   IF TITULO-DESCONTADO
                       PERFORM EMITIR-ITEM-POSICAO-DESCONTO
                   END-IF
           END-READ.

       EMITIR-ITEM-POSICAO-DESCONTO.
           ADD 1 TO WS-DCT-QTD
           ADD TIT-VALOR TO WS-DCT-TOTAL
           MOVE SPACES TO WS-DCT-LINHA
           STRING WS-DCT-PS-CONTA(WS-DCT-PS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DCT-PS-OPERACAO(WS-DCT-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TIT-NOTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TIT-PARCELA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TIT-CLIENTE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TIT-VENCIMENTO DELIMITED BY SIZE
                  INTO WS-DCT-LINHA
           IF TIT-VENCIMENTO < WS-DATA-ATUAL
               ADD 1 TO WS-DCT-QTD-VENCIDO
               ADD TIT-VALOR TO WS-DCT-TOTAL-VENCIDO
               MOVE "*VENCIDO" TO WS-DCT-LINHA(47:8)
           END-IF
           MOVE TIT-VALOR TO WS-CHQ-VALOR-ED
           MOVE WS-CHQ-VALOR-ED TO WS-DCT-LINHA(67:12)
           PERFORM EMITIR-LINHA-POSICAO-DESCONTO.

       EMITIR-LINHA-POSICAO-DESCONTO.
           DISPLAY WS-DCT-LINHA
           MOVE WS-DCT-LINHA TO POSICAO-DESCONTO-LINHA
           WRITE POSICAO-DESCONTO-LINHA.

       RETORNAR.
           DISPLAY "Voltando ao menu principal."
           DISPLAY "Pressione Enter para continuar..."
           ACCEPT WS-OPTION.
           GOBACK.

       ARQUIVAR-RELATORIO-EMITIDO.
           MOVE "gestaoContasReceber" TO WS-RLE-PROGRAMA
           MOVE "6" TO WS-RLE-PERFIL
           CALL 'arquivarRelatorio' USING WS-RLE-ARQUIVO WS-RLE-TIPO
               WS-RLE-PROGRAMA WS-RLE-PARAMETROS WS-RLE-PERFIL
               WS-RLE-INICIO
           MOVE 0 TO WS-RLE-INICIO.

       CONTAR-RELATORIO-EMITIDO.
           CALL 'contarLinhasRelatorio' USING WS-RLE-ARQUIVO
               WS-RLE-INICIO.

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

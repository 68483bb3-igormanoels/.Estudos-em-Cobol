       FD REEMBOLSO-FILE.
       01 REEMBOLSO-RECORD.
           05 REEMBOLSO-DADOS PIC X(80).
       01 REEMBOLSO-CAMPOS REDEFINES REEMBOLSO-RECORD.
           05 RB-NUMERO               PIC 9(6).
           05 RB-CODIGO               PIC 9(5).
           05 RB-DEPARTAMENTO         PIC 9(3).
           05 RB-DATA                 PIC 9(8).
           05 RB-STATUS               PIC X.
               88 RB-ENVIADO          VALUE "E".
               88 RB-APROVADO         VALUE "P".
               88 RB-REPROVADO        VALUE "R".
               88 RB-AGENDADO-FOLHA   VALUE "F".
               88 RB-PAGO             VALUE "G".
               88 RB-CUSTO-VALIDO     VALUES "P" "F" "G".
           05 RB-DESTINO              PIC X.
               88 RB-DESTINO-TITULO   VALUE "T".
               88 RB-DESTINO-FOLHA    VALUE "F".
           05 RB-TOTAL                PIC 9(7)V99.
           05 RB-DIGITADOR            PIC X(10).
           05 RB-APROVADOR            PIC X(10).
           05 RB-DATA-DECISAO         PIC 9(8).
           05 RB-DATA-PAGTO           PIC 9(8).
           05 RB-TITULO               PIC 9(6).
           05 FILLER                  PIC X(5).

       FD REEMBOLSO-ITEM-FILE.
       01 REEMBOLSO-ITEM-RECORD.
           05 REEMBOLSO-ITEM-DADOS PIC X(80).
       01 REEMBOLSO-ITEM-CAMPOS REDEFINES REEMBOLSO-ITEM-RECORD.
           05 RI-NUMERO               PIC 9(6).
           05 RI-ITEM                 PIC 9(2).
           05 RI-DATA                 PIC 9(8).
           05 RI-CATEGORIA            PIC X(10).
               88 RI-CATEGORIA-VALIDA VALUES "COMBUSTIV" "PEDAGIO"
                   "ESTACIONAM" "ALIMENTAC" "HOSPEDAGEM" "TRANSPORTE"
                   "OUTROS".
           05 RI-VALOR                PIC 9(7)V99.
           05 RI-DOCUMENTO            PIC X(15).
           05 RI-VEICULO              PIC 9(5).
           05 RI-CLIENTE              PIC 9(5).
           05 FILLER                  PIC X(20).

           05 ER-ULT-ACAO              PIC X.
           05 ER-NCM                   PIC 9(8).
           05 ER-CUSTO-MEDIO           PIC 9(7)V99.
           05 ER-SERIALIZADO           PIC X.
           05 ER-PESO-BRUTO            PIC 9(3)V9.
           05 ER-VOLUME                PIC 9(3)V9.

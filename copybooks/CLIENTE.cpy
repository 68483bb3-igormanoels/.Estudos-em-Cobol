           05 CL-CPF-CNPJ          PIC 9(14).
           05 CL-TELEFONE          PIC 9(11).
           05 CL-LIMITE-CREDITO    PIC 9(7)V99.
           05 CL-SITUACAO          PIC X.
               88 CL-ATIVO         VALUE "A" " ".
               88 CL-BLOQUEADO     VALUE "B".
               88 CL-INADIMPLENTE  VALUE "I".
               88 CL-INATIVO       VALUE "N".
           05 CL-DATA-SITUACAO     PIC 9(8).
           05 FILLER               PIC X(22).


       FD AUDITORIA-FILE.
       01 AUDITORIA-RECORD.
           05 AUDITORIA-DADOS PIC X(420).

       FD JORNAL-LOGIN-FILE.
       01 JORNAL-LOGIN-RECORD.

           05 CG-TITULO               PIC X(20).
           05 CG-SALARIO-MIN          PIC 9(9)V99.
           05 CG-SALARIO-MAX          PIC 9(9)V99.
           05 CG-ADICIONAL            PIC X.
           05 CG-GRAU-INSALUBRIDADE   PIC 9(2).
           05 FILLER                  PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-OPTION             PIC 9(5) VALUE 0.
           05 TITULO            PIC X(20).
           05 SALARIO-MIN       PIC 9(9)V99.
           05 SALARIO-MAX       PIC 9(9)V99.
           05 ADICIONAL         PIC X.
               88 ADICIONAL-VALIDO VALUES "I" "P" "N".
           05 GRAU-INSALUBRIDADE PIC 9(2).
               88 GRAU-VALIDO   VALUES 10 20 40.
       01 WS-END-OF-FILE        PIC X VALUE "N".
       01 WS-CODIGO             PIC 9(3).
       01 WS-NEW-TITULO         PIC X(20).
           DISPLAY "Digite o salario maximo da faixa: "
               WITH NO ADVANCING
           ACCEPT SALARIO-MAX
           PERFORM LER-ADICIONAL-CARGO

           MOVE SPACES TO CARGO-RECORD.
           MOVE CODIGO TO CG-CODIGO
           MOVE TITULO TO CG-TITULO
           MOVE SALARIO-MIN TO CG-SALARIO-MIN
           MOVE SALARIO-MAX TO CG-SALARIO-MAX
           MOVE ADICIONAL TO CG-ADICIONAL
           MOVE GRAU-INSALUBRIDADE TO CG-GRAU-INSALUBRIDADE.

           OPEN EXTEND CARGO-FILE.
           WRITE CARGO-RECORD.

           DISPLAY "Cargo cadastrado com sucesso!".

       LER-ADICIONAL-CARGO.
           MOVE SPACE TO ADICIONAL
           PERFORM OBTER-ADICIONAL-CARGO UNTIL ADICIONAL-VALIDO
           MOVE 0 TO GRAU-INSALUBRIDADE
           IF ADICIONAL = "I"
               PERFORM OBTER-GRAU-INSALUBRIDADE UNTIL GRAU-VALIDO
           END-IF.

       OBTER-ADICIONAL-CARGO.
           DISPLAY "Adicional (I-Insalubridade / P-Periculosidade"
               " / N-Nenhum): " WITH NO ADVANCING
           ACCEPT ADICIONAL.

       OBTER-GRAU-INSALUBRIDADE.
           DISPLAY "Grau de insalubridade (10/20/40% do "
               "salario minimo): " WITH NO ADVANCING
           ACCEPT GRAU-INSALUBRIDADE.

       OBTER-CODIGO-CARGO.
           DISPLAY "Digite o codigo do cargo: " WITH NO ADVANCING
           ACCEPT CODIGO
                   DISPLAY "Titulo: " TITULO
                   DISPLAY "Faixa Salarial: " SALARIO-MIN
                       " a " SALARIO-MAX
                   EVALUATE CG-ADICIONAL
                       WHEN "I"
                           DISPLAY "Adicional: Insalubridade "
                               CG-GRAU-INSALUBRIDADE "%"
                       WHEN "P"
                           DISPLAY "Adicional: Periculosidade 30%"
                       WHEN OTHER
                           DISPLAY "Adicional: Nenhum"
                   END-EVALUATE
                   DISPLAY "------------------------------------------"
           END-READ.

           ACCEPT WS-NEW-SALARIO-MIN
           DISPLAY "Novo salario maximo: " WITH NO ADVANCING
           ACCEPT WS-NEW-SALARIO-MAX
           PERFORM LER-ADICIONAL-CARGO

           MOVE "N" TO WS-ACHOU-CARGO
           MOVE "N" TO WS-END-OF-FILE
                       MOVE TITULO TO CG-TITULO
                       MOVE SALARIO-MIN TO CG-SALARIO-MIN
                       MOVE SALARIO-MAX TO CG-SALARIO-MAX
                       MOVE ADICIONAL TO CG-ADICIONAL
                       MOVE GRAU-INSALUBRIDADE
                           TO CG-GRAU-INSALUBRIDADE
                       REWRITE CARGO-RECORD
                       MOVE "Y" TO WS-ACHOU-CARGO
                       MOVE "gestaoCargo" TO WS-AUD-PROGRAMA

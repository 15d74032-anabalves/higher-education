
       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS-PC              PIC 99.

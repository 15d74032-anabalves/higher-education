       77 WS-SEM-ENDERECO          PIC 9(06) VALUE ZEROS.

       01 WS-CLIENTE.
           03 WS-COD-CLIENTE          PIC 9(05).
           03 WS-NOME-CLIENTE         PIC X(20).
           03 WS-TELEFONE-CLIENTE     PIC X(14).
           03 WS-LOGRADOURO-CLIENTE   PIC X(30).

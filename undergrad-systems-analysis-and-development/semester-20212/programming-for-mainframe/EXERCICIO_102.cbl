       FD ACORDOS_PRECO.
       01 REG-ACORDO-PRECO.
           03 APR-CHAVE.
              05 APR-COD-CLIENTE    PIC 9(05).
              05 APR-COD-PRODUTO    PIC 9(03).
           03 APR-TIPO              PIC X(01).
           03 APR-PCT-DESCONTO      PIC 9(03)V9(02).
       77 WS-EOF           PIC 99.
       77 WS-CONTADOR      PIC 9(003).
       77 W-OPCAO          PIC 99.
       77 WS-COD-CLIENTE   PIC 9(005).
       77 WS-HOJE-AAAAMMDD PIC 9(008).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A

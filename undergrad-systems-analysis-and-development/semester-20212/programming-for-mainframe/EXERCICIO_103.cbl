       FD ORCAMENTOS.
       01 REG-ORCAMENTO.
           03 ORC-NR-PEDIDO         PIC 9(07).
           03 ORC-COD-CLIENTE       PIC 9(05).
           03 ORC-COD-VENDEDOR      PIC 9(03).
           03 ORC-DT-EMISSAO        PIC 9(08).
           03 ORC-DT-VALIDADE       PIC 9(08).

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       WORKING-STORAGE SECTION.
       77 WS-FS-ORC                    PIC 99.

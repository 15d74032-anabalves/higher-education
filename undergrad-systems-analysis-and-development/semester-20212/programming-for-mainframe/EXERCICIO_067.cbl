           MOVE ZEROS                TO CEP-CLIENTE
           MOVE ANT-EMAIL-CLIENTE    TO EMAIL-CLIENTE
           MOVE ANT-COD-VENDEDOR     TO COD-VENDEDOR
           MOVE SPACES               TO TIPO-PESSOA-CLIENTE
           MOVE ZEROS                TO DOCTO-CLIENTE

           IF ANT-ENDERECO-CLIENTE EQUAL SPACES
               MOVE 'N' TO REVISAO-ENDERECO

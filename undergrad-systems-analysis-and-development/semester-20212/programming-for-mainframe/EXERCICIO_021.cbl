      * Author: Ana Beatriz Barbosa Alves
      * Date: 24/11/2021
      * Purpose: RELATORIO DE PRODUTOS COM ESTOQUE ABAIXO DO MINIMO
      * PRODUTO INATIVO (SITUACAO JA EM VIGOR) NAO E LISTADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 WS-EOF                   PIC 99.
       77 WS-CONTADOR              PIC 9(06) VALUE ZEROS.
       77 WS-ESTOQUE-MINIMO        PIC 9(09).
       77 WS-HOJE-AAAAMMDD         PIC 9(08).

       01 WS-PRODUTO.
           03 WS-COD-PRODUTO           PIC 9(03).
           DISPLAY '---------- RELATORIO DE REPOSICAO DE ESTOQUE -----'

           SET WS-FS  TO 0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           SET WS-EOF TO 0.

           DISPLAY 'INFORME O ESTOQUE MINIMO PARA ALERTA'
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-ESTOQUE-PRODUTO < WS-ESTOQUE-MINIMO AND
                           (NOT PRODUTO-INATIVO OR
                            DT-SITUACAO-PRODUTO > WS-HOJE-AAAAMMDD)
                           DISPLAY ' COD. PRODUTO: ' WS-COD-PRODUTO
                                   ' NOME PRODUTO: ' WS-NOME-PRODUTO
                                   ' QTDE EM ESTOQUE: '

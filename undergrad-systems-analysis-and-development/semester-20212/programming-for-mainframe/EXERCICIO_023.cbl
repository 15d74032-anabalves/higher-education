      * Author: Ana Beatriz Barbosa Alves
      * Date: 27/11/2021
      * Purpose: LISTAGEM DE PRODUTOS POR FORNECEDOR
      * PRODUTO INATIVO (SITUACAO JA EM VIGOR) NAO E LISTADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.
       DATA DIVISION.
       FILE SECTION.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS                    PIC 99.
       77 WS-CONTADOR              PIC 9(06) VALUE ZEROS.
       77 WS-COD-FORNECEDOR-PESQ   PIC 9(05).
       77 WS-NOME-FORNECEDOR-PESQ  PIC X(20) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD         PIC 9(08).

       01 WS-PRODUTO.
           03 WS-COD-PRODUTO           PIC 9(03).

           SET WS-FS       TO 0.
           SET WS-FS-FORN  TO 0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           SET WS-EOF      TO 0.

           DISPLAY 'INFORME O CODIGO DO FORNECEDOR'
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-COD-FORNECEDOR = WS-COD-FORNECEDOR-PESQ AND
                           (NOT PRODUTO-INATIVO OR
                            DT-SITUACAO-PRODUTO > WS-HOJE-AAAAMMDD)
                           DISPLAY ' COD. PRODUTO: ' WS-COD-PRODUTO
                                   ' NOME PRODUTO: ' WS-NOME-PRODUTO
                                   ' QTDE EM ESTOQUE: '
           END-IF

           MOVE WS-COD-FORNECEDOR-PESQ
               TO FORN-COD-FORNECEDOR
           READ FORNECEDORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FORN-NOME-FORNECEDOR
                       TO WS-NOME-FORNECEDOR-PESQ
           END-READ


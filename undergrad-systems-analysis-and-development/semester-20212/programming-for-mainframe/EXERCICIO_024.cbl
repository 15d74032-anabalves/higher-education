      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 29/11/2021
      * Purpose: PEDIDOS DE COMPRA (ORDENS JUNTO AOS FORNECEDORES).
      * O TITULO A PAGAR GRAVADO NO RECEBIMENTO NASCE RETIDO,
      * AGUARDANDO A NOTA DO FORNECEDOR (CONFERENCIA NO EXERCICIO_154),
      * E E DO TIPO 'C' (COMPRA). O FRETE E AS DEMAIS DESPESAS DO
      * RECEBIMENTO SAO RATEADOS DEPOIS NO CUSTO MEDIO (EXERCICIO_159).
      * PRODUTO BLOQUEADO PARA COMPRA, DESCONTINUADO OU INATIVO
      * (SITUACAO JA EM VIGOR) NAO ENTRA EM PEDIDO NOVO. A REMESSA
      * QUE ENTRA NO DEPOSITO 01 E ALOCADA AS ENCOMENDAS DE CLIENTE EM
      * ABERTO, DA MAIS ANTIGA PARA A MAIS NOVA (ALOCA_ENCOMENDA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS-PC          PIC 99.
       77 WS-DT-VALIDADE    PIC 9(08).
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).

       01 WS-PEDIDO-COMPRA.
          03 WS-NR-PEDIDO          PIC 9(07).
       77 WS-PARAM-VALOR    PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU    PIC X(001).

      *> ALOCACAO DA ENTRADA AS ENCOMENDAS DE CLIENTE EM ABERTO
      *> (SUBROTINA ALOCA_ENCOMENDA - MAIS ANTIGA PRIMEIRO).
       77 WS-AE-PRODUTO     PIC 9(003).
       77 WS-AE-DEPOSITO    PIC 9(002).
       77 WS-AE-QTDE        PIC 9(009).
       77 WS-AE-ALOCADA     PIC 9(009).


      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
                    CLOSE PRODUTOS
            END-READ.

      *> A SITUACAO SO VALE A PARTIR DA DATA DE VIGENCIA.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
            IF NOT PRODUTO-ATIVO AND
                DT-SITUACAO-PRODUTO NOT > WS-HOJE-AAAAMMDD
               DISPLAY "*** PRODUTO FORA DE COMPRA (SITUACAO "
                   SITUACAO-PRODUTO " DESDE " DT-SITUACAO-PRODUTO
                   ") ***"
               GO TO INC-004.

       INC-005.
            DISPLAY 'INFORME A QUANTIDADE PEDIDA'
            ACCEPT PC-QTDE-PEDIDA
            PERFORM 0300-GRAVA-TITULO-PAGAR
                THRU 0300-GRAVA-TITULO-PAGAR-FIM

      *> A REMESSA ATENDE PRIMEIRO AS ENCOMENDAS DE CLIENTE.
            MOVE WS-COD-PRODUTO   TO WS-AE-PRODUTO
            MOVE WS-DEPOSITO      TO WS-AE-DEPOSITO
            MOVE WS-QTDE-ENTREGUE TO WS-AE-QTDE
            CALL 'ALOCA_ENCOMENDA' USING WS-AE-PRODUTO,
                WS-AE-DEPOSITO, WS-AE-QTDE, WS-AE-ALOCADA
            IF WS-AE-ALOCADA > ZEROS
               DISPLAY 'ALOCADO A ENCOMENDAS DE CLIENTES: '
                   WS-AE-ALOCADA ' (EXPEDIR PELO EXERCICIO_064)'
            END-IF

            ADD WS-QTDE-ENTREGUE TO WS-QTDE-RECEBIDA
            MOVE WS-QTDE-RECEBIDA TO PC-QTDE-RECEBIDA
            MOVE FUNCTION CURRENT-DATE(1:8) TO PC-DATA-RECEBIDO
           MOVE ZEROS             TO PAG-VL-PAGO
           MOVE "NAO"             TO PAG-ST-TITULO
           MOVE ZEROS             TO PAG-DT-PAGAMENTO
      *> O TITULO FICA RETIDO ATE A NOTA DO FORNECEDOR SER CONFERIDA
      *> CONTRA O PEDIDO E ESTA REMESSA (EXERCICIO_154).
           MOVE 'R'               TO PAG-ST-CONFERENCIA
           MOVE WS-QTDE-ENTREGUE  TO PAG-QTDE-RECEBIDA
           MOVE ZEROS             TO PAG-NR-NOTA-FORN
           MOVE SPACES            TO PAG-OPERADOR-LIBER
           MOVE ZEROS             TO PAG-DT-LIBERACAO
           MOVE 'C'               TO PAG-TIPO-TITULO
           MOVE SPACES            TO PAG-COD-RETENCAO
           MOVE ZEROS             TO PAG-VL-RETENCAO
           MOVE ZEROS             TO PAG-TITULO-ORIGEM
           MOVE SPACES            TO PAG-EVENTO-DESPESA
           MOVE ZEROS             TO PAG-VL-CREDITO

           WRITE REG-DUPL-PAGAR
               INVALID KEY

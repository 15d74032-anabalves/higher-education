      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMBINADO COM OS GRANDES CLIENTES PARA O ENVIO
      * DE PEDIDOS EM ARQUIVO (EDI_PEDIDOS, SEQUENCIAL, 80 POSICOES,
      * UMA LINHA POR ITEM). AS LINHAS DE UM MESMO PEDIDO DO CLIENTE
      * VEM SEGUIDAS. O CLIENTE E O NOSSO CODIGO DE CLIENTE; O ITEM E
      * O CODIGO DO PROPRIO CLIENTE, TRADUZIDO PARA O NOSSO
      * COD-PRODUTO PELO DE-PARA DO CLIENTE (XREFITEM.CPY). IMPORTADO
      * POR EXERCICIO_176.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS, COM O
      * FILLER REDUZIDO PARA MANTER AS 80 POSICOES COMBINADAS.
      ******************************************************************
           03 EDI-COD-CLIENTE          PIC 9(005).
           03 EDI-NR-PEDIDO-CLI        PIC X(015).
           03 EDI-ITEM-CLIENTE         PIC X(015).
           03 EDI-QTDE                 PIC 9(009).
           03 EDI-DT-SOLICITADA        PIC 9(008).
           03 FILLER                   PIC X(028).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO DE-PARA DE ITENS POR CLIENTE (ARQUIVO
      * XREF_ITENS, INDEXADO POR CLIENTE + CODIGO DO ITEM NO CLIENTE):
      * TRADUZ O CODIGO QUE O CLIENTE USA NO PEDIDO EM ARQUIVO
      * (EDIPED.CPY) PARA O NOSSO COD-PRODUTO. MANTIDO EM
      * EXERCICIO_177 E LIDO PELA IMPORTACAO EXERCICIO_176.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 XRF-CHAVE.
              05 XRF-COD-CLIENTE       PIC 9(005).
              05 XRF-ITEM-CLIENTE      PIC X(015).
           03 XRF-COD-PRODUTO          PIC 9(003).
           03 XRF-DESCRICAO            PIC X(020).
           03 XRF-OPERADOR             PIC X(008).
           03 XRF-DT-ALTERACAO         PIC 9(008).

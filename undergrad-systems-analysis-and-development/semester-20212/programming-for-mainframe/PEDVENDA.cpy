      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO ITEM DE PEDIDO DE VENDA (ARQUIVO
      * PEDIDOS_VENDA, INDEXADO POR PEDIDO + ITEM), QUE ATE AQUI SE
      * REPETIA EM CADA PROGRAMA QUE LE OS PEDIDOS. O KIT VENDIDO
      * (ESTRUTURA EM KITS, KIT.CPY) OCUPA UM ITEM COM O PRECO DO KIT
      * E E EXPLODIDO PELA ENTRADA DO PEDIDO (EXERCICIO_064) NOS ITENS
      * SEGUINTES, UM POR COMPONENTE, COM PRECO ZERO, APONTANDO PARA
      * O ITEM DO KIT: SAO OS COMPONENTES QUE RESERVAM E BAIXAM O
      * ESTOQUE; O ITEM DO KIT SO CARREGA O VALOR E O IMPOSTO. ITENS
      * GRAVADOS ANTES DO KIT FORAM CONVERTIDOS POR EXERCICIO_166.
      * ITEM SEM NENHUM SALDO NA CONFIRMACAO PARCIAL FICA 'ENC' (TODO
      * EM ENCOMENDA, ARQUIVO ENCOMENDAS); O ITEM ENTREGUE EM PARTE
      * FICA 'CON' COM A QUANTIDADE REALMENTE ENTREGUE.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 PV-CHAVE.
              05 PV-NR-PEDIDO       PIC 9(07).
              05 PV-NR-ITEM         PIC 9(02).
           03 PV-COD-CLIENTE        PIC 9(05).
           03 PV-COD-VENDEDOR       PIC 9(03).
           03 PV-COD-PRODUTO        PIC 9(03).
           03 PV-QTDE               PIC 9(09).
           03 PV-PRECO-UNIT         PIC 9(07)V9(02).
           03 PV-DT-PEDIDO          PIC 9(08).
           03 PV-ST-PEDIDO          PIC X(03).
              88 PV-ITEM-ABERTO     VALUE 'ABE'.
              88 PV-ITEM-CONFIRMADO VALUE 'CON'.
              88 PV-ITEM-ENCOMENDA  VALUE 'ENC'.
      *> ' ' = ITEM AVULSO, 'K' = KIT, 'C' = COMPONENTE DE KIT.
           03 PV-TIPO-ITEM          PIC X(01).
              88 PV-ITEM-AVULSO     VALUE ' '.
              88 PV-ITEM-KIT        VALUE 'K'.
              88 PV-ITEM-COMPONENTE VALUE 'C'.
      *> NO COMPONENTE, O ITEM DO KIT A QUE PERTENCE E A QUANTIDADE
      *> DELE POR KIT (ZEROS NOS OUTROS ITENS).
           03 PV-NR-ITEM-KIT        PIC 9(02).
           03 PV-QTDE-POR-KIT       PIC 9(05).

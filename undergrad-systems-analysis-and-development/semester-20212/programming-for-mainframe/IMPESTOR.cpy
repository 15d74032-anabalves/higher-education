      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO ESTORNO DE IMPOSTO SOBRE VENDA
      * (ARQUIVO SEQUENCIAL IMPOSTOS_ESTORNO): UM REGISTRO POR NOTA DE
      * CREDITO DE DEVOLUCAO (EXERCICIO_104) CUJO ITEM TINHA IMPOSTO
      * GUARDADO EM IMPOSTOS_PEDIDO, COM A PARTE DA BASE E DO IMPOSTO
      * PROPORCIONAL A QUANTIDADE DEVOLVIDA E A MESMA UF E ALIQUOTA DA
      * VENDA. A APURACAO MENSAL DO IMPOSTO (EXERCICIO_142) ABATE
      * ESTES VALORES DO IMPOSTO DEVIDO NO MES DA DATA DO ESTORNO.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 IES-NR-PEDIDO            PIC 9(007).
           03 IES-NR-ITEM              PIC 9(002).
           03 IES-COD-CLIENTE          PIC 9(005).
           03 IES-GRUPO                PIC X(003).
           03 IES-UF                   PIC X(002).
           03 IES-ALIQUOTA             PIC 9(002)V9(002).
           03 IES-VL-BASE              PIC S9(013)V9(002).
           03 IES-VL-IMPOSTO           PIC S9(013)V9(002).
           03 IES-DT-ESTORNO           PIC 9(008).
           03 IES-OPERADOR             PIC X(008).

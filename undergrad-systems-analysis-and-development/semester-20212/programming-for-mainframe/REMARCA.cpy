      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS SUGESTOES DE REMARCACAO DE ESTOQUE
      * PARADO (ARQUIVO REMARCACAO_SUG, SEQUENCIAL, UM REGISTRO POR
      * PRODUTO), GRAVADO PELO RELATORIO DE ESTOQUE PARADO
      * (EXERCICIO_173) QUANDO PEDIDO E APLICADO PELO REAJUSTE DE
      * PRECOS EM MASSA (EXERCICIO_059, OPCAO 4). A FAIXA E A DO
      * PRODUTO COMO UM TODO (ULTIMA SAIDA EM QUALQUER DEPOSITO):
      * '090', '180' OU '365' DIAS SEM SAIDA. O PRECO ATUAL E O DA
      * GERACAO - SE O PRODUTO FOI REPRECIFICADO DEPOIS, A SUGESTAO
      * NAO E APLICADA. O PRECO SUGERIDO NAO FICA ABAIXO DO CUSTO
      * MEDIO.
      ******************************************************************
           03 RMS-COD-PRODUTO          PIC 9(003).
           03 RMS-FAIXA                PIC X(003).
           03 RMS-DIAS-SEM-SAIDA       PIC 9(005).
           03 RMS-PRECO-ATUAL          PIC 9(007)V9(002).
           03 RMS-PCT-REMARCACAO       PIC 9(003)V9(002).
           03 RMS-PRECO-SUGERIDO       PIC 9(007)V9(002).
           03 RMS-CUSTO-MEDIO          PIC 9(007)V9(002).
           03 RMS-DT-GERACAO           PIC 9(008).

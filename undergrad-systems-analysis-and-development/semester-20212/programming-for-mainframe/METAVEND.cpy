      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA META MENSAL DE VENDAS (ARQUIVO
      * METAS_VENDAS, INDEXADO POR VENDEDOR + MES + GRUPO): O VALOR A
      * VENDER NO MES PELO VENDEDOR, NO TOTAL (GRUPO EM BRANCO) OU
      * SO NUM GRUPO DE PRODUTO (GRUPO-PRODUTO DE PRODUTO.CPY).
      * MANTIDA E CARREGADA EM LOTE NO EXERCICIO_180, COMPARADA COM O
      * REALIZADO NO EXERCICIO_181 E CONSULTADA PELA COMISSAO
      * (EXERCICIO_065) PARA O BONUS DE META ATINGIDA.
      ******************************************************************
           03 META-CHAVE.
              05 META-COD-VENDEDOR     PIC 9(003).
              05 META-ANOMES           PIC 9(006).
      *> BRANCOS = META TOTAL DO VENDEDOR NO MES.
              05 META-GRUPO-PRODUTO    PIC X(003).
           03 META-VL-META             PIC 9(011)V9(002).
           03 META-OPERADOR            PIC X(008).
           03 META-DT-ALTERACAO        PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CENTRO DE CUSTO DA DUPLICATA
      * (ARQUIVO DUPL_CCUSTO, INDEXADO PELO NUMERO DA DUPLICATA).
      * GRAVADO PELO FATURAMENTO DE MENSALIDADE (EXERCICIO_031) COM
      * O CENTRO DE CUSTO DO CURSO DO ALUNO E LIDO PELO DIARIO DE
      * FECHAMENTO (EXERCICIO_040), QUE O USA NO LUGAR DO CENTRO
      * PADRAO DO EVENTO EM TODOS OS LANCAMENTOS DA DUPLICATA.
      ******************************************************************
           03 DCC-NR-DUPLICATA         PIC 9(007).
           03 DCC-CENTRO-CUSTO         PIC X(006).

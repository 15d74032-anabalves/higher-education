      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO ORCAMENTO ANUAL (ARQUIVO ORCAMENTO,
      * INDEXADO POR ANO E CONTA DO DIARIO), UM VALOR POR MES. O
      * VALOR E O SALDO ESPERADO DO MES NO SENTIDO NATURAL DA CONTA
      * (NATUREZA EM ESTRUTURA_CONTAS): CREDITOS - DEBITOS PARA
      * RECEITA, PASSIVO E PATRIMONIO, DEBITOS - CREDITOS PARA DESPESA
      * E ATIVO. MANTIDO NO EXERCICIO_148, CARREGADO OU SEMEADO COM O
      * REALIZADO DO ANO ANTERIOR NO EXERCICIO_149 E COMPARADO COM O
      * REALIZADO DO BALANCETE NO EXERCICIO_150.
      ******************************************************************
           03 ORC-CHAVE.
              05 ORC-ANO               PIC 9(004).
              05 ORC-CONTA             PIC X(010).
           03 ORC-VL-MES               PIC S9(013)V9(002)
                                       OCCURS 12 TIMES.
           03 ORC-ORIGEM               PIC X(001).
              88 ORC-DIGITADO          VALUE 'D'.
              88 ORC-CARREGADO         VALUE 'A'.
              88 ORC-COPIADO           VALUE 'C'.
           03 ORC-OPERADOR             PIC X(008).
           03 ORC-DT-ALTERACAO         PIC 9(008).

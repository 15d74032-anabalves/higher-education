      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA ESTRUTURA DE KIT (ARQUIVO KITS,
      * INDEXADO POR KIT + COMPONENTE): UM REGISTRO POR COMPONENTE DO
      * KIT (KIT ESCOLAR, CONJUNTO DE UNIFORME), COM A QUANTIDADE DO
      * COMPONENTE EM CADA KIT. O KIT E CADASTRADO EM PRODUTOS COM O
      * PRECO DO KIT E SEM ESTOQUE PROPRIO (MANTIDO EM EXERCICIO_164);
      * OS COMPONENTES SAO PRODUTOS COMUNS, ESTOCADOS UM A UM. A VENDA
      * DO KIT (EXERCICIO_064) BAIXA CADA COMPONENTE, E O RELATORIO
      * EXERCICIO_165 MOSTRA QUANTOS KITS DA PARA MONTAR POR DEPOSITO.
      ******************************************************************
           03 KIT-CHAVE.
              05 KIT-COD-KIT           PIC 9(003).
              05 KIT-COD-COMPONENTE    PIC 9(003).
           03 KIT-QTDE                 PIC 9(005).
           03 KIT-OPERADOR             PIC X(008).
           03 KIT-DT-ALTERACAO         PIC 9(008).

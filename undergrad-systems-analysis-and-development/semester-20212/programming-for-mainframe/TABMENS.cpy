      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA TABELA DE PRECOS DE MENSALIDADE
      * (ARQUIVO TABELA_MENSALIDADE, INDEXADO POR CURSO + SEMESTRE DA
      * GRADE + PERIODO LETIVO), QUE SUBSTITUI O PARAMETRO UNICO
      * MENSALIDADE DE PARAMETROS. SEMESTRE 00 E O PRECO GERAL DO
      * CURSO NO PERIODO, USADO QUANDO NAO HA LINHA PROPRIA PARA O
      * SEMESTRE DO ALUNO. O ALUNO COM CARGA PARCIAL (MENOS
      * DISCIPLINAS ATIVAS NO PERIODO QUE A CARGA PLENA) PAGA POR
      * CREDITO (UM CREDITO POR DISCIPLINA), LIMITADO AO VALOR CHEIO;
      * CARGA PLENA OU VALOR DO CREDITO ZERADO = SEMPRE VALOR CHEIO.
      * MANTIDA NO EXERCICIO_184, REAJUSTADA EM LOTE NO EXERCICIO_185
      * E LIDA PELA SUBROTINA PRECO_MENSALIDADE.
      ******************************************************************
           03 TMS-CHAVE.
              05 TMS-COD-CURSO         PIC 9(003).
              05 TMS-SEMESTRE          PIC 9(002).
              05 TMS-PERIODO           PIC X(006).
           03 TMS-VL-MENSALIDADE       PIC 9(009)V9(002).
           03 TMS-QTD-DISC-PLENA       PIC 9(002).
           03 TMS-VL-CREDITO           PIC 9(009)V9(002).
           03 TMS-OPERADOR             PIC X(008).
           03 TMS-DT-ALTERACAO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO PONTO DE REPOSICAO (ARQUIVO PONTO_DEP,
      * INDEXADO POR DEPOSITO + PRODUTO). O REGISTRO COM PRODUTO 000
      * E O PONTO GERAL DO DEPOSITO, DIGITADO, QUE VALE PARA TODO
      * PRODUTO SEM PONTO PROPRIO (ERA O UNICO PONTO ANTES DO CALCULO
      * PELO CONSUMO; OS REGISTROS ANTIGOS FORAM CONVERTIDOS POR
      * EXERCICIO_167). O PONTO POR PRODUTO NASCE DO CALCULO MENSAL
      * PELO CONSUMO (EXERCICIO_168) QUANDO O COMPRADOR ACEITA A
      * PROPOSTA (EXERCICIO_169), COM O ESTOQUE DE SEGURANCA, A ORIGEM
      * ('M' DIGITADO, 'C' CALCULADO), O OPERADOR E A DATA. E LIDO
      * PELO REBALANCEAMENTO (EXERCICIO_099) E PELA SUGESTAO DE
      * COMPRA (EXERCICIO_055).
      ******************************************************************
           03 PTD-CHAVE.
              05 PTD-COD-DEPOSITO      PIC 9(002).
              05 PTD-COD-PRODUTO       PIC 9(003).
           03 PTD-PONTO-REPOSICAO      PIC 9(009).
           03 PTD-ESTOQUE-SEGURANCA    PIC 9(009).
           03 PTD-ORIGEM               PIC X(001).
              88 PTD-DIGITADO          VALUE 'M'.
              88 PTD-CALCULADO         VALUE 'C'.
           03 PTD-OPERADOR             PIC X(008).
           03 PTD-DT-ALTERACAO         PIC 9(008).

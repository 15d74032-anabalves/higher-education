      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE CONTAS BANCARIAS DA
      * EMPRESA (ARQUIVO CONTAS_BANCO, INDEXADO PELO CODIGO DO BANCO
      * - UMA CONTA POR BANCO DE BANCOS, EXERCICIO_081), MANTIDO NO
      * MOVIMENTO BANCARIO (EXERCICIO_137). O SALDO INICIAL E A DATA
      * DE ABERTURA SAO OS DA IMPLANTACAO; O SALDO ATUAL E MANTIDO
      * PELA SUBROTINA LANCA_BANCO A CADA LANCAMENTO E CONFERIDO
      * CONTRA O MOVIMENTO NO RELATORIO DE SALDOS DIARIOS
      * (EXERCICIO_138).
      ******************************************************************
           03 CBC-COD-BANCO            PIC 9(003).
           03 CBC-AGENCIA              PIC X(006).
           03 CBC-NR-CONTA             PIC X(012).
           03 CBC-DT-ABERTURA          PIC 9(008).
           03 CBC-VL-SALDO-INICIAL     PIC S9(013)V9(002).
           03 CBC-VL-SALDO-ATUAL       PIC S9(013)V9(002).
           03 CBC-DT-ULT-MOVTO         PIC 9(008).
           03 CBC-ATIVA                PIC X(001).
              88 CBC-CONTA-ATIVA       VALUE 'S'.

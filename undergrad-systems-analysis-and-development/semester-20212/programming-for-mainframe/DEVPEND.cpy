      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA DEVOLUCAO PENDENTE (ARQUIVO
      * DEVOL_PENDENTES, INDEXADO POR PEDIDO + ITEM): CADA ITEM
      * CONFIRMADO DE UM PEDIDO RECUSADO NA ENTREGA (RETORNO DO
      * ROMANEIO, EXERCICIO_175), NA QUANTIDADE FATURADA, COM A
      * DUPLICATA DA VENDA. A DEVOLUCAO DE VENDA (EXERCICIO_104, OPCAO
      * DE RECUSAS DE ENTREGA) PROCESSA AS PENDENTES SEM DIGITACAO -
      * ENTRADA NO ESTOQUE DO DEPOSITO 01, NOTA DE CREDITO E ESTORNO DO
      * IMPOSTO - E MARCA CADA UMA COMO DEVOLVIDA.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 DVP-CHAVE.
              05 DVP-NR-PEDIDO         PIC 9(007).
              05 DVP-NR-ITEM           PIC 9(002).
           03 DVP-COD-CLIENTE          PIC 9(005).
           03 DVP-QTDE                 PIC 9(009).
           03 DVP-NR-DUPLICATA         PIC 9(007).
           03 DVP-NR-ROMANEIO          PIC 9(005).
           03 DVP-DT-RECUSA            PIC 9(008).
           03 DVP-MOTIVO               PIC X(020).
      *> 'P' = PENDENTE, 'D' = DEVOLVIDA (EXERCICIO_104).
           03 DVP-SITUACAO             PIC X(001).
              88 DVP-PENDENTE          VALUE 'P'.
              88 DVP-DEVOLVIDA         VALUE 'D'.
           03 DVP-DT-DEVOLUCAO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA ENCOMENDA DE CLIENTE (ARQUIVO
      * ENCOMENDAS, INDEXADO POR PEDIDO + ITEM): O SALDO DE UM ITEM DE
      * PEDIDO DE VENDA QUE NAO HAVIA EM ESTOQUE NA CONFIRMACAO
      * PARCIAL (EXERCICIO_064) E QUE FICAMOS DEVENDO AO CLIENTE, COM
      * A DATA PROMETIDA. A ENTRADA DE MERCADORIA NO DEPOSITO 01
      * (RECEBIMENTO EM EXERCICIO_024, TRANSFERENCIA EM EXERCICIO_061
      * E EXERCICIO_099) ALOCA O SALDO AS ENCOMENDAS MAIS ANTIGAS
      * PRIMEIRO (SUBROTINA ALOCA_ENCOMENDA), RESERVANDO O ESTOQUE NA
      * CHAVE DO ITEM; A EXPEDICAO (EXERCICIO_064, OPCAO 7) TRANSFORMA
      * O ALOCADO EM ITEM NOVO DO PEDIDO PARA A CONFIRMACAO NORMAL.
      * A IDADE DA ENCOMENDA CONTA DE ENC-DT-ENCOMENDA (EXERCICIO_174).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 ENC-CHAVE.
              05 ENC-NR-PEDIDO         PIC 9(007).
              05 ENC-NR-ITEM           PIC 9(002).
           03 ENC-COD-CLIENTE          PIC 9(005).
           03 ENC-COD-VENDEDOR         PIC 9(003).
           03 ENC-COD-PRODUTO          PIC 9(003).
           03 ENC-PRECO-UNIT           PIC 9(007)V9(002).
      *> QUANTIDADE QUE FICOU EM ENCOMENDA, A QUE AINDA DEVEMOS
      *> (INCLUI A ALOCADA) E A JA ALOCADA AGUARDANDO EXPEDICAO.
           03 ENC-QTDE-ORIGINAL        PIC 9(009).
           03 ENC-QTDE-PENDENTE        PIC 9(009).
           03 ENC-QTDE-ALOCADA         PIC 9(009).
           03 ENC-DT-PEDIDO            PIC 9(008).
           03 ENC-DT-ENCOMENDA         PIC 9(008).
           03 ENC-DT-PROMETIDA         PIC 9(008).
           03 ENC-DT-ALOCACAO          PIC 9(008).
      *> 'P' = PENDENTE, 'A' = COM SALDO ALOCADO (PRONTA PARA
      *> EXPEDIR), 'E' = ATENDIDA, 'C' = CANCELADA.
           03 ENC-SITUACAO             PIC X(001).
              88 ENC-PENDENTE          VALUE 'P'.
              88 ENC-PRONTA            VALUE 'A'.
              88 ENC-ATENDIDA          VALUE 'E'.
              88 ENC-CANCELADA         VALUE 'C'.

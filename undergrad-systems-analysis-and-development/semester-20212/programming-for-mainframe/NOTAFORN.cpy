      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA NOTA FISCAL DO FORNECEDOR (ARQUIVO
      * NOTAS_FORN, INDEXADO POR FORNECEDOR E NUMERO DA NOTA), DIGITADA
      * NO EXERCICIO_154 E CONFERIDA CONTRA O PEDIDO DE COMPRA
      * (PEDIDOS_COMPRA) E A REMESSA RECEBIDA QUE GEROU O TITULO A
      * PAGAR (DUPL_PAGAR). O PRECO DE REFERENCIA E O COTADO NO
      * PEDIDO OU, SEM COTACAO, O CUSTO INFORMADO NO RECEBIMENTO; A
      * QUANTIDADE DE REFERENCIA E A DA REMESSA. AS DIFERENCAS SAO
      * GUARDADAS EM PERCENTUAL (NOTA - REFERENCIA) SOBRE A REFERENCIA
      * E COMPARADAS COM OS PARAMETROS TOL-NF-PRECO E TOL-NF-QTDE.
      * SITUACAO: 'L' = DENTRO DA TOLERANCIA, TITULO LIBERADO;
      * 'D' = DIVERGENTE, TITULO RETIDO; 'A' = DIVERGENCIA LIBERADA
      * POR OPERADOR COM O FLAG DE APROVACAO. AS DIVERGENCIAS SAO
      * LISTADAS NO EXERCICIO_155.
      ******************************************************************
           03 NF-CHAVE.
              05 NF-COD-FORNECEDOR     PIC 9(005).
              05 NF-NR-NOTA            PIC 9(009).
           03 NF-DT-EMISSAO            PIC 9(008).
           03 NF-NR-PEDIDO             PIC 9(007).
           03 NF-NR-TITULO             PIC 9(007).
           03 NF-QTDE                  PIC 9(009).
           03 NF-VL-NOTA               PIC S9(013)V9(002).
           03 NF-VL-UNIT               PIC 9(007)V9(002).
           03 NF-VL-UNIT-REF           PIC 9(007)V9(002).
           03 NF-QTDE-RECEBIDA         PIC 9(009).
           03 NF-PCT-DIF-PRECO         PIC S9(005)V9(002).
           03 NF-PCT-DIF-QTDE          PIC S9(005)V9(002).
           03 NF-ST-CONFERENCIA        PIC X(001).
              88 NF-CONF-LIBERADA      VALUE 'L'.
              88 NF-CONF-DIVERGENTE    VALUE 'D'.
              88 NF-CONF-APROVADA      VALUE 'A'.
           03 NF-OPERADOR              PIC X(008).
           03 NF-DT-ENTRADA            PIC 9(008).
           03 NF-OPERADOR-LIBER        PIC X(008).
           03 NF-DT-LIBERACAO          PIC 9(008).

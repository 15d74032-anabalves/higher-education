      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO RATEIO DOS CUSTOS ADICIONAIS DE COMPRA
      * (ARQUIVO CUSTOS_ADIC, INDEXADO): FRETE, SEGURO E DESPESAS DE
      * IMPORTACAO DE UM DOCUMENTO DA TRANSPORTADORA (OU DESPACHANTE)
      * RATEADOS ENTRE OS PEDIDOS RECEBIDOS A QUE SE REFEREM, POR
      * VALOR RECEBIDO OU POR QUANTIDADE (EXERCICIO_159). UM REGISTRO
      * POR PEDIDO DO DOCUMENTO, COM O CUSTO MEDIO DO PRODUTO ANTES E
      * DEPOIS DO RATEIO, BASE DO RELATORIO EXERCICIO_160. SO A
      * PARCELA PROPORCIONAL AO QUE AINDA ESTA EM ESTOQUE ENTRA NO
      * CUSTO MEDIO; O RESTANTE (JA CONSUMIDO) FICA REGISTRADO.
      ******************************************************************
           03 CAD-CHAVE.
              05 CAD-COD-FORNECEDOR    PIC 9(005).
              05 CAD-NR-DOCUMENTO      PIC 9(009).
              05 CAD-NR-PEDIDO         PIC 9(007).
      *> 'F' = FRETE, 'S' = SEGURO, 'I' = IMPORTACAO, 'O' = OUTROS.
           03 CAD-TIPO-CUSTO           PIC X(001).
              88 CAD-TIPO-VALIDO       VALUE 'F' 'S' 'I' 'O'.
           03 CAD-DT-DOCUMENTO         PIC 9(008).
           03 CAD-VL-DOCUMENTO         PIC S9(013)V9(002).
      *> 'V' = RATEIO PELO VALOR RECEBIDO, 'Q' = PELA QUANTIDADE.
           03 CAD-CRITERIO             PIC X(001).
              88 CAD-POR-VALOR         VALUE 'V'.
              88 CAD-POR-QUANTIDADE    VALUE 'Q'.
           03 CAD-COD-PRODUTO          PIC 9(003).
           03 CAD-QTDE-RECEBIDA        PIC 9(009).
           03 CAD-VL-BASE              PIC S9(013)V9(002).
           03 CAD-VL-RATEADO           PIC S9(013)V9(002).
           03 CAD-ESTOQUE              PIC 9(009).
           03 CAD-VL-CAPITALIZADO      PIC S9(013)V9(002).
           03 CAD-CUSTO-ANTES          PIC 9(007)V9(002).
           03 CAD-CUSTO-DEPOIS         PIC 9(007)V9(002).
           03 CAD-NR-TITULO            PIC 9(007).
           03 CAD-DT-RATEIO            PIC 9(008).
           03 CAD-OPERADOR             PIC X(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO HISTORICO DE PAGAMENTOS DE
      * PROFESSORES (ARQUIVO PAGTO_PROF, INDEXADO POR COMPETENCIA E
      * PROFESSOR), GRAVADO PELO PAGAMENTO MENSAL (EXERCICIO_211)
      * PARA CADA PROFESSOR PAGO. E O QUE IMPEDE O SEGUNDO PAGAMENTO
      * DO MESMO PROFESSOR NA MESMA COMPETENCIA E LIGA O PAGAMENTO
      * AO TITULO DE DUPL_PAGAR (O DO PROFESSOR OU O TITULO UNICO DA
      * FOLHA DE PROFESSORES).
      ******************************************************************
           03 PPR-CHAVE.
              05 PPR-COMPETENCIA      PIC 9(06).
              05 PPR-PROFESSOR        PIC X(08).
           03 PPR-QTD-TURMAS          PIC 9(03).
           03 PPR-HORAS-TURMAS        PIC 9(05)V99.
           03 PPR-HORAS-FALTAS        PIC 9(05)V99.
           03 PPR-VL-HORA             PIC 9(05)V99.
           03 PPR-VL-BRUTO            PIC S9(011)V99.
           03 PPR-VL-DESCONTO         PIC S9(011)V99.
           03 PPR-VL-LIQUIDO          PIC S9(011)V99.
           03 PPR-NR-TITULO           PIC 9(007).
           03 PPR-DT-PROCESSO         PIC 9(008).

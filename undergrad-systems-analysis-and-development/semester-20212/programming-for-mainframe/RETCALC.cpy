      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: AREA DAS RETENCOES NA FONTE DE UM PAGAMENTO A
      * FORNECEDOR, DEVOLVIDA PELA SUBROTINA CALC_RETENCAO AO
      * REGISTRO DE PAGAMENTO (EXERCICIO_062) E AO BORDERO
      * (EXERCICIO_091). UMA OCORRENCIA POR IMPOSTO, SEMPRE NA MESMA
      * ORDEM: 1 = IRRF, 2 = ISS, 3 = INSS. A ALIQUOTA VEM DO CADASTRO
      * DO FORNECEDOR (FORNEC.CPY); O VALOR E A ALIQUOTA SOBRE O VALOR
      * BRUTO PAGO; O FORNECEDOR DO FISCO (PARAMETRO 'FISCO-' + CODIGO)
      * E QUEM RECEBE O TITULO DA RETENCAO.
      ******************************************************************
           03 RTC-ITEM OCCURS 3 TIMES.
              05 RTC-COD-RETENCAO      PIC X(004).
              05 RTC-PCT               PIC 9(002)V9(002).
              05 RTC-VALOR             PIC S9(013)V9(002).
              05 RTC-FORN-FISCO        PIC 9(005).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO REGISTRO DE RETENCOES NA FONTE
      * (ARQUIVO RETENCOES, SEQUENCIAL): UM REGISTRO POR IMPOSTO RETIDO
      * NO PAGAMENTO DE UM TITULO A FORNECEDOR, GRAVADO PELO REGISTRO
      * DE PAGAMENTO (EXERCICIO_062, ORIGEM 'MAN') E PELA CONFIRMACAO
      * DO BORDERO (EXERCICIO_091, ORIGEM 'BOR') JUNTO COM O TITULO DA
      * RETENCAO A PAGAR AO FISCO EM DUPL_PAGAR. E A BASE DO INFORME
      * ANUAL DE RETENCOES POR FORNECEDOR E MES (EXERCICIO_158).
      ******************************************************************
           03 RET-COD-FORNECEDOR       PIC 9(005).
           03 RET-NR-TITULO            PIC 9(007).
           03 RET-DT-PAGAMENTO         PIC 9(008).
           03 RET-COD-RETENCAO         PIC X(004).
           03 RET-VL-BASE              PIC S9(013)V9(002).
           03 RET-PCT                  PIC 9(002)V9(002).
           03 RET-VL-RETIDO            PIC S9(013)V9(002).
           03 RET-FORN-FISCO           PIC 9(005).
           03 RET-NR-TITULO-FISCO      PIC 9(007).
           03 RET-DT-VENCIMENTO        PIC 9(008).
           03 RET-ORIGEM               PIC X(003).
           03 RET-OPERADOR             PIC X(008).

      * BLOQUEIO DE MATRICULA (EXERCICIO_030), NO MESMO ESPIRITO DE
      * DUPLICATA.CPY. A DATA E HORA DA GERACAO ACOMPANHAM CADA
      * REGISTRO PARA A CONSULTA MOSTRAR DE QUANDO E A FOTOGRAFIA.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 POS-COD-CLIENTE          PIC 9(005).
           03 POS-VL-ABERTO            PIC S9(013)V9(002).
           03 POS-VL-VENCIDO           PIC S9(013)V9(002).
           03 POS-DT-MAIS-ANTIGA       PIC 9(008).

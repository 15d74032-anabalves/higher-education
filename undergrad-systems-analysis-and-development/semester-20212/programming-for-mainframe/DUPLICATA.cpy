      * DIVERGENTES) EM CADA PROGRAMA. COMO O NOME DOS CAMPOS SE REPETE
      * EM CADA GRUPO QUE USA ESTA COPY, QUALIFICAR COM OF/IN NO PONTO
      * DE USO SEMPRE QUE HOUVER MAIS DE UM GRUPO NO MESMO PROGRAMA.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 DUPL-NR-DUPLICATA        PIC 9(007).
           03 DUPL-COD-CLIENTE         PIC 9(005).
           03 DUPL-DT-EMISSAO          PIC 9(008).
           03 DUPL-DT-VENCIMENTO       PIC 9(008).
           03 DUPL-VL-FATURA           PIC S9(013)V9(002).

      * IMAGENS ANTES/DEPOIS, O OPERADOR E O MOMENTO DA OPERACAO, NO
      * MESMO ESPIRITO DO AUDIT_PRODUTOS DE EXERCICIO_009. CONSULTADO
      * POR EXERCICIO_046.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 FAUD-OPERACAO            PIC X(010).
           03 FAUD-NR-DUPLICATA        PIC 9(007).
           03 FAUD-COD-CLIENTE         PIC 9(005).
           03 FAUD-VL-FATURA-ANT       PIC S9(013)V9(002).
           03 FAUD-VL-PAGO-ANT         PIC S9(013)V9(002).
           03 FAUD-ST-ANT              PIC X(003).

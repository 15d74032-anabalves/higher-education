       FD DUPLICATAS.
       01 REG-DUPLICATA.
           03 DUPL-NR-DUPLICATA        PIC 9(007).
           03 DUPL-COD-CLIENTE         PIC 9(005).
           03 DUPL-DT-EMISSAO          PIC 9(008).
           03 DUPL-DT-VENCIMENTO       PIC 9(008).
           03 DUPL-VL-FATURA           PIC S9(013)V9(002).

       01 REG-MATR-BLOQUEIO.
           03 BLOQ-DATA               PIC 9(08).
           03 BLOQ-RGM                PIC 9(05).
           03 BLOQ-COD-CLIENTE        PIC 9(05).
           03 BLOQ-VL-VENCIDO         PIC S9(013)V9(002).
           03 BLOQ-RESULTADO          PIC X(01).


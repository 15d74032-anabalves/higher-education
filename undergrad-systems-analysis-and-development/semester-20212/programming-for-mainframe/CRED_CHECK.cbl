       FILE SECTION.
       FD LIMITE_CREDITO.
       01 REG-LIMITE-CREDITO.
           03 LIM-COD-CLIENTE          PIC 9(005).
           03 LIM-VL-LIMITE            PIC S9(013)V9(002).
           03 LIM-FLAG-BLOQUEIO        PIC X(001).
              88 LIM-CLIENTE-BLOQUEADO VALUE 'S'.
       77 WS-POSICAO-OK                PIC X(001).

       LINKAGE SECTION.
       01 LK-COD-CLIENTE               PIC 9(005).
       01 LK-VL-NOVA-FATURA            PIC S9(013)V9(002).
       01 LK-VL-EXPOSICAO              PIC S9(013)V9(002).
       01 LK-VL-LIMITE                 PIC S9(013)V9(002).

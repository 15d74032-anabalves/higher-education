       77 WS-JR-IMAGEM     PIC X(150).


       77 WS-COD-CLIENTE                PIC 9(005).
       77 WS-VALOR-TOTAL                PIC S9(013)V9(002).
       77 WS-QTD-PARCELAS               PIC 9(002).
       77 WS-VALOR-PARCELA              PIC S9(013)V9(002).

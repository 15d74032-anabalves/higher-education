           03 BOR-TIPO                 PIC X(001).
           03 BOR-COD-BANCO            PIC 9(003).
           03 BOR-NR-DUPLICATA         PIC 9(007).
           03 BOR-COD-CLIENTE          PIC 9(005).
           03 BOR-DT-VENCIMENTO        PIC 9(008).
           03 BOR-VL-FATURA            PIC S9(013)V9(002).
       01 REG-BORDERO-TRAILER.

       77 WS-FS-POSICAO                PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-MODO                      PIC X(001).
       77 WS-COD-PROCURADO             PIC 9(005).
       77 WS-QTD-EXTRATO               PIC 9(003) VALUE ZEROS.
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX2                      PIC 9(003).

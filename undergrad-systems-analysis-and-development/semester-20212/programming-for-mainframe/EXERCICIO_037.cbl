           03 ACR-NR-PARCELA           PIC 9(007).
           03 ACR-NR-ACORDO            PIC 9(007).
           03 ACR-NR-ORIGINAL          PIC 9(007).
           03 ACR-COD-CLIENTE          PIC 9(005).
           03 ACR-DT-ACORDO            PIC 9(008).
           03 ACR-QTD-PARCELAS         PIC 9(002).
           03 ACR-ST-ACORDO            PIC X(003).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-DATA-VENC                 PIC 9(008).
       77 WS-PAR                       PIC 9(002).
       77 WS-COD-CLIENTE               PIC 9(005).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> MOVIMENTO DATADO DENTRO DE MES JA FECHADO PELA CONTABILIDADE

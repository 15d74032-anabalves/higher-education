      *> HISTORICO ARQUIVADO PELA RETENCAO (EXERCICIO_121): MESMO
      *> LAYOUT, CONSULTADO SO QUANDO O OPERADOR PEDE.
       FD AUDFIN_HIST.
       01 REG-AUDFIN-HIST          PIC X(110).

       WORKING-STORAGE SECTION.
       77 WS-FS-AUDIT                  PIC 99.

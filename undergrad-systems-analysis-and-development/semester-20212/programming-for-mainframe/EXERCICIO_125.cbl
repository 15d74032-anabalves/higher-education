      * DA TOLERANCIA DO PARAMETRO TOL-CONSUMO EM RELACAO AO MES
      * ANTERIOR - QUE COSTUMA SER O PRIMEIRO SINAL DE OFICINA ANTES
      * DA REVISAO PROGRAMADA (EXERCICIO_073).
      * O ABASTECIMENTO LEVA A HORA E O MOTORISTA (MOTORISTAS,
      * EXERCICIO_208), CONFERIDO PELA SUBROTINA CONFERE_MOTORISTA:
      * MOTORISTA NAO CADASTRADO OU INATIVO E RECUSADO; CNH VENCIDA
      * SO E AVISADA (O COMBUSTIVEL JA FOI PAGO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

      *> UMA LINHA POR ABASTECIMENTO: VEICULO, DATA, LITROS, VALOR
      *> PAGO, ODOMETRO NO MOMENTO, HORA E MOTORISTA.
       FD ABASTECIMENTOS.
       01 REG-ABASTECIMENTO.
           COPY ABASTEC.

       FD FROTA_LOG.
       01 REG-FROTA_LOG.
           COPY FROTALOG.

       WORKING-STORAGE SECTION.
       77 WS-FS-VEICULOS   PIC 99.
       77 WS-PARAM-VALOR   PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU   PIC X(001).

      *> MOTORISTA DO ABASTECIMENTO (SUBROTINA CONFERE_MOTORISTA; A
      *> CATEGORIA NAO E CONFERIDA NO POSTO).
       77 WS-CATEGORIA-VEIC PIC X(001) VALUE SPACE.
       77 WS-NOME-MOTORISTA PIC X(030).
       77 WS-CM-RESULTADO  PIC X(001).
       01 WS-HORA-ABAST                PIC 9(004).
       01 FILLER REDEFINES WS-HORA-ABAST.
           03 WS-HA-HORA               PIC 9(002).
           03 WS-HA-MINUTO             PIC 9(002).

      *> MES (AAAAMM) DA LINHA EM EXAME.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
                    GO TO MENU-001
            END-READ
            DISPLAY 'VEICULO: ' VEIC-MODELO ' PLACA ' VEIC-PLACA
      *> VEICULO VENDIDO OU BAIXADO NAO ABASTECE MAIS.
            IF NOT VEIC-ATIVO
                DISPLAY "*** VEICULO VENDIDO OU BAIXADO EM "
                    VEIC-DT-BAIXA " ***"
                CLOSE VEICULOS
                GO TO MENU-001.
            CLOSE VEICULOS.

       REG-003.
            DISPLAY 'INFORME A DATA (AAAAMMDD):'
            ACCEPT ABA-DATA
            DISPLAY 'INFORME A HORA (HHMM):'
            ACCEPT WS-HORA-ABAST
            IF WS-HA-HORA > 23 OR WS-HA-MINUTO > 59
                DISPLAY "*** HORA INVALIDA ***"
                GO TO REG-003.
            MOVE WS-HORA-ABAST TO ABA-HORA.

       REG-004.
            DISPLAY 'INFORME O CODIGO DO MOTORISTA:'
            ACCEPT ABA-MOTORISTA
            CALL 'CONFERE_MOTORISTA' USING ABA-MOTORISTA, ABA-DATA,
                WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA, WS-CM-RESULTADO
            EVALUATE WS-CM-RESULTADO
                WHEN 'S'
                    DISPLAY 'MOTORISTA: ' WS-NOME-MOTORISTA
                WHEN 'N'
                    DISPLAY "*** MOTORISTA NAO CADASTRADO "
                        "(EXERCICIO_208) ***"
                    GO TO REG-004
                WHEN 'I'
                    DISPLAY "*** MOTORISTA INATIVO ***"
                    GO TO REG-004
                WHEN 'V'
                    DISPLAY "* ATENCAO: CNH DE " WS-NOME-MOTORISTA
                        " VENCIDA NA DATA DO ABASTECIMENTO *"
            END-EVALUATE.

       REG-005.
            DISPLAY 'INFORME OS LITROS:'
            ACCEPT ABA-LITROS
            DISPLAY 'INFORME O VALOR PAGO:'

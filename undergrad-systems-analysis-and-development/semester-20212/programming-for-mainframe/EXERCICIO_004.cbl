      * Author: Ana Beatriz Barbosa Alves
      * Date: 25/09/2021
      * Purpose: Calcular velocidade media
      * CADA VIAGEM LEVA O MOTORISTA (MOTORISTAS, EXERCICIO_208) E A
      * HORA DE SAIDA; A VIAGEM E RECUSADA QUANDO O MOTORISTA NAO
      * ESTA ATIVO, A CNH ESTA VENCIDA NA DATA OU A CATEGORIA DA CNH
      * NAO COBRE A DO VEICULO (SUBROTINA CONFERE_MOTORISTA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       FD FROTA_LOG.
       01 REG-FROTA_LOG.
           COPY FROTALOG.

       WORKING-STORAGE SECTION.
       01 WS-VALORES.
       77 WS-IDX                       PIC 99.
       77 WS-ACHOU                     PIC X(001).

      *> MOTORISTA DA VIAGEM (SUBROTINA CONFERE_MOTORISTA).
       77 WS-MOTORISTA                 PIC X(006).
       77 WS-CATEGORIA-VEIC            PIC X(001).
       77 WS-NOME-MOTORISTA            PIC X(030).
       77 WS-CM-RESULTADO              PIC X(001).
       01 WS-HORA-SAIDA                PIC 9(004).
       01 FILLER REDEFINES WS-HORA-SAIDA.
           03 WS-HS-HORA               PIC 9(002).
           03 WS-HS-MINUTO             PIC 9(002).

       01 WS-TAB-FROTA.
           03 WS-FROTA OCCURS 50 TIMES.
               05 WS-F-VEICULO          PIC X(006).
               NOT INVALID KEY
                   DISPLAY 'VEICULO: ' VEIC-MODELO
                       ' PLACA ' VEIC-PLACA
      *> VEICULO VENDIDO OU BAIXADO NAO RECEBE MAIS VIAGEM.
                   IF NOT VEIC-ATIVO
                       CLOSE VEICULOS
                       DISPLAY '*** VEICULO VENDIDO OU BAIXADO EM '
                           VEIC-DT-BAIXA ' ***'
                       GO TO ROT-FIM
                   END-IF
                   CLOSE VEICULOS
           END-READ
      *> SEM A CATEGORIA DO VEICULO NAO HA COMO CONFERIR A CNH.
           IF NOT VEIC-CATEGORIA-VALIDA
               DISPLAY '*** VEICULO SEM CATEGORIA DE CNH - INFORME EM '
                   'EXERCICIO_073 ***'
               GO TO ROT-FIM
           END-IF
           MOVE VEIC-CATEGORIA-CNH TO WS-CATEGORIA-VEIC
           DISPLAY 'DIGITE A DATA DA VIAGEM (AAAAMMDD)'
           ACCEPT WS-DATA-VIAGEM
           DISPLAY 'DIGITE A HORA DE SAIDA (HHMM)'
           ACCEPT WS-HORA-SAIDA
           IF WS-HS-HORA > 23 OR WS-HS-MINUTO > 59
               DISPLAY '*** HORA DE SAIDA INVALIDA ***'
               GO TO ROT-FIM
           END-IF
           DISPLAY 'DIGITE O CODIGO DO MOTORISTA'
           ACCEPT WS-MOTORISTA
           CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA,
               WS-DATA-VIAGEM, WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA,
               WS-CM-RESULTADO
           EVALUATE WS-CM-RESULTADO
               WHEN 'S'
                   DISPLAY 'MOTORISTA: ' WS-NOME-MOTORISTA
               WHEN 'N'
                   DISPLAY '*** MOTORISTA NAO CADASTRADO '
                       '(EXERCICIO_208) - VIAGEM RECUSADA ***'
                   GO TO ROT-FIM
               WHEN 'I'
                   DISPLAY '*** MOTORISTA INATIVO - VIAGEM '
                       'RECUSADA ***'
                   GO TO ROT-FIM
               WHEN 'V'
                   DISPLAY '*** CNH DE ' WS-NOME-MOTORISTA
                       ' VENCIDA NA DATA DA VIAGEM - VIAGEM '
                       'RECUSADA ***'
                   GO TO ROT-FIM
               WHEN 'C'
                   DISPLAY '*** CNH DE ' WS-NOME-MOTORISTA
                       ' NAO COBRE A CATEGORIA ' WS-CATEGORIA-VEIC
                       ' DO VEICULO - VIAGEM RECUSADA ***'
                   GO TO ROT-FIM
           END-EVALUATE
           DISPLAY 'DIGITE A DISTANCIA PERCORRIDA EM KM'
           ACCEPT WS-KM
           DISPLAY 'DIGITE O TEMPO PARA PERCORRER A DISTANCIA EM HORAS'
           MOVE WS-KM           TO LOG-KM
           MOVE WS-H            TO LOG-H
           MOVE WS-V            TO LOG-V
           MOVE WS-HORA-SAIDA   TO LOG-HORA-SAIDA
           MOVE WS-MOTORISTA    TO LOG-MOTORISTA

           WRITE REG-FROTA_LOG.


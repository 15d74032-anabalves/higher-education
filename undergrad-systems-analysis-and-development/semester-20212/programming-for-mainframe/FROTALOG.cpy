      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO LOG DE VIAGENS DA FROTA (ARQUIVO
      * FROTA_LOG), GRAVADO PELO REGISTRO DE VIAGENS (EXERCICIO_004)
      * E PELO RETORNO DO ROMANEIO (EXERCICIO_175) E LIDO PELO
      * CONTROLE DE COMBUSTIVEL (EXERCICIO_125) E PELO REGISTRO DE
      * MULTAS (EXERCICIO_209). CADA VIAGEM LEVA O MOTORISTA
      * (MOTORISTAS) E A HORA DE SAIDA (HHMM), QUE COM O TEMPO DA
      * VIAGEM (LOG-H) DIZ QUEM ESTAVA AO VOLANTE NA HORA DE UMA
      * MULTA. AS VIAGENS GRAVADAS ANTES DESTES CAMPOS FORAM
      * CONVERTIDAS PELO EXERCICIO_210 SEM MOTORISTA E COM HORA ZERO.
      ******************************************************************
           03 LOG-VEICULO          PIC X(006).
           03 LOG-DATA             PIC 9(008).
           03 LOG-KM               PIC S9(006)V9(002).
           03 LOG-H                PIC S9(002)V9(002).
           03 LOG-V                PIC S9(003)V9(002).
           03 LOG-HORA-SAIDA       PIC 9(004).
           03 LOG-MOTORISTA        PIC X(006).

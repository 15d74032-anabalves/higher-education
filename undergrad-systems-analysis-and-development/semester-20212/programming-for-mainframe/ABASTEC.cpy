      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO ABASTECIMENTO (ARQUIVO
      * ABASTECIMENTOS): UMA LINHA POR ABASTECIMENTO - VEICULO, DATA,
      * LITROS, VALOR PAGO E ODOMETRO NO MOMENTO, COM A HORA (HHMM) E
      * O MOTORISTA (MOTORISTAS). GRAVADO PELO CONTROLE DE COMBUSTIVEL
      * (EXERCICIO_125) E LIDO TAMBEM PELO REGISTRO DE MULTAS
      * (EXERCICIO_209) PARA APURAR O CONDUTOR. OS ABASTECIMENTOS
      * ANTERIORES A ESTES CAMPOS FORAM CONVERTIDOS PELO EXERCICIO_210
      * SEM MOTORISTA E COM HORA ZERO.
      ******************************************************************
           03 ABA-VEICULO              PIC X(006).
           03 ABA-DATA                 PIC 9(008).
           03 ABA-LITROS               PIC 9(004)V9(002).
           03 ABA-VALOR                PIC 9(007)V9(002).
           03 ABA-ODOMETRO             PIC 9(008)V9(002).
           03 ABA-HORA                 PIC 9(004).
           03 ABA-MOTORISTA            PIC X(006).

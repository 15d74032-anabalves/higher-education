      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE MOTORISTAS DA FROTA
      * (ARQUIVO MOTORISTAS, INDEXADO PELO CODIGO DO MOTORISTA),
      * MANTIDO NO EXERCICIO_208 E CONFERIDO PELA SUBROTINA
      * CONFERE_MOTORISTA NO REGISTRO DE VIAGENS (EXERCICIO_004), NO
      * RETORNO DO ROMANEIO (EXERCICIO_175), NO ABASTECIMENTO
      * (EXERCICIO_125) E NO REGISTRO DE MULTAS (EXERCICIO_209).
      * A CATEGORIA DA CNH E A DO DOCUMENTO ('A', 'B', 'C', 'D', 'E'
      * OU 'AB', 'AC', 'AD', 'AE'); A CATEGORIA MAIOR COBRE AS
      * MENORES DE B A E (E COBRE D, C E B), E A MOTO (A) SO E
      * COBERTA POR CNH QUE TENHA O A.
      ******************************************************************
           03 MOT-CODIGO              PIC X(006).
           03 MOT-NOME                PIC X(030).
           03 MOT-CPF                 PIC 9(011).
           03 MOT-CNH-NUMERO          PIC 9(011).
           03 MOT-CNH-CATEGORIA       PIC X(002).
           03 MOT-CNH-VALIDADE        PIC 9(008).
           03 MOT-SITUACAO            PIC X(001).
              88 MOT-ATIVO            VALUE 'A'.
              88 MOT-INATIVO          VALUE 'I'.
           03 MOT-DT-CADASTRO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO REGISTRO DE MULTAS DE TRANSITO DA
      * FROTA (ARQUIVO MULTAS, INDEXADO PELO NUMERO DO AUTO DE
      * INFRACAO), MANTIDO NO EXERCICIO_209. O CONDUTOR RESPONSAVEL E
      * APURADO PELO VEICULO E PELA DATA/HORA DA INFRACAO NO LOG DE
      * VIAGENS (FROTA_LOG) OU, NA FALTA DE VIAGEM, NOS ABASTECIMENTOS
      * DO DIA; MUL-ORIGEM-COND DIZ DE ONDE VEIO: 'V' = VIAGEM EM
      * ANDAMENTO NA HORA, 'D' = ULTIMA VIAGEM DO DIA ANTES DA HORA,
      * 'A' = ABASTECIMENTO DO DIA, 'M' = INFORMADO PELO OPERADOR,
      * ESPACO = AINDA NAO APURADO. O PRAZO PARA INDICAR O CONDUTOR
      * AO ORGAO AUTUADOR VEM DA NOTIFICACAO (PARAMETRO
      * PRAZO-IND-MUL, PADRAO 30 DIAS). A MULTA VIRA UM TITULO A
      * PAGAR (DUPL_PAGAR, TIPO 'D', FORNECEDOR = ORGAO AUTUADOR).
      ******************************************************************
           03 MUL-NR-AUTO              PIC X(012).
           03 MUL-VEICULO              PIC X(006).
           03 MUL-PLACA                PIC X(008).
           03 MUL-DATA                 PIC 9(008).
           03 MUL-HORA                 PIC 9(004).
           03 MUL-LOCAL                PIC X(030).
           03 MUL-INFRACAO             PIC X(030).
           03 MUL-PONTOS               PIC 9(002).
           03 MUL-VALOR                PIC S9(013)V9(002).
           03 MUL-COD-ORGAO            PIC 9(005).
           03 MUL-DT-NOTIFICACAO       PIC 9(008).
           03 MUL-DT-LIMITE-IND        PIC 9(008).
           03 MUL-MOTORISTA            PIC X(006).
           03 MUL-ORIGEM-COND          PIC X(001).
              88 MUL-COND-VIAGEM       VALUE 'V'.
              88 MUL-COND-DIA          VALUE 'D'.
              88 MUL-COND-ABASTEC      VALUE 'A'.
              88 MUL-COND-MANUAL       VALUE 'M'.
              88 MUL-COND-NAO-APURADO  VALUE SPACE.
           03 MUL-SITUACAO-IND         PIC X(001).
              88 MUL-IND-PENDENTE      VALUE 'P'.
              88 MUL-IND-FEITA         VALUE 'I'.
           03 MUL-DT-INDICACAO         PIC 9(008).
           03 MUL-NR-TITULO            PIC 9(007).
           03 MUL-OPERADOR             PIC X(008).
           03 MUL-DT-CADASTRO          PIC 9(008).

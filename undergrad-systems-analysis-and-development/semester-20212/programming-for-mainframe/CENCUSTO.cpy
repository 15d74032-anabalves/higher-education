      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE CENTROS DE CUSTO
      * (ARQUIVO CENTROS_CUSTO, INDEXADO PELO CODIGO), MANTIDO EM
      * EXERCICIO_143. O CENTRO DE CUSTO SEPARA NO DIARIO CONTABIL O
      * QUE E DA ESCOLA, DA LOJA, DO DEPOSITO E DA FROTA: CADA
      * EVENTO DO PLANO DE CONTAS TEM UM CENTRO PADRAO E OS
      * PROGRAMAS QUE SABEM MAIS (DEPOSITO, VEICULO, DISCIPLINA) O
      * TROCAM PELOS VINCULOS DE CC_VINCULOS. SITUACAO 'A' ATIVO,
      * 'I' INATIVO (NAO RECEBE NOVO VINCULO NEM EVENTO).
      ******************************************************************
           03 CCU-CODIGO               PIC X(006).
           03 CCU-DESCRICAO            PIC X(030).
           03 CCU-SITUACAO             PIC X(001).
              88 CCU-ATIVO             VALUE 'A'.
              88 CCU-INATIVO           VALUE 'I'.
           03 CCU-OPERADOR             PIC X(008).
           03 CCU-DT-ALTERACAO         PIC 9(008).

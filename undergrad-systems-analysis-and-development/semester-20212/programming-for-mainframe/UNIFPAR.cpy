      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DOS PARES DE CLIENTES CONFIRMADOS PARA
      * UNIFICACAO (ARQUIVO UNIFICA_PARES, INDEXADO PELO CLIENTE
      * DUPLICADO, QUE SO PODE SER UNIFICADO UMA VEZ). GRAVADO PELA
      * REVISAO DOS CANDIDATOS (EXERCICIO_200) E PROCESSADO EM LOTE
      * PELA UNIFICACAO (EXERCICIO_066), QUE MARCA CADA PAR COMO 'U'
      * UNIFICADO OU 'R' RECUSADO, COM O MOTIVO E A DATA.
      ******************************************************************
           03 UNP-COD-DUPLICADO        PIC 9(005).
           03 UNP-COD-SOBREVIVENTE     PIC 9(005).
           03 UNP-DT-CONFIRMACAO       PIC 9(008).
           03 UNP-OPERADOR             PIC X(008).
           03 UNP-SITUACAO             PIC X(001).
              88 UNP-PENDENTE          VALUE 'P'.
              88 UNP-UNIFICADO         VALUE 'U'.
              88 UNP-RECUSADO          VALUE 'R'.
           03 UNP-DT-PROCESSO          PIC 9(008).
           03 UNP-MOTIVO               PIC X(040).

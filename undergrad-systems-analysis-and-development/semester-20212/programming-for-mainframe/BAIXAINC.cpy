      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CAMPOS DA BAIXA QUE SEGUEM O LAYOUT DE DUPLICATA.CPY
      * NO REGISTRO DE DUPL_INCOBRAVEIS (COPY DUPLICATA SEGUIDO DE
      * COPY BAIXAINC). A BAIXA (EXERCICIO_041) GRAVA DATA, MOTIVO E
      * OPERADOR APROVADOR; A RECUPERACAO DE INCOBRAVEL (SUBROTINA
      * RECUPERA_INCOB, CHAMADA PELO RETORNO BANCARIO, PELO CAIXA DE
      * BALCAO E PELA CUSTODIA DE CHEQUES) GRAVA A DATA DO ULTIMO
      * RECEBIMENTO E O VALOR RECUPERADO ACUMULADO. LIDO TAMBEM PELO
      * DIARIO (EXERCICIO_040), PELA PDD (EXERCICIO_127) E PELA
      * UNIFICACAO DE CLIENTES (EXERCICIO_066).
      * AS BAIXAS GRAVADAS ANTES DA RECUPERACAO FORAM CONVERTIDAS PELO
      * EXERCICIO_213 COM A DATA E O VALOR RECUPERADO ZERADOS.
      ******************************************************************
           03 BAIXA-DATA               PIC 9(008).
           03 BAIXA-MOTIVO             PIC X(003).
           03 BAIXA-OPERADOR           PIC X(008).
           03 BAIXA-DT-RECUPERACAO     PIC 9(008).
           03 BAIXA-VL-RECUPERADO      PIC S9(013)V9(002).

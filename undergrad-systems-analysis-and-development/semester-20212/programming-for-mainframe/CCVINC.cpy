      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DOS VINCULOS DE CENTRO DE CUSTO
      * (ARQUIVO CC_VINCULOS, INDEXADO POR TIPO + CODIGO), MANTIDO
      * EM EXERCICIO_143 E LIDO PELA SUBROTINA BUSCA_CCUSTO. O
      * VINCULO TROCA O CENTRO DE CUSTO PADRAO DO EVENTO CONTABIL
      * QUANDO O PROGRAMA CONHECE A ORIGEM DO LANCAMENTO: TIPO 'D'
      * DEPOSITO DO MOVIMENTO DE ESTOQUE (CODIGO = DEPOSITO COM 2
      * DIGITOS), 'V' VEICULO DA FROTA (CODIGO = VEIC-CODIGO) E 'C'
      * CURSO DA MENSALIDADE (CODIGO = DISCIPLINA DA MATRICULA).
      ******************************************************************
           03 CCV-CHAVE.
              05 CCV-TIPO              PIC X(001).
                 88 CCV-DEPOSITO       VALUE 'D'.
                 88 CCV-VEICULO        VALUE 'V'.
                 88 CCV-CURSO          VALUE 'C'.
              05 CCV-CODIGO            PIC X(010).
           03 CCV-CENTRO-CUSTO         PIC X(006).
           03 CCV-OPERADOR             PIC X(008).
           03 CCV-DT-ALTERACAO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA DESPESA FIXA MENSAL (ARQUIVO
      * DESPESAS_FIXAS, INDEXADO PELO NUMERO DA DESPESA - O NUMERO DO
      * PRIMEIRO TITULO LANCADO PARA ELA): ALUGUEL, ENERGIA, TELEFONE
      * E OUTRAS CONTAS SEM PEDIDO QUE SE REPETEM TODO MES. NASCE NO
      * LANCAMENTO DA DESPESA COM REPETICAO MENSAL (EXERCICIO_161) E
      * GERA UM TITULO 'D' POR COMPETENCIA NO LOTE EXERCICIO_162, COM
      * O FORNECEDOR, O EVENTO DE DESPESA DO PLANO DE CONTAS, O VALOR
      * E O DIA DE VENCIMENTO DAQUI. GUARDA A VIGENCIA EM COMPETENCIAS
      * (AAAAMM; FIM ZERADO = SEM PRAZO), A ULTIMA COMPETENCIA GERADA
      * E A SITUACAO ('A' ATIVA, 'E' ENCERRADA).
      ******************************************************************
           03 DFX-NR-DESPESA           PIC 9(007).
           03 DFX-COD-FORNECEDOR       PIC 9(005).
           03 DFX-DESCRICAO            PIC X(030).
           03 DFX-EVENTO-DESPESA       PIC X(012).
           03 DFX-VL-MENSAL            PIC S9(013)V9(002).
           03 DFX-DIA-VENC             PIC 9(002).
           03 DFX-NR-DOCUMENTO         PIC 9(009).
           03 DFX-ANOMES-INICIO        PIC 9(006).
           03 DFX-ANOMES-FIM           PIC 9(006).
           03 DFX-ANOMES-ULT-GER       PIC 9(006).
           03 DFX-SITUACAO             PIC X(001).
              88 DFX-ATIVA             VALUE 'A'.
              88 DFX-ENCERRADA         VALUE 'E'.
           03 DFX-OPERADOR             PIC X(008).
           03 DFX-DT-ALTERACAO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA ESTRUTURA DE CONTAS (ARQUIVO
      * ESTRUTURA_CONTAS, INDEXADO PELA CONTA DO DIARIO), MANTIDO EM
      * EXERCICIO_144. CLASSIFICA CADA LCT-CONTA PELA NATUREZA:
      * 'A' ATIVO, 'P' PASSIVO, 'L' PATRIMONIO LIQUIDO, 'R' RECEITA
      * E 'D' DESPESA (CUSTOS INCLUSIVE). O RELATORIO DE RESULTADO
      * POR CENTRO DE CUSTO (EXERCICIO_145) SEPARA RECEITA E DESPESA
      * POR ESTA NATUREZA. ECT-LINHA-DEMO LIGA A CONTA A UMA LINHA
      * DOS DEMONSTRATIVOS (EXERCICIO_147): NA DRE 'RB' RECEITA
      * BRUTA, 'DD' DEDUCOES DA RECEITA, 'CV' CUSTO DAS VENDAS, 'DO'
      * DESPESAS OPERACIONAIS E 'RF' RESULTADO FINANCEIRO; NO
      * BALANCO 'AT' ATIVO, 'PS' PASSIVO E 'PL' PATRIMONIO LIQUIDO.
      * OS SUBTOTAIS SAO CALCULADOS PELO PROPRIO DEMONSTRATIVO.
      ******************************************************************
           03 ECT-CONTA                PIC X(010).
           03 ECT-DESCRICAO            PIC X(030).
           03 ECT-NATUREZA             PIC X(001).
              88 ECT-ATIVO             VALUE 'A'.
              88 ECT-PASSIVO           VALUE 'P'.
              88 ECT-PATRIMONIO        VALUE 'L'.
              88 ECT-RECEITA           VALUE 'R'.
              88 ECT-DESPESA           VALUE 'D'.
           03 ECT-LINHA-DEMO           PIC X(002).
              88 ECT-LINHA-DRE         VALUE 'RB' 'DD' 'CV' 'DO' 'RF'.
              88 ECT-LINHA-BALANCO     VALUE 'AT' 'PS' 'PL'.
           03 FILLER                   PIC X(018).
           03 ECT-OPERADOR             PIC X(008).
           03 ECT-DT-ALTERACAO         PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CONTRATO DE SERVICO RECORRENTE
      * (ARQUIVO CONTRATOS, INDEXADO PELO NUMERO DO CONTRATO) DOS
      * CLIENTES QUE NAO SAO ALUNOS - MANUTENCAO, LOCACAO,
      * TREINAMENTO DE EMPRESA -, MANTIDO EM EXERCICIO_139 E FATURADO
      * TODO MES PELO LOTE EXERCICIO_140. GUARDA O VALOR MENSAL, O
      * DIA DE VENCIMENTO, A VIGENCIA (DATA FIM ZERADA = SEM PRAZO),
      * O INDICE E O MES DO REAJUSTE ANUAL (O PERCENTUAL DO INDICE
      * VEM DE PARAMETROS, CODIGO 'REAJ-' + INDICE), O ANO DO ULTIMO
      * REAJUSTE, A ULTIMA COMPETENCIA FATURADA (AAAAMM) E A SITUACAO
      * ('A' ATIVO, 'S' SUSPENSO, 'E' ENCERRADO).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 CTR-NR-CONTRATO          PIC 9(005).
           03 CTR-COD-CLIENTE          PIC 9(005).
           03 CTR-DESCRICAO            PIC X(030).
           03 CTR-VL-MENSAL            PIC S9(013)V9(002).
           03 CTR-DIA-VENC             PIC 9(002).
           03 CTR-DT-INICIO            PIC 9(008).
           03 CTR-DT-FIM               PIC 9(008).
           03 CTR-INDICE               PIC X(006).
           03 CTR-MES-REAJUSTE         PIC 9(002).
           03 CTR-ANO-ULT-REAJ         PIC 9(004).
           03 CTR-ANOMES-ULT-FAT       PIC 9(006).
           03 CTR-SITUACAO             PIC X(001).
              88 CTR-ATIVO             VALUE 'A'.
              88 CTR-SUSPENSO          VALUE 'S'.
              88 CTR-ENCERRADO         VALUE 'E'.
           03 CTR-OPERADOR             PIC X(008).
           03 CTR-DT-ALTERACAO         PIC 9(008).

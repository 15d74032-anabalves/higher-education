      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO HISTORICO MENSAL DA PROVISAO PARA
      * DEVEDORES DUVIDOSOS (ARQUIVO PDD_HIST, INDEXADO POR MES E
      * CLIENTE), GRAVADO PELO CALCULO DE FIM DE MES (EXERCICIO_127)
      * E LIDO PELO DIARIO DO RECEBER (EXERCICIO_040) PARA QUE A
      * BAIXA DE INCOBRAVEIS CONSUMA A PROVISAO JA CONSTITUIDA EM VEZ
      * DE IR DE NOVO PARA A DESPESA, NO MESMO ESPIRITO DE
      * POSICAO.CPY. A PROVISAO ANTERIOR, O VALOR CONSUMIDO PELAS
      * BAIXAS DO MES E A VARIACAO LANCADA FICAM GUARDADOS PARA A
      * CONTABILIDADE REFAZER A CONTA DO LANCAMENTO.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 PDH-CHAVE.
              05 PDH-MES               PIC 9(006).
              05 PDH-COD-CLIENTE       PIC 9(005).
           03 PDH-VL-ABERTO            PIC S9(013)V9(002).
           03 PDH-VL-PROVISAO          PIC S9(013)V9(002).
           03 PDH-VL-PROV-ANTERIOR     PIC S9(013)V9(002).
           03 PDH-VL-CONSUMIDO         PIC S9(013)V9(002).
           03 PDH-VL-VARIACAO          PIC S9(013)V9(002).
           03 PDH-DT-GERACAO           PIC 9(008).

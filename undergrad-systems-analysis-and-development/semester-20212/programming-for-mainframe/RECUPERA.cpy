      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO HISTORICO DE RECUPERACOES DE
      * INCOBRAVEIS (ARQUIVO RECUPERACOES, SEQUENCIAL): UM REGISTRO
      * POR RECEBIMENTO DE DUPLICATA JA BAIXADA COMO INCOBRAVEL,
      * GRAVADO PELA SUBROTINA RECUPERA_INCOB E LIDO PELO DIARIO
      * (EXERCICIO_040 - EVENTO RECUPERACAO) E PELO RELATORIO MENSAL
      * DE RECUPERACOES (EXERCICIO_128). FORMA E ORIGEM SEGUEM OS
      * CODIGOS DE FORMAS_BAIXA ('BOL'/'RET' RETORNO, FORMA DO
      * RECIBO/'CXA' CAIXA, 'CHQ'/'CHQ' CUSTODIA DE CHEQUES).
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 REC-NR-DUPLICATA         PIC 9(007).
           03 REC-COD-CLIENTE          PIC 9(005).
           03 REC-DT-RECUPERACAO       PIC 9(008).
           03 REC-VL-RECUPERADO        PIC S9(013)V9(002).
           03 REC-FORMA                PIC X(003).
           03 REC-ORIGEM               PIC X(003).
           03 REC-OPERADOR             PIC X(008).
           03 REC-DT-BAIXA             PIC 9(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO MOVIMENTO BANCARIO DA EMPRESA
      * (ARQUIVO MOVTO_BANCO, SEQUENCIAL, SO ACRESCIDO): UM REGISTRO
      * POR LANCAMENTO NUMA CONTA DE CONTAS_BANCO, GRAVADO PELA
      * SUBROTINA LANCA_BANCO. ORIGEM: 'RET' RETORNO BANCARIO
      * (EXERCICIO_035), 'PIX' RECEBIMENTO PIX (EXERCICIO_136), 'BOR'
      * BORDERO DE PAGAMENTO (EXERCICIO_091), 'CXA' DEPOSITO DO
      * CAIXA DE BALCAO (EXERCICIO_084), 'TAR' TARIFA, 'TRF'
      * TRANSFERENCIA ENTRE CONTAS PROPRIAS, 'AJU' AJUSTE
      * (LANCAMENTOS MANUAIS DO EXERCICIO_137) E 'REE' REEMBOLSO DE
      * CREDITO DE CLIENTE (EXERCICIO_126). O SALDO APOS E O DA
      * CONTA LOGO DEPOIS DO LANCAMENTO.
      ******************************************************************
           03 MBC-COD-BANCO            PIC 9(003).
           03 MBC-DT-MOVTO             PIC 9(008).
           03 MBC-TIPO                 PIC X(001).
              88 MBC-CREDITO           VALUE 'C'.
              88 MBC-DEBITO            VALUE 'D'.
           03 MBC-VL-MOVTO             PIC S9(013)V9(002).
           03 MBC-ORIGEM               PIC X(003).
           03 MBC-DOCUMENTO            PIC X(012).
           03 MBC-HISTORICO            PIC X(030).
           03 MBC-OPERADOR             PIC X(008).
           03 MBC-DATA-HORA            PIC 9(014).
           03 MBC-VL-SALDO-APOS        PIC S9(013)V9(002).

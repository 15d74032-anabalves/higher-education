      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO REGISTRO DAS TAXAS DE SERVICOS
      * ACADEMICOS (ARQUIVO TAXAS_EMITIDAS, INDEXADO POR RGM + TIPO DE
      * DOCUMENTO + SEQUENCIA), GRAVADO PELA SUBROTINA COBRA_TAXA A
      * CADA DOCUMENTO TAXAVEL EMITIDO: O PERIODO, A REFERENCIA DO
      * DOCUMENTO (DEC-NUMERO DA DECLARACAO, NUMERO DO PEDIDO DE
      * REVISAO, NUMERO DO DIPLOMA), O VALOR, A DUPLICATA GERADA E A
      * SITUACAO:
      *   I ISENTO (MOTIVO NO REGISTRO)
      *   C COBRADO - DOCUMENTO ENTREGUE
      *   R RETIDO ATE O PAGAMENTO DA DUPLICATA
      *   L LIBERADO APOS O PAGAMENTO
      *   N NAO COBRADO - ALUNO SEM CLIENTE (PARA O FINANCEIRO)
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 TXE-CHAVE.
              05 TXE-RGM               PIC 9(005).
              05 TXE-TIPO-DOC          PIC X(003).
              05 TXE-SEQ               PIC 9(004).
           03 TXE-PERIODO              PIC X(006).
           03 TXE-REFERENCIA           PIC X(010).
           03 TXE-VALOR                PIC S9(013)V9(002).
           03 TXE-SITUACAO             PIC X(001).
              88 TXE-ISENTO            VALUE 'I'.
              88 TXE-COBRADO           VALUE 'C'.
              88 TXE-RETIDO            VALUE 'R'.
              88 TXE-LIBERADO          VALUE 'L'.
              88 TXE-SEM-CLIENTE       VALUE 'N'.
           03 TXE-MOTIVO               PIC X(030).
           03 TXE-NR-DUPLICATA         PIC 9(007).
           03 TXE-COD-CLIENTE          PIC 9(005).
           03 TXE-DT-EMISSAO           PIC 9(008).
           03 TXE-DT-LIBERACAO         PIC 9(008).
           03 TXE-OPERADOR             PIC X(008).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA TABELA DE TAXAS DE SERVICOS
      * ACADEMICOS (ARQUIVO TABELA_TAXAS, INDEXADO PELO TIPO DE
      * DOCUMENTO), MANTIDA NO EXERCICIO_193 E LIDA PELA SUBROTINA
      * COBRA_TAXA NA EMISSAO DE CADA DOCUMENTO. TIPOS EM USO:
      *   DEC DECLARACAO DE MATRICULA (EXERCICIO_117)
      *   DIP SEGUNDA VIA DO CERTIFICADO DE DIPLOMA (EXERCICIO_115)
      *   HIS HISTORICO ESCOLAR (EXERCICIO_016)
      *   REV PEDIDO DE REVISAO DE PROVA (EXERCICIO_116)
      * TIPO FORA DA TABELA OU COM VALOR ZERO NAO E COBRADO. AS
      * ISENCOES SAO A QUANTIDADE GRATUITA POR ALUNO NO PERIODO E A
      * DO BOLSISTA; RETER = 'S' SEGURA O DOCUMENTO ATE A DUPLICATA
      * DA TAXA SER PAGA.
      ******************************************************************
           03 TXS-TIPO-DOC             PIC X(003).
           03 TXS-DESCRICAO            PIC X(030).
           03 TXS-VALOR                PIC S9(013)V9(002).
           03 TXS-QTD-GRATIS-PERIODO   PIC 9(002).
           03 TXS-ISENTA-BOLSISTA      PIC X(001).
              88 TXS-BOLSISTA-ISENTO   VALUE 'S'.
           03 TXS-RETER                PIC X(001).
              88 TXS-RETER-ATE-PAGAR   VALUE 'S'.
           03 TXS-DIAS-VENCIMENTO      PIC 9(003).
           03 TXS-OPERADOR             PIC X(008).
           03 TXS-DT-ALTERACAO         PIC 9(008).

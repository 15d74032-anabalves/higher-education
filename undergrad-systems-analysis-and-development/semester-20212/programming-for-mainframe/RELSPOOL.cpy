      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS LINHAS GUARDADAS NO SPOOL DE
      * RELATORIOS (ARQUIVO SPOOL_REL, INDEXADO PELA CHAVE DA ENTRADA
      * DO CATALOGO - RELCAT - MAIS A SEQUENCIA DA LINHA). CADA LINHA
      * E A IMAGEM DE 132 POSICOES EXATAMENTE COMO SAIU NO ARQUIVO DE
      * IMPRESSAO, PARA A REIMPRESSAO (EXERCICIO_203) SAIR IGUAL.
      ******************************************************************
           03 SPL-CHAVE.
              05 SPL-PROGRAMA          PIC X(013).
              05 SPL-DATA              PIC 9(008).
              05 SPL-HORA              PIC 9(006).
              05 SPL-SEQ               PIC 9(007).
           03 SPL-LINHA                PIC X(132).

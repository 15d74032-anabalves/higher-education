      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CATALOGO DO SPOOL DE RELATORIOS
      * (ARQUIVO CATALOGO_REL, INDEXADO POR PROGRAMA + DATA + HORA DA
      * EXECUCAO, O QUE JA DEIXA A LISTAGEM NA ORDEM DE PROGRAMA E
      * DATA). CADA RELATORIO GRAVADO NO ARQUIVO DE IMPRESSAO E
      * CATALOGADO PELA SUBROTINA ARQUIVA_REL, COM A COPIA DAS LINHAS
      * EM SPOOL_REL (RELSPOOL); A CONSULTA E A REIMPRESSAO SAO DO
      * EXERCICIO_203 E O EXPURGO DAS COPIAS VELHAS E DO EXERCICIO_121,
      * QUE MARCA A ENTRADA COMO 'E' EXPURGADA E MANTEM O REGISTRO DE
      * QUE O RELATORIO FOI EMITIDO.
      ******************************************************************
           03 CAT-CHAVE.
              05 CAT-PROGRAMA          PIC X(013).
              05 CAT-DATA              PIC 9(008).
              05 CAT-HORA              PIC 9(006).
           03 CAT-TITULO               PIC X(040).
           03 CAT-OPERADOR             PIC X(008).
           03 CAT-PAGINAS              PIC 9(005).
           03 CAT-LINHAS               PIC 9(007).
           03 CAT-SITUACAO             PIC X(001).
              88 CAT-DISPONIVEL        VALUE 'D'.
              88 CAT-EXPURGADO         VALUE 'E'.
           03 CAT-DT-EXPURGO           PIC 9(008).

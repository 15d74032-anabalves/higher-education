      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS PENDENCIAS DE LANCAMENTO DE NOTAS
      * (ARQUIVO NOTAS_PENDENTES, INDEXADO POR PERIODO + DISCIPLINA +
      * SECAO), GRAVADO PELO ACOMPANHAMENTO DIARIO DE NOTAS
      * (EXERCICIO_194) PARA CADA TURMA AINDA INCOMPLETA DEPOIS DO
      * PRAZO CAL-NOTAS-FIM DO CALENDARIO ACADEMICO. ENQUANTO A
      * SITUACAO FOR 'P' A CERTIFICACAO DO PERIODO NO EXAME FINAL
      * (EXERCICIO_048) DAQUELA DISCIPLINA FICA BLOQUEADA. SITUACOES:
      *   P PENDENTE - TURMA COM ALUNO SEM NOTA APOS O PRAZO
      *   C COMPLETADA - AS NOTAS FALTANTES FORAM LANCADAS
      *   L LIBERADA PELO COORDENADOR (EXERCICIO_110), COM MOTIVO
      ******************************************************************
           03 NPD-CHAVE.
              05 NPD-PERIODO           PIC X(006).
              05 NPD-COD-DISCIPLINA    PIC X(006).
              05 NPD-SECAO             PIC X(003).
           03 NPD-PROFESSOR            PIC X(008).
           03 NPD-QTD-MATRICULADOS     PIC 9(004).
           03 NPD-QTD-COM-NOTA         PIC 9(004).
           03 NPD-DT-PRAZO             PIC 9(008).
           03 NPD-DT-APURACAO          PIC 9(008).
           03 NPD-SITUACAO             PIC X(001).
              88 NPD-PENDENTE          VALUE 'P'.
              88 NPD-COMPLETADA        VALUE 'C'.
              88 NPD-LIBERADA          VALUE 'L'.
           03 NPD-OPERADOR-LIB         PIC X(008).
           03 NPD-DT-LIBERACAO         PIC 9(008).
           03 NPD-MOTIVO-LIB           PIC X(030).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO COEFICIENTE DE RENDIMENTO (CR) POR
      * ALUNO E PERIODO (ARQUIVO COEF_REND, INDEXADO POR RGM +
      * PERIODO), GRAVADO PELO CALCULO DO CR (EXERCICIO_195): MEDIA
      * DAS MEDIAS FINAIS PONDERADA PELA CARGA-HORARIA DAS
      * DISCIPLINAS, NO PERIODO E ACUMULADA ATE ELE, E A
      * CLASSIFICACAO DO ALUNO ENTRE OS DO MESMO CURSO E PERIODO DE
      * INGRESSO. LIDO PELO HISTORICO ESCOLAR (EXERCICIO_016) E PELA
      * DECLARACAO DE MATRICULA (EXERCICIO_117).
      ******************************************************************
           03 CRD-CHAVE.
              05 CRD-RGM               PIC 9(005).
              05 CRD-PERIODO           PIC X(006).
           03 CRD-COD-CURSO            PIC 9(003).
           03 CRD-PERIODO-INGRESSO     PIC X(006).
           03 CRD-CR-PERIODO           PIC 9(002)V9(002).
           03 CRD-CARGA-PERIODO        PIC 9(005).
           03 CRD-CR-ACUMULADO         PIC 9(002)V9(002).
           03 CRD-CARGA-ACUMULADA      PIC 9(005).
      *> DISCIPLINAS DO PERIODO AINDA SEM MEDIA FINAL (AGUARDANDO O
      *> EXAME): COM PENDENCIA O CR DO PERIODO E PROVISORIO.
           03 CRD-QTD-PENDENTES        PIC 9(003).
           03 CRD-POSICAO-PERIODO      PIC 9(004).
           03 CRD-POSICAO-ACUMULADO    PIC 9(004).
           03 CRD-QTD-TURMA            PIC 9(004).
           03 CRD-DT-CALCULO           PIC 9(008).

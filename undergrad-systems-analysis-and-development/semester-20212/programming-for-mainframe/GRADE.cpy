      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DA GRADE CURRICULAR (ARQUIVO
      * GRADE_CURRICULAR), QUE DEIXOU DE SER UMA SO PARA A ESCOLA: A
      * CHAVE E O CURSO (CURSO.CPY) + A VERSAO DA GRADE + A
      * DISCIPLINA, E CADA ALUNO E JULGADO PELA GRADE DO SEU CURSO NA
      * VERSAO EM QUE ENTROU (COD-CURSO-ALUNO/VERSAO-GRADE-ALUNO EM
      * ALUNOS). A GRADE UNICA ANTERIOR FOI CONVERTIDA PELO
      * EXERCICIO_183 PARA O CURSO E VERSAO ATUAIS. MANTIDA NO
      * EXERCICIO_049.
      ******************************************************************
           03 GRADE-CHAVE.
              05 GRADE-COD-CURSO       PIC 9(003).
              05 GRADE-VERSAO          PIC 9(002).
              05 GRADE-COD-DISCIPLINA  PIC X(006).
           03 GRADE-SEMESTRE           PIC 9(002).
           03 GRADE-PREREQ-1           PIC X(006).
           03 GRADE-PREREQ-2           PIC X(006).
           03 GRADE-PREREQ-3           PIC X(006).

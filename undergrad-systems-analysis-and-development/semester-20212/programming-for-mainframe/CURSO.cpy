      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE CURSOS (ARQUIVO CURSOS,
      * INDEXADO POR COD-CURSO), MANTIDO NO EXERCICIO_182. CADA CURSO
      * TEM A SUA GRADE CURRICULAR (GRADE.CPY), EM VERSOES: O ALUNO
      * FICA PRESO AO CURSO E A VERSAO DA GRADE EM QUE ENTROU, E A
      * VERSAO ATUAL DO CURSO E A QUE VALE PARA QUEM ENTRA AGORA.
      * O CURSO TRAZ TAMBEM AS HORAS MINIMAS DE ATIVIDADES
      * COMPLEMENTARES E DE ESTAGIO SUPERVISIONADO EXIGIDAS PARA A
      * FORMATURA (ATIVIDADES_COMPL, ATIVCOMP.CPY).
      ******************************************************************
           03 COD-CURSO                PIC 9(003).
           03 NOME-CURSO               PIC X(030).
           03 VERSAO-GRADE-ATUAL       PIC 9(002).
           03 QTD-SEMESTRES-CURSO      PIC 9(002).
      *> 'E' = CURSO ENCERRADO: NAO RECEBE ALUNO NOVO, MAS OS ALUNOS
      *> QUE JA ESTAO NELE SEGUEM SENDO JULGADOS PELA SUA GRADE.
           03 SITUACAO-CURSO           PIC X(001).
              88 CURSO-ATIVO           VALUE 'A' ' '.
              88 CURSO-ENCERRADO       VALUE 'E'.
           03 MIN-HORAS-COMPLEM-CURSO  PIC 9(004).
           03 MIN-HORAS-ESTAGIO-CURSO  PIC 9(004).

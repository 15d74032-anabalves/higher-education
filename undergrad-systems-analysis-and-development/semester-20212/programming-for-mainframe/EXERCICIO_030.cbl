      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.

           SELECT DUPL_VENCIDAS ASSIGN TO
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ALUNOS2021
           FILE STATUS IS WS-FS-A21.

      *> APROVEITAMENTO DE ESTUDOS (EXERCICIO_186): DISCIPLINA
      *> APROVEITADA DE OUTRA INSTITUICAO VALE COMO PRE-REQUISITO.
           SELECT APROVEITAMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\aproveitamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS APV-CHAVE
           FILE STATUS     IS WS-FS-APV.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULA.
       01 REG-MATR-BLOQUEIO.
           03 BLOQ-DATA               PIC 9(08).
           03 BLOQ-RGM                PIC 9(05).
           03 BLOQ-COD-CLIENTE        PIC 9(05).
           03 BLOQ-VL-VENCIDO         PIC S9(013)V9(002).
           03 BLOQ-RESULTADO          PIC X(01).

       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD DISCIPLINAS.
       01 REG-DISCIPLINA.

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

       FD APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           COPY APROVEIT.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-FS-ALUNOS     PIC 99.
       77 WS-FS-DISC       PIC 99.
       77 WS-FS-GRADE      PIC 99.
       77 WS-FS-A21        PIC 99.
       77 WS-FS-APV        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-EOF-A21       PIC 99.
       77 WS-PREREQ        PIC X(06).
       77 WS-EOF-CHOQUE    PIC 99.
       01 WS-MATR-SAVE     PIC X(42).
       77 WS-EOF-VENC      PIC 99.
       77 WS-COD-CLIENTE-ALUNO PIC 9(005).
       77 WS-COD-CURSO-ALUNO   PIC 9(003).
       77 WS-VERSAO-GRADE-ALUNO PIC 9(002).
       77 WS-VL-VENCIDO    PIC S9(013)V9(002).
       77 WS-FIN-OK        PIC X(001).
       77 WS-OVERRIDE      PIC X(008).
                    GO TO INC-002
                NOT INVALID KEY
                    MOVE COD-CLIENTE TO WS-COD-CLIENTE-ALUNO
                    MOVE COD-CURSO-ALUNO    TO WS-COD-CURSO-ALUNO
                    MOVE VERSAO-GRADE-ALUNO TO WS-VERSAO-GRADE-ALUNO
                    CLOSE ALUNOS
            END-READ.

               GO TO 7000-VERIFICA-GRADE-FIM
           END-IF

      *> O PRE-REQUISITO E O DA GRADE DO CURSO E VERSAO DO ALUNO.
           MOVE WS-COD-CURSO-ALUNO    TO GRADE-COD-CURSO
           MOVE WS-VERSAO-GRADE-ALUNO TO GRADE-VERSAO
           MOVE COD-DISCIPLINA-MATR TO GRADE-COD-DISCIPLINA
           READ GRADE_CURRICULAR
               INVALID KEY
           CLOSE ALUNOS2021.

       7100-VERIFICA-PREREQ-MSG.
      *> SEM APROVACAO NO HISTORICO, O PRE-REQUISITO AINDA PODE TER
      *> SIDO APROVEITADO DE OUTRA INSTITUICAO.
           IF WS-PREREQ-OK EQUAL 'N'
               SET WS-FS-APV TO 0
               OPEN INPUT APROVEITAMENTOS
               IF WS-FS-APV NOT EQUAL 35
                   MOVE RGM-MATRICULA TO APV-RGM
                   MOVE WS-PREREQ     TO APV-COD-DISCIPLINA
                   READ APROVEITAMENTOS
                       NOT INVALID KEY
                           IF APV-APROVEITADO
                               MOVE 'S' TO WS-PREREQ-OK
                           END-IF
                   END-READ
                   CLOSE APROVEITAMENTOS
               END-IF
           END-IF

           IF WS-PREREQ-OK EQUAL 'N'
               DISPLAY "*** MATRICULA RECUSADA: PRE-REQUISITO "
                   WS-PREREQ " NAO APROVADO NO HISTORICO DO "

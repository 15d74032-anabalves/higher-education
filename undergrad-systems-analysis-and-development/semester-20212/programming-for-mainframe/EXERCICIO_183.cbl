      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) PARA A GRADE CURRICULAR
      * POR CURSO, NA MESMA DISCIPLINA DE EXERCICIO_166: O CARTAO
      * conv_curso TRAZ O CURSO ATUAL (CODIGO, NOME, DURACAO E VERSAO
      * DA GRADE), QUE E CADASTRADO EM CURSOS SE AINDA NAO EXISTIR; A
      * GRADE UNICA (GRADE_CURRICULAR NO LAYOUT ANTERIOR) E REGRAVADA
      * EM grade_curricular_nova COM A CHAVE CURSO + VERSAO +
      * DISCIPLINA (GRADE.CPY), E TODO ALUNO DE ALUNOS E REGRAVADO EM
      * alunos_nova NESSE CURSO E VERSAO. O OPERADOR RENOMEIA OS DOIS
      * ARQUIVOS NOVOS SOBRE OS ORIGINAIS APOS CONFERIR OS TOTAIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_183.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTAO_CONVERSAO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\conv_curso.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CURSO
           FILE STATUS IS WS-FS-CURSO.

           SELECT GRADE_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS GRA-COD-DISCIPLINA
           FILE STATUS IS WS-FS-GRADE-ANT.

           SELECT GRADE_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\grade_curricular_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE-NOVA.

           SELECT ALUNOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ALA-RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS-ANT.

           SELECT ALUNOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS-NOVA.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_CONVERSAO.
       01 REG-CARTAO-CONVERSAO.
           03 CARD-COD-CURSO           PIC 9(003).
           03 CARD-NOME-CURSO          PIC X(030).
           03 CARD-QTD-SEMESTRES       PIC 9(002).
           03 CARD-VERSAO-GRADE        PIC 9(002).

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

      *> LAYOUTS ANTIGOS, USADOS APENAS NESTA CONVERSAO.
       FD GRADE_ANT.
       01 REG-GRADE-ANT.
           03 GRA-COD-DISCIPLINA       PIC X(06).
           03 GRA-SEMESTRE             PIC 9(02).
           03 GRA-PREREQ-1             PIC X(06).
           03 GRA-PREREQ-2             PIC X(06).
           03 GRA-PREREQ-3             PIC X(06).

       FD GRADE_NOVA.
       01 REG-GRADE.
           COPY GRADE.

       FD ALUNOS_ANT.
       01 REG-ALUNO-ANT.
           03 ALA-RGM-ALUNO            PIC 9(005).
           03 ALA-NOME-ALUNO           PIC A(020).
           03 ALA-COD-CLIENTE          PIC 9(003).
           03 ALA-PERC-DESCONTO        PIC 9(003).

       FD ALUNOS_NOVA.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(003).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO          PIC 99.
       77 WS-FS-CURSO           PIC 99.
       77 WS-FS-GRADE-ANT       PIC 99.
       77 WS-FS-GRADE-NOVA      PIC 99.
       77 WS-FS-ALUNOS-ANT      PIC 99.
       77 WS-FS-ALUNOS-NOVA     PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-GRADE-LIDAS    PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRADE-GRAVADAS PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-LIDOS   PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-GRAVADOS PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO PARA A GRADE POR CURSO ----'
           MOVE 0 TO RETURN-CODE

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           PERFORM 1000-CADASTRA-CURSO THRU 1000-CADASTRA-CURSO-FIM
           PERFORM 2000-CONVERTE-GRADE THRU 2000-CONVERTE-GRADE-FIM
           PERFORM 3000-CONVERTE-ALUNOS THRU 3000-CONVERTE-ALUNOS-FIM

           DISPLAY " ARQUIVO grade_curricular - LIDAS: "
               WS-QTD-GRADE-LIDAS " GRAVADAS: " WS-QTD-GRADE-GRAVADAS
           DISPLAY " ARQUIVO alunos - LIDOS: " WS-QTD-ALUNOS-LIDOS
               " GRAVADOS: " WS-QTD-ALUNOS-GRAVADOS
           IF WS-QTD-GRADE-LIDAS NOT = WS-QTD-GRADE-GRAVADAS OR
               WS-QTD-ALUNOS-LIDOS NOT = WS-QTD-ALUNOS-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE "
                   "grade_curricular_nova E alunos_nova SOBRE OS "
                   "ORIGINAIS *"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LEITURA DO CARTAO DO CURSO ATUAL   *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_CONVERSAO
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY "*** CARTAO conv_curso NAO EXISTE - SEM O "
                   "CURSO ATUAL NAO HA CONVERSAO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CARTAO_CONVERSAO
               AT END
                   DISPLAY "*** CARTAO DO CURSO VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_CONVERSAO
                   STOP RUN
           END-READ
           CLOSE CARTAO_CONVERSAO

           IF CARD-COD-CURSO NOT NUMERIC OR CARD-COD-CURSO = ZEROS OR
               CARD-NOME-CURSO EQUAL SPACES OR
               CARD-QTD-SEMESTRES NOT NUMERIC OR
               CARD-QTD-SEMESTRES = ZEROS OR
               CARD-VERSAO-GRADE NOT NUMERIC OR
               CARD-VERSAO-GRADE = ZEROS
               DISPLAY "*** CARTAO INVALIDO: CODIGO, NOME, DURACAO E "
                   "VERSAO DO CURSO SAO OBRIGATORIOS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CURSO ATUAL: " CARD-COD-CURSO " " CARD-NOME-CURSO
               " VERSAO " CARD-VERSAO-GRADE.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * CURSO ATUAL NO CADASTRO DE CURSOS  *
      **************************************
      *
       1000-CADASTRA-CURSO.
           SET WS-FS-CURSO TO 0.
           OPEN I-O CURSOS
           IF WS-FS-CURSO EQUAL 35
               OPEN OUTPUT CURSOS
               CLOSE CURSOS
               OPEN I-O CURSOS
           END-IF

           MOVE CARD-COD-CURSO TO COD-CURSO
           READ CURSOS
               INVALID KEY
                   MOVE CARD-NOME-CURSO    TO NOME-CURSO
                   MOVE CARD-VERSAO-GRADE  TO VERSAO-GRADE-ATUAL
                   MOVE CARD-QTD-SEMESTRES TO QTD-SEMESTRES-CURSO
                   MOVE 'A'                TO SITUACAO-CURSO
                   MOVE ZEROS TO MIN-HORAS-COMPLEM-CURSO
                   MOVE ZEROS TO MIN-HORAS-ESTAGIO-CURSO
                   WRITE REG-CURSO
                   DISPLAY " CURSO " COD-CURSO " CADASTRADO"
               NOT INVALID KEY
                   DISPLAY " CURSO " COD-CURSO " JA CADASTRADO - "
                       "MANTIDO COMO ESTA"
           END-READ
           CLOSE CURSOS.
       1000-CADASTRA-CURSO-FIM.
           EXIT.
      *
      **************************************
      * GRADE UNICA -> GRADE DO CURSO      *
      **************************************
      *
       2000-CONVERTE-GRADE.
           SET WS-FS-GRADE-ANT TO 0.
           SET WS-EOF          TO 0.
           OPEN INPUT GRADE_ANT
           IF WS-FS-GRADE-ANT EQUAL 35
               DISPLAY " ARQUIVO grade_curricular NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO 2000-CONVERTE-GRADE-FIM
           END-IF
           OPEN OUTPUT GRADE_NOVA

      *> A ORDEM DA DISCIPLINA SE MANTEM DENTRO DO MESMO CURSO E
      *> VERSAO, ENTAO A GRAVACAO SEQUENCIAL SAI EM ORDEM DE CHAVE.
           PERFORM UNTIL WS-EOF = 1
               READ GRADE_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-GRADE-LIDAS
                       MOVE CARD-COD-CURSO     TO GRADE-COD-CURSO
                       MOVE CARD-VERSAO-GRADE  TO GRADE-VERSAO
                       MOVE GRA-COD-DISCIPLINA TO GRADE-COD-DISCIPLINA
                       MOVE GRA-SEMESTRE       TO GRADE-SEMESTRE
                       MOVE GRA-PREREQ-1       TO GRADE-PREREQ-1
                       MOVE GRA-PREREQ-2       TO GRADE-PREREQ-2
                       MOVE GRA-PREREQ-3       TO GRADE-PREREQ-3
                       WRITE REG-GRADE
                       ADD 1 TO WS-QTD-GRADE-GRAVADAS
               END-READ
           END-PERFORM

           CLOSE GRADE_ANT
           CLOSE GRADE_NOVA.
       2000-CONVERTE-GRADE-FIM.
           EXIT.
      *
      **************************************
      * TODO ALUNO NO CURSO E VERSAO       *
      * ATUAIS                             *
      **************************************
      *
       3000-CONVERTE-ALUNOS.
           SET WS-FS-ALUNOS-ANT TO 0.
           SET WS-EOF           TO 0.
           OPEN INPUT ALUNOS_ANT
           IF WS-FS-ALUNOS-ANT EQUAL 35
               DISPLAY " ARQUIVO alunos NAO EXISTE - NADA A CONVERTER"
               GO TO 3000-CONVERTE-ALUNOS-FIM
           END-IF
           OPEN OUTPUT ALUNOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-ALUNOS-LIDOS
                       MOVE ALA-RGM-ALUNO     TO RGM-ALUNO
                       MOVE ALA-NOME-ALUNO    TO NOME-ALUNO
                       MOVE ALA-COD-CLIENTE   TO COD-CLIENTE
                       MOVE ALA-PERC-DESCONTO TO PERC-DESCONTO
                       MOVE CARD-COD-CURSO    TO COD-CURSO-ALUNO
                       MOVE CARD-VERSAO-GRADE TO VERSAO-GRADE-ALUNO
                       WRITE ALUNOS-FILE
                       ADD 1 TO WS-QTD-ALUNOS-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE ALUNOS_ANT
           CLOSE ALUNOS_NOVA.
       3000-CONVERTE-ALUNOS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_183.

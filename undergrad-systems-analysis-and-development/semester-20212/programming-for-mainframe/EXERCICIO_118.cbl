      * GRADE_CURRICULAR QUE NAO SAO DISCIPLINAS. CADA ORFAO SAI COM
      * A CHAVE COMPLETA PARA CONSERTO E A RODADA TERMINA COM
      * RETURN-CODE 16 QUANDO HA ORFAOS, PARA PODER TRAVAR CADEIAS
      * DE LOTE COMO O VERIFICADOR TRAVA O DUPLOTE. A SECAO 6
      * APONTA ALUNOS E GRADES DE CURSO QUE NAO ESTAO EM CURSOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.

           SELECT DISCIPLINAS ASSIGN TO
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISC.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CURSO
           FILE STATUS IS WS-FS-CURSO.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULA.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD PRODUTOS.
       01 REG-PRODUTO.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE-ALU      PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD CLIENTES.
       01 REG-CLIENTE.

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

       FD DISCIPLINAS.
       01 REG-DISCIPLINA.
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       WORKING-STORAGE SECTION.
       77 WS-FS-MATR       PIC 99.
       77 WS-FS-TURMAS     PIC 99.
       77 WS-FS-CLIENTES   PIC 99.
       77 WS-FS-GRADE      PIC 99.
       77 WS-FS-DISC       PIC 99.
       77 WS-FS-CURSO      PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-PREREQ        PIC X(006).
       77 WS-QTD-ORFAOS    PIC 9(006) VALUE ZEROS.
               THRU 3000-AUDITA-MOVIMENTOS-FIM.
           PERFORM 4000-AUDITA-ALUNOS THRU 4000-AUDITA-ALUNOS-FIM.
           PERFORM 5000-AUDITA-GRADE THRU 5000-AUDITA-GRADE-FIM.
           PERFORM 6000-AUDITA-CURSOS THRU 6000-AUDITA-CURSOS-FIM.

           DISPLAY " "
           DISPLAY "ORFAOS ENCONTRADOS: " WS-QTD-ORFAOS
           READ DISCIPLINAS
               INVALID KEY
                   ADD 1 TO WS-QTD-ORFAOS
                   DISPLAY " [ORFAO] GRADE CURSO " GRADE-COD-CURSO
                       " VERSAO " GRADE-VERSAO " DE "
                       GRADE-COD-DISCIPLINA " TEM PRE-REQUISITO "
                       WS-PREREQ " QUE NAO E DISCIPLINA"
           END-READ.
       5100-TESTA-PREREQ-FIM.
           EXIT.
      *
      **************************************
      * SECAO 6: ALUNO E GRADE DE CURSO    *
      * QUE NAO ESTA EM CURSOS             *
      **************************************
      *
       6000-AUDITA-CURSOS.
           DISPLAY " "
           DISPLAY "---- SECAO 6: ALUNOS/GRADE X CURSOS ----"

           SET WS-FS-CURSO TO 0.
           OPEN INPUT CURSOS
           IF WS-FS-CURSO EQUAL 35
               DISPLAY " (ARQUIVO CURSOS NAO EXISTE)"
               GO TO 6000-AUDITA-CURSOS-FIM
           END-IF

           SET WS-FS-ALUNOS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ ALUNOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE COD-CURSO-ALUNO TO COD-CURSO
                           READ CURSOS
                               INVALID KEY
                                   ADD 1 TO WS-QTD-ORFAOS
                                   DISPLAY " [ORFAO] RGM "
                                       RGM-ALUNO " CURSO "
                                       COD-CURSO-ALUNO
                                       " NAO ESTA EM CURSOS"
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF

           SET WS-FS-GRADE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT GRADE_CURRICULAR
           IF WS-FS-GRADE NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ GRADE_CURRICULAR
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           MOVE GRADE-COD-CURSO TO COD-CURSO
                           READ CURSOS
                               INVALID KEY
                                   ADD 1 TO WS-QTD-ORFAOS
                                   DISPLAY " [ORFAO] GRADE CURSO "
                                       GRADE-COD-CURSO " VERSAO "
                                       GRADE-VERSAO " DE "
                                       GRADE-COD-DISCIPLINA
                                       " NAO ESTA EM CURSOS"
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE GRADE_CURRICULAR
           END-IF

           CLOSE CURSOS.
       6000-AUDITA-CURSOS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_118.

      * (MATRICULA CRUZADA COM OS NOMES DE ALUNOS) E LISTAGEM DA FILA
      * DE ESPERA. A OCUPACAO DAS VAGAS E FEITA PELA INCLUSAO DE
      * MATRICULA (EXERCICIO_030), QUE TAMBEM PROMOVE A FILA QUANDO
      * UMA VAGA E LIBERADA. A INCLUSAO E A ALTERACAO DA TURMA SO
      * ACEITAM SALA DO CADASTRO DE SALAS (EXERCICIO_187), COM A
      * CAPACIDADE ATE O NUMERO DE LUGARES DA SALA, SEM OUTRA TURMA NA
      * MESMA SALA E HORARIO DO PERIODO E SEM DEIXAR O PROFESSOR
      * ATRIBUIDO (TURMA_PROF) COM DUAS TURMAS NO MESMO HORARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FILA.

           SELECT SALAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\salas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS SALA-CODIGO
           FILE STATUS     IS WS-FS-SALA.

           SELECT TURMA_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turma_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPF-CHAVE
           FILE STATUS IS WS-FS-TPF.
       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
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

       FD FILA_ESPERA.
       01 REG-FILA-ESPERA.
           03 FILA-RGM                    PIC 9(05).
           03 FILA-DATA                   PIC 9(08).

       FD SALAS.
       01 REG-SALA.
           COPY SALA.

       FD TURMA_PROF.
       01 REG-TURMA-PROF.
           03 TPF-CHAVE.
              05 TPF-COD-DISCIPLINA   PIC X(06).
              05 TPF-PERIODO          PIC X(06).
              05 TPF-SECAO            PIC X(03).
           03 TPF-PROFESSOR           PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-FS-MATR       PIC 99.
       77 WS-PERIODO       PIC X(06).
       77 WS-SECAO         PIC X(03).
       77 WS-NOME-ALUNO    PIC X(020).
       77 WS-FS-SALA       PIC 99.
       77 WS-FS-TPF        PIC 99.
       77 WS-EOF-VAL       PIC 99.
       77 WS-TURMA-OK      PIC X(001).
       77 WS-PROF-TURMA    PIC X(008).

       01 WS-TURMA.
           03 WS-CHAVE-TURMA.
            OPEN I-O TURMAS
            IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT TURMAS
               CLOSE TURMAS
               OPEN I-O TURMAS
               DISPLAY "* ARQUIVO TURMAS SENDO CRIADO *"
            END-IF.

       INC-006.
            DISPLAY 'INFORME O HORARIO (EX: SEG-19H)'
            ACCEPT TURMA-HORARIO
            IF TURMA-HORARIO = SPACES
               DISPLAY "HORARIO NAO PODE SER EM BRANCO"
               GO TO INC-006.
            DISPLAY 'INFORME A SALA'
            ACCEPT TURMA-SALA
            MOVE ZEROS TO TURMA-VAGAS-OCUP

      *> SALA, CAPACIDADE E CHOQUES DE SALA/PROFESSOR; RECUSADA, A
      *> TURMA VOLTA PARA CAPACIDADE, HORARIO E SALA.
            MOVE REG-TURMA TO WS-TURMA
            PERFORM VAL-TURMA THRU VAL-TURMA-FIM
            MOVE WS-TURMA TO REG-TURMA
            IF WS-TURMA-OK NOT EQUAL 'S'
               GO TO INC-005.

       INC-WR1.
            WRITE REG-TURMA
               ACCEPT TURMA-SALA
               MOVE WS-T-VAGAS-OCUP TO TURMA-VAGAS-OCUP

               MOVE REG-TURMA TO WS-TURMA
               PERFORM VAL-TURMA THRU VAL-TURMA-FIM
               MOVE WS-TURMA TO REG-TURMA
               IF WS-TURMA-OK EQUAL 'S'
                  REWRITE REG-TURMA
                  END-REWRITE
               ELSE
                  DISPLAY "*** ALTERACAO NAO GRAVADA ***"
               END-IF
            END-IF

            CLOSE TURMAS
           EXIT.
      *
      **************************************
      * VALIDACAO DA TURMA EM WS-TURMA:    *
      * SALA CADASTRADA, CAPACIDADE ATE OS *
      * LUGARES E SEM CHOQUE DE SALA OU DE *
      * PROFESSOR NO MESMO HORARIO         *
      **************************************
      *
       VAL-TURMA.
           MOVE 'N' TO WS-TURMA-OK

           SET WS-FS-SALA TO 0.
           OPEN INPUT SALAS
           IF WS-FS-SALA EQUAL 35
               DISPLAY "* ARQUIVO SALAS NAO EXISTE - CADASTRE EM "
                   "EXERCICIO_187 *"
               GO TO VAL-TURMA-FIM
           END-IF
           MOVE WS-T-SALA TO SALA-CODIGO
           READ SALAS
               INVALID KEY
                   DISPLAY "*** SALA " WS-T-SALA " NAO CADASTRADA ***"
                   CLOSE SALAS
                   GO TO VAL-TURMA-FIM
           END-READ
           CLOSE SALAS
           IF WS-T-CAPACIDADE > SALA-LUGARES
               DISPLAY "*** CAPACIDADE " WS-T-CAPACIDADE
                   " ACIMA DOS " SALA-LUGARES " LUGARES DA SALA ***"
               GO TO VAL-TURMA-FIM
           END-IF

      *> OUTRA TURMA DO PERIODO NA MESMA SALA E HORARIO.
           SET WS-EOF-VAL TO 0
           MOVE LOW-VALUES TO CHAVE-TURMA
           START TURMAS KEY IS NOT LESS THAN CHAVE-TURMA
               INVALID KEY
                   MOVE 1 TO WS-EOF-VAL
           END-START
           PERFORM UNTIL WS-EOF-VAL NOT = 0
               READ TURMAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-VAL
                   NOT AT END
                       IF TURMA-PERIODO EQUAL WS-T-PERIODO AND
                          TURMA-SALA EQUAL WS-T-SALA AND
                          TURMA-HORARIO EQUAL WS-T-HORARIO AND
                          CHAVE-TURMA NOT EQUAL WS-CHAVE-TURMA
                           MOVE 2 TO WS-EOF-VAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EOF-VAL = 2
               DISPLAY "*** SALA " WS-T-SALA " JA OCUPADA EM "
                   WS-T-HORARIO " PELA TURMA " TURMA-COD-DISCIPLINA
                   "/" TURMA-SECAO " ***"
               GO TO VAL-TURMA-FIM
           END-IF

      *> O PROFESSOR JA ATRIBUIDO A TURMA NAO PODE FICAR COM OUTRA
      *> TURMA DO PERIODO NO MESMO HORARIO.
           SET WS-FS-TPF TO 0.
           OPEN INPUT TURMA_PROF
           IF WS-FS-TPF EQUAL 35
               MOVE 'S' TO WS-TURMA-OK
               GO TO VAL-TURMA-FIM
           END-IF
           MOVE WS-CHAVE-TURMA TO TPF-CHAVE
           READ TURMA_PROF
               INVALID KEY
                   MOVE 'S' TO WS-TURMA-OK
                   CLOSE TURMA_PROF
                   GO TO VAL-TURMA-FIM
           END-READ
           MOVE TPF-PROFESSOR TO WS-PROF-TURMA

           SET WS-EOF-VAL TO 0
           MOVE LOW-VALUES TO TPF-CHAVE
           START TURMA_PROF KEY IS NOT LESS THAN TPF-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-VAL
           END-START
           PERFORM UNTIL WS-EOF-VAL NOT = 0
               READ TURMA_PROF NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-VAL
                   NOT AT END
                       IF TPF-PROFESSOR EQUAL WS-PROF-TURMA AND
                          TPF-PERIODO EQUAL WS-T-PERIODO AND
                          TPF-CHAVE NOT EQUAL WS-CHAVE-TURMA
                           PERFORM VAL-HORARIO-PROF
                               THRU VAL-HORARIO-PROF-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TURMA_PROF
           IF WS-EOF-VAL = 2
               DISPLAY "*** PROFESSOR " WS-PROF-TURMA " JA DA AULA EM "
                   WS-T-HORARIO " NA TURMA " TPF-COD-DISCIPLINA
                   "/" TPF-SECAO " ***"
               GO TO VAL-TURMA-FIM
           END-IF

           MOVE 'S' TO WS-TURMA-OK.
       VAL-TURMA-FIM.
           EXIT.

       VAL-HORARIO-PROF.
           MOVE TPF-CHAVE TO CHAVE-TURMA
           READ TURMAS
               INVALID KEY
                   GO TO VAL-HORARIO-PROF-FIM
           END-READ
           IF TURMA-HORARIO EQUAL WS-T-HORARIO
               MOVE 2 TO WS-EOF-VAL
           END-IF.
       VAL-HORARIO-PROF-FIM.
           EXIT.
      *
      **************************************
      * LISTAGEM DA FILA DE ESPERA         *
      **************************************
      *

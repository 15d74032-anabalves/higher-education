      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE CURSOS (ARQUIVO CURSOS,
      * CURSO.CPY), AGORA QUE A ESCOLA TEM MAIS DE UM CURSO: NOME,
      * DURACAO EM SEMESTRES, VERSAO ATUAL DA GRADE CURRICULAR (A QUE
      * VALE PARA O ALUNO QUE ENTRA AGORA - QUEM JA ESTA NO CURSO
      * SEGUE NA VERSAO EM QUE ENTROU) E SITUACAO (CURSO ENCERRADO NAO
      * RECEBE ALUNO NOVO), ALEM DAS HORAS MINIMAS DE ATIVIDADES
      * COMPLEMENTARES E DE ESTAGIO EXIGIDAS PARA A FORMATURA (AS
      * ATIVIDADES DO ALUNO FICAM NO EXERCICIO_189). A GRADE DE CADA
      * VERSAO E MANTIDA NO EXERCICIO_049. O CURSO SO E EXCLUIDO SE
      * NENHUM ALUNO ESTIVER NELE E NAO HOUVER GRADE CADASTRADA, E SO
      * POR OPERADOR COM PERMISSAO DE EXCLUIR NO SIGN-ON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_182.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS COD-CURSO
           FILE STATUS     IS WS-FS-CURSO.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT GRADE_CURRICULAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.
       DATA DIVISION.
       FILE SECTION.
       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       FD ALUNOS.
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

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

       WORKING-STORAGE SECTION.
       77 WS-FS-CURSO       PIC 99.
       77 WS-FS-ALUNOS      PIC 99.
       77 WS-FS-GRADE       PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-CONTADOR       PIC 9(003).
       77 WS-QTD-ALUNOS     PIC 9(005).
       77 W-OPCAO           PIC 99.
       77 WS-CONFIRMA       PIC X(001).
       77 WS-TEM-GRADE      PIC X(001).
       77 WS-VERSAO-INF     PIC 9(003).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_182'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--[ CADASTRO DE CURSOS ]-----------|'
            DISPLAY "| 1 - CADASTRAR / ALTERAR CURSO     |"
            DISPLAY "| 2 - CONSULTAR CURSO               |"
            DISPLAY "| 3 - EXCLUIR CURSO                 |"
            DISPLAY "| 4 - LISTAR CURSOS                 |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO CAD-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO EXC-001.
            IF W-OPCAO = 4
               GO TO LIS-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      **************************
      * CADASTRO DO CURSO      *
      **************************
      *
       CAD-001.
            SET WS-FS-CURSO TO 0.
            OPEN I-O CURSOS
            IF WS-FS-CURSO EQUAL 35
               OPEN OUTPUT CURSOS
               CLOSE CURSOS
               OPEN I-O CURSOS
               DISPLAY "* ARQUIVO CURSOS SENDO CRIADO *"
            END-IF.

       CAD-002.
            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT COD-CURSO
            IF COD-CURSO = ZEROS
               DISPLAY "CODIGO DO CURSO NAO PODE SER ZERO"
               GO TO CAD-002.
            READ CURSOS
                INVALID KEY
                    DISPLAY "* CURSO NOVO *"
                    MOVE SPACES TO NOME-CURSO
                    MOVE ZEROS  TO VERSAO-GRADE-ATUAL
                                   QTD-SEMESTRES-CURSO
                                   MIN-HORAS-COMPLEM-CURSO
                                   MIN-HORAS-ESTAGIO-CURSO
                    MOVE 'A'    TO SITUACAO-CURSO
                NOT INVALID KEY
                    DISPLAY 'NOME: ' NOME-CURSO
                    DISPLAY 'VERSAO ATUAL DA GRADE: '
                        VERSAO-GRADE-ATUAL
                    DISPLAY 'SEMESTRES: ' QTD-SEMESTRES-CURSO
                        ' SITUACAO: ' SITUACAO-CURSO
                    DISPLAY 'HORAS MINIMAS - COMPLEMENTARES: '
                        MIN-HORAS-COMPLEM-CURSO
                        ' ESTAGIO: ' MIN-HORAS-ESTAGIO-CURSO
            END-READ.

       CAD-003.
            DISPLAY 'INFORME O NOME DO CURSO:'
            ACCEPT NOME-CURSO
            IF NOME-CURSO = SPACES
               DISPLAY "NOME DO CURSO NAO PODE FICAR EM BRANCO"
               GO TO CAD-003.

       CAD-004.
            DISPLAY 'INFORME A DURACAO EM SEMESTRES (1 A 12):'
            ACCEPT QTD-SEMESTRES-CURSO
            IF QTD-SEMESTRES-CURSO < 1 OR QTD-SEMESTRES-CURSO > 12
               DISPLAY "DURACAO DEVE SER DE 1 A 12 SEMESTRES"
               GO TO CAD-004.

       CAD-005.
      *> A VERSAO ATUAL SO AVANCA: QUEM ENTROU NAS ANTERIORES CONTINUA
      *> NELAS.
            DISPLAY 'INFORME A VERSAO ATUAL DA GRADE:'
            ACCEPT WS-VERSAO-INF
            IF WS-VERSAO-INF = ZEROS OR WS-VERSAO-INF > 99
               DISPLAY "VERSAO DEVE SER DE 1 A 99"
               GO TO CAD-005.
            IF WS-VERSAO-INF < VERSAO-GRADE-ATUAL
               DISPLAY "VERSAO NAO PODE VOLTAR PARA TRAS (ATUAL: "
                   VERSAO-GRADE-ATUAL ")"
               GO TO CAD-005.
            MOVE WS-VERSAO-INF TO VERSAO-GRADE-ATUAL.

       CAD-006.
            DISPLAY 'INFORME A SITUACAO (A = ATIVO, E = ENCERRADO):'
            ACCEPT SITUACAO-CURSO
            IF NOT CURSO-ATIVO AND NOT CURSO-ENCERRADO
               DISPLAY "SITUACAO DEVE SER A OU E"
               GO TO CAD-006.

      *> MINIMO ZERADO = O CURSO NAO EXIGE AQUELE TIPO DE HORA.
            DISPLAY 'INFORME AS HORAS MINIMAS DE ATIVIDADES '
                'COMPLEMENTARES (0 = NAO EXIGE):'
            ACCEPT MIN-HORAS-COMPLEM-CURSO
            DISPLAY 'INFORME AS HORAS MINIMAS DE ESTAGIO '
                'SUPERVISIONADO (0 = NAO EXIGE):'
            ACCEPT MIN-HORAS-ESTAGIO-CURSO

            WRITE REG-CURSO
                INVALID KEY
                    REWRITE REG-CURSO
                    DISPLAY "* CURSO ALTERADO *"
                NOT INVALID KEY
                    DISPLAY "* CURSO INCLUIDO *"
            END-WRITE

            CLOSE CURSOS
            GO TO MENU-001.
      *
      **************************
      * CONSULTA DO CURSO      *
      **************************
      *
       CON-001.
            SET WS-FS-CURSO TO 0.
            OPEN INPUT CURSOS
            IF WS-FS-CURSO EQUAL 35
                DISPLAY "* NENHUM CURSO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT COD-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY "*** CURSO NAO CADASTRADO ***"
                NOT INVALID KEY
                    DISPLAY 'NOME: ' NOME-CURSO
                    DISPLAY 'VERSAO ATUAL DA GRADE: '
                        VERSAO-GRADE-ATUAL
                    DISPLAY 'SEMESTRES: ' QTD-SEMESTRES-CURSO
                        ' SITUACAO: ' SITUACAO-CURSO
                    DISPLAY 'HORAS MINIMAS - COMPLEMENTARES: '
                        MIN-HORAS-COMPLEM-CURSO
                        ' ESTAGIO: ' MIN-HORAS-ESTAGIO-CURSO
            END-READ
            CLOSE CURSOS
            GO TO MENU-001.
      *
      **************************
      * EXCLUSAO DO CURSO      *
      **************************
      *
       EXC-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR NAO AUTORIZADO A EXCLUIR ***"
               GO TO MENU-001.

            SET WS-FS-CURSO TO 0.
            OPEN I-O CURSOS
            IF WS-FS-CURSO EQUAL 35
                DISPLAY "* NENHUM CURSO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT COD-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY "*** CURSO NAO CADASTRADO ***"
                    CLOSE CURSOS
                    GO TO MENU-001
            END-READ
            DISPLAY 'NOME: ' NOME-CURSO

      *> CURSO COM ALUNO OU COM GRADE NAO SAI DO CADASTRO: O CAMINHO
      *> E ENCERRA-LO.
            MOVE ZEROS TO WS-QTD-ALUNOS
            SET WS-FS-ALUNOS TO 0
            SET WS-EOF TO 0
            OPEN INPUT ALUNOS
            IF WS-FS-ALUNOS NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                  READ ALUNOS
                      AT END
                          MOVE 1 TO WS-EOF
                      NOT AT END
                          IF COD-CURSO-ALUNO EQUAL COD-CURSO
                              ADD 1 TO WS-QTD-ALUNOS
                          END-IF
                  END-READ
               END-PERFORM
               CLOSE ALUNOS
            END-IF

            MOVE 'N' TO WS-TEM-GRADE
            SET WS-FS-GRADE TO 0
            OPEN INPUT GRADE_CURRICULAR
            IF WS-FS-GRADE NOT EQUAL 35
               MOVE COD-CURSO  TO GRADE-COD-CURSO
               MOVE ZEROS      TO GRADE-VERSAO
               MOVE LOW-VALUES TO GRADE-COD-DISCIPLINA
               START GRADE_CURRICULAR KEY IS NOT LESS THAN GRADE-CHAVE
                   NOT INVALID KEY
                       READ GRADE_CURRICULAR NEXT RECORD
                           NOT AT END
                               IF GRADE-COD-CURSO EQUAL COD-CURSO
                                   MOVE 'S' TO WS-TEM-GRADE
                               END-IF
                       END-READ
               END-START
               CLOSE GRADE_CURRICULAR
            END-IF

            IF WS-QTD-ALUNOS > ZEROS OR WS-TEM-GRADE = 'S'
               DISPLAY "*** CURSO COM " WS-QTD-ALUNOS " ALUNO(S)"
                   " E GRADE: " WS-TEM-GRADE " - ENCERRE EM VEZ DE "
                   "EXCLUIR ***"
               CLOSE CURSOS
               GO TO MENU-001.

            DISPLAY 'CONFIRMA A EXCLUSAO (S/N)?'
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA = 'S' OR 's'
                DELETE CURSOS RECORD
                    INVALID KEY
                        DISPLAY "*** ERRO NA EXCLUSAO ***"
                    NOT INVALID KEY
                        DISPLAY "CURSO EXCLUIDO."
                END-DELETE
            END-IF
            CLOSE CURSOS
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS CURSOS        *
      ******************************
      *
       LIS-001.
            SET WS-EOF TO 0
            SET WS-FS-CURSO TO 0
            SET WS-CONTADOR TO 0
            OPEN INPUT CURSOS
            IF WS-FS-CURSO EQUAL 35
                DISPLAY "* NENHUM CURSO CADASTRADO *"
                GO TO MENU-001.

            DISPLAY '-------- CURSOS --------'
            PERFORM UNTIL WS-EOF = 1
               READ CURSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DISPLAY ' CURSO: ' COD-CURSO ' ' NOME-CURSO
                           ' VERSAO: ' VERSAO-GRADE-ATUAL
                           ' SEMESTRES: ' QTD-SEMESTRES-CURSO
                           ' SITUACAO: ' SITUACAO-CURSO
                           ' MIN COMPL/ESTAGIO: '
                           MIN-HORAS-COMPLEM-CURSO '/'
                           MIN-HORAS-ESTAGIO-CURSO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE CURSOS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE CURSOS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_182.

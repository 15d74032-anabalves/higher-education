      * Purpose: MANUTENCAO DA GRADE CURRICULAR (INDEXADO): PARA CADA
      * DISCIPLINA, O SEMESTRE RECOMENDADO E ATE TRES PRE-REQUISITOS,
      * USADOS PELA INCLUSAO DE MATRICULA (EXERCICIO_030) PARA BARRAR
      * MATRICULA SEM O PRE-REQUISITO APROVADO. A GRADE E POR CURSO
      * (CURSOS, EXERCICIO_182) E VERSAO (GRADE.CPY): TODA OPERACAO
      * PEDE O CURSO E A VERSAO (ZERO = VERSAO ATUAL DO CURSO), E A
      * NOVA VERSAO DE UMA GRADE PODE NASCER COMO COPIA DE OUTRA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS.

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
       77 WS-FS            PIC 99.
       77 WS-FS-DISC       PIC 99.
       77 WS-CONTADOR      PIC 99.
       77 W-OPCAO          PIC 99.
       77 WS-ALTERAR       PIC X VALUES SPACE.
       77 WS-FS-CURSO      PIC 99.
       77 WS-CURSO-OK      PIC X(01).
       77 WS-COD-CURSO     PIC 9(03).
       77 WS-VERSAO        PIC 9(02).
       77 WS-VERSAO-NOVA   PIC 9(02).
       77 WS-EOF-COPIA     PIC 99.

       01 WS-GRADE.
           03 WS-GRADE-COD-CURSO      PIC 9(03).
           03 WS-GRADE-VERSAO         PIC 9(02).
           03 WS-COD-DISCIPLINA       PIC X(06).
           03 WS-SEMESTRE             PIC 9(02).
           03 WS-PREREQ-1             PIC X(06).
            DISPLAY "| 2 - ALTERAR  |"
            DISPLAY "| 4 - CONSULTA |"
            DISPLAY "| 5 - LISTAR   |"
            DISPLAY "| 6 - COPIAR   |"
            DISPLAY "| 99 - SAIR    |"
            DISPLAY '|--------------|'
            DISPLAY " "
               GO TO CON-001.
            IF W-OPCAO = 5
               GO TO LIS-001.
            IF W-OPCAO = 6
               GO TO CPY-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            IF W-OPCAO NOT = 1 AND 2 AND 4 AND 5 AND 6 AND 99
               DISPLAY "*** DIGITE APENAS 1, 2, 4, 5, 6 OU 99 ***"
               DISPLAY " "
               GO TO MENU-001.
      *
            END-IF.

            DISPLAY "-------- CADASTRO NA GRADE CURRICULAR --------".
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK NOT EQUAL 'S'
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.
       INC-002.
            MOVE WS-COD-CURSO TO GRADE-COD-CURSO
            MOVE WS-VERSAO    TO GRADE-VERSAO
            DISPLAY 'INFORME O CODIGO DA DISCIPLINA:'
            ACCEPT GRADE-COD-DISCIPLINA
            IF GRADE-COD-DISCIPLINA = SPACES
            END-READ.

       INC-003.
      *> O LIMITE E A DURACAO DO CURSO (8 PARA CURSO SEM DURACAO).
            DISPLAY 'INFORME O SEMESTRE RECOMENDADO (1 A '
                QTD-SEMESTRES-CURSO '):'
            ACCEPT GRADE-SEMESTRE
            IF GRADE-SEMESTRE < 1 OR
               GRADE-SEMESTRE > QTD-SEMESTRES-CURSO
               DISPLAY "SEMESTRE DEVE SER DE 1 A " QTD-SEMESTRES-CURSO
               GO TO INC-003.

       INC-004.
       ALT-001.
            OPEN I-O GRADE_CURRICULAR.
            DISPLAY '-------- ALTERACAO NA GRADE CURRICULAR --------'
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK NOT EQUAL 'S'
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.
            MOVE WS-COD-CURSO TO GRADE-COD-CURSO
            MOVE WS-VERSAO    TO GRADE-VERSAO
            DISPLAY 'INFORME O CODIGO DA DISCIPLINA'
            ACCEPT GRADE-COD-DISCIPLINA

            READ GRADE_CURRICULAR RECORD INTO WS-GRADE
              KEY IS GRADE-CHAVE
                   INVALID KEY
                       DISPLAY "*** DISCIPLINA NAO ESTA NA GRADE ***"
                   NOT INVALID KEY
            END-READ.

            IF WS-ALTERAR EQUAL 'S'
               DISPLAY 'INFORME O SEMESTRE RECOMENDADO (1 A '
                   QTD-SEMESTRES-CURSO '):'
               ACCEPT GRADE-SEMESTRE
               DISPLAY 'INFORME O PRE-REQUISITO 1 (BRANCO SE NAO HA):'
               ACCEPT GRADE-PREREQ-1
       CON-001.
            OPEN I-O GRADE_CURRICULAR.
            DISPLAY '-------- CONSULTA DA GRADE CURRICULAR --------'
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK NOT EQUAL 'S'
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.
            MOVE WS-COD-CURSO TO GRADE-COD-CURSO
            MOVE WS-VERSAO    TO GRADE-VERSAO
            DISPLAY 'INFORME O CODIGO DA DISCIPLINA'
            ACCEPT GRADE-COD-DISCIPLINA

            READ GRADE_CURRICULAR RECORD INTO WS-GRADE
              KEY IS GRADE-CHAVE
                   INVALID KEY
                       DISPLAY "*** DISCIPLINA NAO ESTA NA GRADE ***"
                       DISPLAY " "
               DISPLAY "* ARQUIVO GRADE_CURRICULAR NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '-------- LISTAGEM DA GRADE CURRICULAR --------'
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK NOT EQUAL 'S'
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.
            DISPLAY 'CURSO: ' WS-COD-CURSO ' - ' NOME-CURSO
                ' VERSAO: ' WS-VERSAO
            MOVE WS-COD-CURSO TO GRADE-COD-CURSO
            MOVE WS-VERSAO    TO GRADE-VERSAO
            MOVE LOW-VALUES   TO GRADE-COD-DISCIPLINA
            START GRADE_CURRICULAR KEY IS NOT LESS THAN GRADE-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ GRADE_CURRICULAR NEXT RECORD INTO WS-GRADE
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       IF WS-GRADE-COD-CURSO NOT EQUAL WS-COD-CURSO OR
                          WS-GRADE-VERSAO NOT EQUAL WS-VERSAO
                           MOVE 1 TO WS-EOF
                       ELSE
                           DISPLAY ' DISCIPLINA: ' WS-COD-DISCIPLINA
                               ' SEMESTRE: ' WS-SEMESTRE
                               ' PRE-REQS: ' WS-PREREQ-1
                               ' ' WS-PREREQ-2
                               ' ' WS-PREREQ-3
                           ADD 1 TO WS-CONTADOR
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE REGISTRO LOCALIZADOS: ' WS-CONTADOR
            CLOSE GRADE_CURRICULAR
            GO TO MENU-001.

      *
      ***************************************
      * COPIA DE UMA VERSAO DA GRADE PARA   *
      * UMA VERSAO NOVA DO MESMO CURSO      *
      ***************************************
      *
       CPY-001.
            SET WS-FS TO 0.
            OPEN I-O GRADE_CURRICULAR
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO GRADE_CURRICULAR NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '-------- COPIA DE VERSAO DA GRADE --------'
            DISPLAY 'GRADE DE ORIGEM:'
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK NOT EQUAL 'S'
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.
            DISPLAY 'INFORME A VERSAO NOVA:'
            ACCEPT WS-VERSAO-NOVA
            IF WS-VERSAO-NOVA = ZEROS OR WS-VERSAO-NOVA = WS-VERSAO
               DISPLAY "*** VERSAO NOVA INVALIDA ***"
               CLOSE GRADE_CURRICULAR
               GO TO MENU-001.

      *> A VERSAO NOVA NAO PODE TER NADA AINDA.
            MOVE WS-COD-CURSO   TO GRADE-COD-CURSO
            MOVE WS-VERSAO-NOVA TO GRADE-VERSAO
            MOVE LOW-VALUES     TO GRADE-COD-DISCIPLINA
            SET WS-EOF-COPIA TO 0
            START GRADE_CURRICULAR KEY IS NOT LESS THAN GRADE-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-COPIA
            END-START
            IF WS-EOF-COPIA NOT EQUAL 1
               READ GRADE_CURRICULAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-COPIA
               END-READ
               IF WS-EOF-COPIA NOT EQUAL 1 AND
                  GRADE-COD-CURSO EQUAL WS-COD-CURSO AND
                  GRADE-VERSAO EQUAL WS-VERSAO-NOVA
                  DISPLAY "*** A VERSAO " WS-VERSAO-NOVA
                      " JA TEM DISCIPLINAS ***"
                  CLOSE GRADE_CURRICULAR
                  GO TO MENU-001
               END-IF
            END-IF

            SET WS-CONTADOR TO 0
            SET WS-EOF-COPIA TO 0
            MOVE WS-COD-CURSO TO GRADE-COD-CURSO
            MOVE WS-VERSAO    TO GRADE-VERSAO
            MOVE LOW-VALUES   TO GRADE-COD-DISCIPLINA
            START GRADE_CURRICULAR KEY IS NOT LESS THAN GRADE-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-COPIA
            END-START
            PERFORM CPY-002 THRU CPY-002-FIM
                UNTIL WS-EOF-COPIA = 1
            DISPLAY 'DISCIPLINAS COPIADAS: ' WS-CONTADOR
            DISPLAY " "
            CLOSE GRADE_CURRICULAR
            GO TO MENU-001.

      *> LE A PROXIMA DA ORIGEM, GRAVA NA VERSAO NOVA E VOLTA A
      *> POSICIONAR NA ORIGEM, LOGO DEPOIS DA DISCIPLINA COPIADA.
       CPY-002.
            READ GRADE_CURRICULAR NEXT RECORD INTO WS-GRADE
                AT END
                    MOVE 1 TO WS-EOF-COPIA
                    GO TO CPY-002-FIM
            END-READ
            IF WS-GRADE-COD-CURSO NOT EQUAL WS-COD-CURSO OR
               WS-GRADE-VERSAO NOT EQUAL WS-VERSAO
               MOVE 1 TO WS-EOF-COPIA
               GO TO CPY-002-FIM.

            MOVE WS-VERSAO-NOVA TO GRADE-VERSAO
            WRITE REG-GRADE
                INVALID KEY
                    DISPLAY "*** DISCIPLINA " WS-COD-DISCIPLINA
                        " JA ESTA NA VERSAO NOVA ***"
                NOT INVALID KEY
                    ADD 1 TO WS-CONTADOR
            END-WRITE

            MOVE WS-VERSAO TO GRADE-VERSAO
            MOVE WS-COD-DISCIPLINA TO GRADE-COD-DISCIPLINA
            START GRADE_CURRICULAR KEY IS GREATER THAN GRADE-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-COPIA
            END-START.
       CPY-002-FIM.
            EXIT.
      *
      ***************************************
      * CURSO E VERSAO DA GRADE: O CURSO    *
      * PRECISA ESTAR CADASTRADO; VERSAO    *
      * ZERO = VERSAO ATUAL DO CURSO        *
      ***************************************
      *
       7000-INFORMA-CURSO.
            MOVE 'N' TO WS-CURSO-OK
            SET WS-FS-CURSO TO 0.
            OPEN INPUT CURSOS
            IF WS-FS-CURSO EQUAL 35
               DISPLAY "* ARQUIVO CURSOS NAO EXISTE - CADASTRE O "
                   "CURSO NO EXERCICIO_182 *"
               GO TO 7000-INFORMA-CURSO-FIM.
            DISPLAY 'INFORME O CODIGO DO CURSO:'
            ACCEPT WS-COD-CURSO
            MOVE WS-COD-CURSO TO COD-CURSO
            READ CURSOS
                INVALID KEY
                    DISPLAY "*** CURSO NAO CADASTRADO ***"
                    CLOSE CURSOS
                    GO TO 7000-INFORMA-CURSO-FIM
            END-READ
            CLOSE CURSOS
            IF QTD-SEMESTRES-CURSO = ZEROS
               MOVE 8 TO QTD-SEMESTRES-CURSO.
            DISPLAY 'CURSO: ' NOME-CURSO ' VERSAO ATUAL: '
                VERSAO-GRADE-ATUAL
            DISPLAY 'INFORME A VERSAO DA GRADE (0 = ATUAL):'
            ACCEPT WS-VERSAO
            IF WS-VERSAO = ZEROS
               MOVE VERSAO-GRADE-ATUAL TO WS-VERSAO.
            MOVE 'S' TO WS-CURSO-OK.
       7000-INFORMA-CURSO-FIM.
            EXIT.

      **********************
      * ROTINA DE FIM      *
      **********************

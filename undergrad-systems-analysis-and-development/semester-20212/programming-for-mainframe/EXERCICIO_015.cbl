      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 16/11/2021
      * Purpose: CRUD. O ALUNO FICA LIGADO AO CURSO (CURSOS,
      * EXERCICIO_182) E A VERSAO DA GRADE EM QUE ENTROU, QUE E A
      * GRADE PELA QUAL ELE E JULGADO; NA INCLUSAO A VERSAO PROPOSTA E
      * A ATUAL DO CURSO, E CURSO ENCERRADO NAO RECEBE ALUNO NOVO.
      * O CADASTRO TRAZ TAMBEM OS DADOS PESSOAIS QUE O CENSO DA
      * EDUCACAO SUPERIOR EXIGE (EXERCICIO_191): NASCIMENTO, CPF
      * (CONFERIDO PELA SUBROTINA VALIDA_CPF; SO O ESTRANGEIRO PODE
      * FICAR SEM), SEXO, COR/RACA E NACIONALIDADE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-CURSO
           FILE STATUS IS WS-FS-CURSO.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       01 ALUNOS-FILE.
           03 RGM-ALUNO             PIC 9(05).
           03 NOME-ALUNO            PIC A(20).
           03 COD-CLIENTE           PIC 9(05).
           03 PERC-DESCONTO         PIC 9(03).
           03 COD-CURSO-ALUNO       PIC 9(03).
           03 VERSAO-GRADE-ALUNO    PIC 9(02).
           03 DT-NASC-ALUNO         PIC 9(08).
           03 CPF-ALUNO             PIC 9(11).
           03 SEXO-ALUNO            PIC X(01).
           03 COR-RACA-ALUNO        PIC X(01).
           03 NACIONALIDADE-ALUNO   PIC X(01).

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.
       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-EOF           PIC 99.
       77 W-CONF           PIC X(01) VALUE SPACES.
       77 WS-ALTERAR       PIC X VALUES SPACE.
       77 WS-EXCLUIR       PIC X VALUES SPACE.
       77 WS-FS-CURSO      PIC 99.
       77 WS-CURSO-OK      PIC X(01).
       77 WS-CPF-VALIDO    PIC X(01).

      *> PARAMETROS DA SUBROTINA CALC_DATA.
       77 WS-CD-FUNCAO     PIC X(001).
       77 WS-CD-DATA-1     PIC 9(008).
       77 WS-CD-DATA-2     PIC 9(008).
       77 WS-CD-DIAS       PIC S9(006).
       77 WS-CD-RESULTADO  PIC 9(008).
       77 WS-CD-VALIDA     PIC X(001).

       01 WS-ALUNO.
           03 WS-RGM-ALUNO              PIC 9(05).
           03 WS-NOME-ALUNO             PIC A(20).
           03 WS-COD-CLIENTE            PIC 9(05).
           03 WS-PERC-DESCONTO          PIC 9(03).
           03 WS-COD-CURSO-ALUNO        PIC 9(03).
           03 WS-VERSAO-GRADE-ALUNO     PIC 9(02).
           03 WS-DT-NASC-ALUNO          PIC 9(08).
           03 WS-CPF-ALUNO              PIC 9(11).
           03 WS-SEXO-ALUNO             PIC X(01).
           03 WS-COR-RACA-ALUNO         PIC X(01).
           03 WS-NACIONALIDADE-ALUNO    PIC X(01).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
               DISPLAY "PERCENTUAL NAO PODE SER MAIOR QUE 100"
               GO TO INC-005.

       INC-006.
            PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
            IF WS-CURSO-OK EQUAL 'F'
               CLOSE ALUNOS
               GO TO MENU-001.
            IF WS-CURSO-OK NOT EQUAL 'S'
               GO TO INC-006.
            IF CURSO-ENCERRADO
               DISPLAY "CURSO ENCERRADO NAO RECEBE ALUNO NOVO"
               GO TO INC-006.

       INC-007.
            PERFORM 7100-INFORMA-DADOS-CENSO
                THRU 7100-INFORMA-DADOS-CENSO-FIM.

       INC-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
                       DISPLAY 'CODIGO DE CLIENTE: ' WS-COD-CLIENTE
                       DISPLAY 'PERCENTUAL DE DESCONTO: '
                           WS-PERC-DESCONTO
                       DISPLAY 'CURSO: ' WS-COD-CURSO-ALUNO
                           ' VERSAO DA GRADE: ' WS-VERSAO-GRADE-ALUNO
                       DISPLAY 'NASCIMENTO: ' WS-DT-NASC-ALUNO
                           ' CPF: ' WS-CPF-ALUNO
                           ' SEXO: ' WS-SEXO-ALUNO
                           ' COR/RACA: ' WS-COR-RACA-ALUNO
                           ' NACIONALIDADE: ' WS-NACIONALIDADE-ALUNO
                       MOVE 'S' TO WS-ALTERAR
            END-READ.

               DISPLAY 'INFORME O PERCENTUAL DE DESCONTO/BOLSA DO '
                   'ALUNO (0 A 100)'
               ACCEPT PERC-DESCONTO
      *> TROCA DE CURSO OU DE VERSAO DA GRADE (MIGRACAO DO ALUNO);
      *> SEM O CADASTRO DE CURSOS O ALUNO FICA ONDE ESTAVA.
               MOVE 'N' TO WS-CURSO-OK
               PERFORM 7000-INFORMA-CURSO THRU 7000-INFORMA-CURSO-FIM
                   UNTIL WS-CURSO-OK NOT EQUAL 'N'
               IF WS-CURSO-OK EQUAL 'F'
                   MOVE WS-COD-CURSO-ALUNO    TO COD-CURSO-ALUNO
                   MOVE WS-VERSAO-GRADE-ALUNO TO VERSAO-GRADE-ALUNO
               END-IF
               PERFORM 7100-INFORMA-DADOS-CENSO
                   THRU 7100-INFORMA-DADOS-CENSO-FIM

               REWRITE ALUNOS-FILE
               END-REWRITE
                               ' NOME: ' WS-NOME-ALUNO
                               ' CLIENTE: ' WS-COD-CLIENTE
                               ' DESCONTO: ' WS-PERC-DESCONTO '%'
                               ' CURSO: ' WS-COD-CURSO-ALUNO
                               '/' WS-VERSAO-GRADE-ALUNO
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
                       DISPLAY 'CODIGO DE CLIENTE: ' WS-COD-CLIENTE
                       DISPLAY 'PERCENTUAL DE DESCONTO: '
                           WS-PERC-DESCONTO
                       DISPLAY 'CURSO: ' WS-COD-CURSO-ALUNO
                           ' VERSAO DA GRADE: ' WS-VERSAO-GRADE-ALUNO
                       DISPLAY 'NASCIMENTO: ' WS-DT-NASC-ALUNO
                           ' CPF: ' WS-CPF-ALUNO
                           ' SEXO: ' WS-SEXO-ALUNO
                           ' COR/RACA: ' WS-COR-RACA-ALUNO
                           ' NACIONALIDADE: ' WS-NACIONALIDADE-ALUNO
                       DISPLAY " "
            END-READ.
            CLOSE ALUNOS
           END-EVALUATE.
       9800-MSG-FILE-STATUS-FIM.
           EXIT.
      *
      **************************************************
      * CURSO E VERSAO DA GRADE DO ALUNO: O CURSO      *
      * PRECISA ESTAR CADASTRADO; VERSAO ZERO = VERSAO *
      * ATUAL DO CURSO.                                *
      **************************************************
      *
       7000-INFORMA-CURSO.
           MOVE 'N' TO WS-CURSO-OK
           SET WS-FS-CURSO TO 0.
           OPEN INPUT CURSOS
           IF WS-FS-CURSO EQUAL 35
               DISPLAY "*** ARQUIVO CURSOS NAO EXISTE - CADASTRE O "
                   "CURSO NO EXERCICIO_182 ***"
               MOVE 'F' TO WS-CURSO-OK
               GO TO 7000-INFORMA-CURSO-FIM
           END-IF
           DISPLAY 'INFORME O CODIGO DO CURSO DO ALUNO'
           ACCEPT COD-CURSO-ALUNO
           MOVE COD-CURSO-ALUNO TO COD-CURSO
           READ CURSOS
               INVALID KEY
                   DISPLAY "*** CURSO NAO CADASTRADO ***"
                   CLOSE CURSOS
                   GO TO 7000-INFORMA-CURSO-FIM
           END-READ
           CLOSE CURSOS
           DISPLAY 'CURSO: ' NOME-CURSO ' VERSAO ATUAL DA GRADE: '
               VERSAO-GRADE-ATUAL
           DISPLAY 'INFORME A VERSAO DA GRADE DO ALUNO (0 = ATUAL)'
           ACCEPT VERSAO-GRADE-ALUNO
           IF VERSAO-GRADE-ALUNO EQUAL ZEROS
               MOVE VERSAO-GRADE-ATUAL TO VERSAO-GRADE-ALUNO
           END-IF
           IF VERSAO-GRADE-ALUNO > VERSAO-GRADE-ATUAL
               DISPLAY "*** VERSAO ALEM DA ATUAL DO CURSO ***"
               GO TO 7000-INFORMA-CURSO-FIM
           END-IF
           MOVE 'S' TO WS-CURSO-OK.
       7000-INFORMA-CURSO-FIM.
           EXIT.
      *
      **************************************************
      * DADOS PESSOAIS EXIGIDOS PELO CENSO DA EDUCACAO *
      * SUPERIOR, NOS CODIGOS DO LEIAUTE DO INEP       *
      **************************************************
      *
       7100-INFORMA-DADOS-CENSO.
           DISPLAY 'INFORME A DATA DE NASCIMENTO DO ALUNO (AAAAMMDD)'
           ACCEPT DT-NASC-ALUNO
           MOVE 'V' TO WS-CD-FUNCAO
           MOVE DT-NASC-ALUNO TO WS-CD-DATA-1
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO 7100-INFORMA-DADOS-CENSO
           END-IF.
       7110-INFORMA-SEXO.
           DISPLAY 'INFORME O SEXO (M/F)'
           ACCEPT SEXO-ALUNO
           IF SEXO-ALUNO NOT EQUAL 'M' AND NOT EQUAL 'F'
               DISPLAY "SEXO DEVE SER M OU F"
               GO TO 7110-INFORMA-SEXO
           END-IF.
       7120-INFORMA-COR-RACA.
           DISPLAY 'INFORME A COR/RACA (0 = NAO DECLARADA, 1 = BRANCA, '
               '2 = PRETA, 3 = PARDA, 4 = AMARELA, 5 = INDIGENA)'
           ACCEPT COR-RACA-ALUNO
           IF COR-RACA-ALUNO < '0' OR COR-RACA-ALUNO > '5'
               DISPLAY "COR/RACA DEVE SER DE 0 A 5"
               GO TO 7120-INFORMA-COR-RACA
           END-IF.
       7130-INFORMA-NACIONALIDADE.
           DISPLAY 'INFORME A NACIONALIDADE (1 = BRASILEIRA, '
               '2 = BRASILEIRA NATURALIZADA, 3 = ESTRANGEIRA)'
           ACCEPT NACIONALIDADE-ALUNO
           IF NACIONALIDADE-ALUNO < '1' OR NACIONALIDADE-ALUNO > '3'
               DISPLAY "NACIONALIDADE DEVE SER 1, 2 OU 3"
               GO TO 7130-INFORMA-NACIONALIDADE
           END-IF.
      *> O ESTRANGEIRO PODE NAO TER CPF (ZERO); O BRASILEIRO NAO.
       7140-INFORMA-CPF.
           DISPLAY 'INFORME O CPF DO ALUNO (SO NUMEROS)'
           ACCEPT CPF-ALUNO
           IF CPF-ALUNO EQUAL ZEROS AND NACIONALIDADE-ALUNO EQUAL '3'
               GO TO 7100-INFORMA-DADOS-CENSO-FIM
           END-IF
           CALL 'VALIDA_CPF' USING CPF-ALUNO, WS-CPF-VALIDO
           IF WS-CPF-VALIDO NOT EQUAL 'S'
               DISPLAY "*** CPF INVALIDO ***"
               GO TO 7140-INFORMA-CPF
           END-IF.
       7100-INFORMA-DADOS-CENSO-FIM.
           EXIT.

      * (GRADE_CURRICULAR) E IMPRIME, POR ALUNO, AS HORAS CUMPRIDAS,
      * AS DISCIPLINAS QUE FALTAM (CODIGO E NOME) E O VEREDITO
      * ELEGIVEL/PENDENTE, COM A PAGINA-RESUMO DOS ELEGIVEIS PARA A
      * SECRETARIA ABRIR A PAPELADA DO DIPLOMA. CADA ALUNO E JULGADO
      * PELA GRADE DO SEU CURSO NA VERSAO EM QUE ENTROU (GRADE.CPY),
      * RECARREGADA QUANDO O CURSO/VERSAO MUDA DE UM ALUNO PARA O
      * OUTRO; ALUNO SEM GRADE CADASTRADA PARA O SEU CURSO E VERSAO
      * FICA SEM AVALIACAO E SAI APONTADO (RC 8). DISCIPLINA
      * APROVEITADA DE OUTRA INSTITUICAO (APROVEITAMENTOS,
      * EXERCICIO_186) CONTA COMO CUMPRIDA, COM A CARGA DA NOSSA
      * DISCIPLINA. ALEM DAS DISCIPLINAS, O ALUNO SO E ELEGIVEL COM AS
      * HORAS MINIMAS DE ATIVIDADES COMPLEMENTARES E DE ESTAGIO DO
      * CURSO VALIDADAS (EXERCICIO_189, SUBROTINA HORAS_COMPLEM); O
      * QUE FALTAR SAI NO VEREDITO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.

           SELECT APROVEITAMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\aproveitamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS APV-CHAVE
           FILE STATUS     IS WS-FS-APV.
       DATA DIVISION.
       FILE SECTION.
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

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

       FD APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           COPY APROVEIT.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS          PIC 99.
       77 WS-FS-A21             PIC 99.
       77 WS-FS-DISC            PIC 99.
       77 WS-FS-GRADE           PIC 99.
       77 WS-FS-APV             PIC 99.
       77 WS-EOF-APV            PIC 99.
       77 WS-DISC-CUMPRIDA      PIC X(006).
       77 WS-EOF                PIC 99.
       77 WS-EOF-A21            PIC 99.
       77 WS-IDX                PIC 9(003).
       77 WS-QTD-ELEGIVEIS      PIC 9(003) VALUE 0.
       77 WS-RGM-EXAME          PIC 9(005).
       77 WS-NOME-EXAME         PIC X(020).
       77 WS-EOF-GRADE          PIC 99.
       77 WS-QTD-SEM-GRADE      PIC 9(003) VALUE 0.

      *> RETORNO DA SUBROTINA HORAS_COMPLEM.
       77 WS-HC-MIN-COMPLEM     PIC 9(004).
       77 WS-HC-MIN-ESTAGIO     PIC 9(004).
       77 WS-HC-COMPLEM         PIC 9(005).
       77 WS-HC-ESTAGIO         PIC 9(005).
       77 WS-HC-RESULTADO       PIC X(001).
       77 WS-HC-FALTA           PIC 9(005).

      *> CURSO E VERSAO DA GRADE EM MEMORIA; A GRADE SO E RELIDA
      *> QUANDO O ALUNO EM EXAME E DE OUTRO CURSO OU VERSAO.
       01 WS-GRADE-CARREGADA.
           03 WS-CURSO-CARREGADO    PIC 9(003) VALUE ZEROS.
           03 WS-VERSAO-CARREGADA   PIC 9(002) VALUE ZEROS.
       01 WS-GRADE-DO-ALUNO.
           03 WS-CURSO-EXAME        PIC 9(003).
           03 WS-VERSAO-EXAME       PIC 9(002).

      *> GRADE CURRICULAR DO CURSO E VERSAO CARREGADA EM MEMORIA, COM
      *> O NOME E A CARGA DE CADA DISCIPLINA, E A MARCA DE APROVADA
      *> DO ALUNO EM EXAME.
       01 WS-TAB-GRADE.
           03 WS-GRADE-ITEM OCCURS 200 TIMES.
              05 WS-GRD-CODIGO         PIC X(006).

           MOVE 0 TO RETURN-CODE

           SET WS-FS-GRADE TO 0.
           OPEN INPUT GRADE_CURRICULAR
           IF WS-FS-GRADE EQUAL 35
               DISPLAY "*** GRADE CURRICULAR VAZIA - CADASTRE EM "
                   "EXERCICIO_049 ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           SET WS-FS-DISC TO 0.
           OPEN INPUT DISCIPLINAS

           SET WS-FS-ALUNOS TO 0.
           SET WS-EOF       TO 0.

           SET WS-FS-A21 TO 0.
           OPEN INPUT ALUNOS2021
           SET WS-FS-APV TO 0.
           OPEN INPUT APROVEITAMENTOS

           PERFORM 1000-AVALIA-ALUNO THRU 1000-AVALIA-ALUNO-FIM
               UNTIL WS-EOF = 1.
           IF WS-FS-A21 NOT EQUAL 35
               CLOSE ALUNOS2021
           END-IF
           IF WS-FS-APV NOT EQUAL 35
               CLOSE APROVEITAMENTOS
           END-IF
           CLOSE ALUNOS.
           IF WS-FS-DISC NOT EQUAL 35
               CLOSE DISCIPLINAS
           END-IF
           CLOSE GRADE_CURRICULAR.

           DISPLAY " "
           DISPLAY "------- RESUMO DOS ELEGIVEIS -------"
           DISPLAY " "
           DISPLAY "ALUNOS AVALIADOS: " WS-QTD-ALUNOS
           DISPLAY "ALUNOS ELEGIVEIS: " WS-QTD-ELEGIVEIS
           DISPLAY "ALUNOS SEM GRADE DO CURSO/VERSAO: "
               WS-QTD-SEM-GRADE
           IF WS-QTD-SEM-GRADE > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * CARGA DA GRADE CURRICULAR DO CURSO *
      * E VERSAO DO ALUNO, COM NOME E      *
      * CARGA DE CADA DISCIPLINA           *
      **************************************
      *
       0100-CARREGA-GRADE.
           MOVE ZEROS TO WS-QTD-GRADE
           MOVE ZEROS TO WS-CARGA-EXIGIDA
           MOVE WS-GRADE-DO-ALUNO TO WS-GRADE-CARREGADA

           SET WS-EOF-GRADE TO 0
           MOVE WS-CURSO-EXAME  TO GRADE-COD-CURSO
           MOVE WS-VERSAO-EXAME TO GRADE-VERSAO
           MOVE LOW-VALUES      TO GRADE-COD-DISCIPLINA
           START GRADE_CURRICULAR KEY IS NOT LESS THAN GRADE-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-GRADE
           END-START

           PERFORM UNTIL WS-EOF-GRADE = 1
               READ GRADE_CURRICULAR NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-GRADE
                   NOT AT END
                       IF GRADE-COD-CURSO NOT EQUAL WS-CURSO-EXAME OR
                          GRADE-VERSAO NOT EQUAL WS-VERSAO-EXAME
                           MOVE 1 TO WS-EOF-GRADE
                       ELSE
                           PERFORM 0110-GUARDA-DISCIPLINA
                               THRU 0110-GUARDA-DISCIPLINA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       0100-CARREGA-GRADE-FIM.
           EXIT.
      *
       0110-GUARDA-DISCIPLINA.
           IF WS-QTD-GRADE NOT < 200
               GO TO 0110-GUARDA-DISCIPLINA-FIM
           END-IF
           ADD 1 TO WS-QTD-GRADE
           MOVE GRADE-COD-DISCIPLINA TO WS-GRD-CODIGO(WS-QTD-GRADE)
           MOVE SPACES               TO WS-GRD-NOME(WS-QTD-GRADE)
           MOVE ZEROS                TO WS-GRD-CARGA(WS-QTD-GRADE)
           IF WS-FS-DISC NOT EQUAL 35
               MOVE GRADE-COD-DISCIPLINA TO COD-DISCIPLINA
               READ DISCIPLINAS
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO
                           WS-GRD-NOME(WS-QTD-GRADE)
                   NOT INVALID KEY
                       MOVE NOME-DISCIPLINA TO
                           WS-GRD-NOME(WS-QTD-GRADE)
                       MOVE CARGA-HORARIA TO
                           WS-GRD-CARGA(WS-QTD-GRADE)
               END-READ
           END-IF
           ADD WS-GRD-CARGA(WS-QTD-GRADE) TO WS-CARGA-EXIGIDA.
       0110-GUARDA-DISCIPLINA-FIM.
           EXIT.
      *
      **************************************
           ADD 1 TO WS-QTD-ALUNOS
           MOVE RGM-ALUNO  TO WS-RGM-EXAME
           MOVE NOME-ALUNO TO WS-NOME-EXAME
           MOVE COD-CURSO-ALUNO    TO WS-CURSO-EXAME
           MOVE VERSAO-GRADE-ALUNO TO WS-VERSAO-EXAME

      *> A GRADE EM MEMORIA PRECISA SER A DO CURSO/VERSAO DO ALUNO.
           IF WS-GRADE-DO-ALUNO NOT EQUAL WS-GRADE-CARREGADA
               PERFORM 0100-CARREGA-GRADE THRU 0100-CARREGA-GRADE-FIM
           END-IF
           IF WS-QTD-GRADE EQUAL ZEROS
               DISPLAY " "
               DISPLAY "RGM " WS-RGM-EXAME " " WS-NOME-EXAME
               DISPLAY " *** SEM GRADE PARA O CURSO " WS-CURSO-EXAME
                   " VERSAO " WS-VERSAO-EXAME " - NAO AVALIADO ***"
               ADD 1 TO WS-QTD-SEM-GRADE
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GRADE

           PERFORM 1100-VARRE-HISTORICO
               THRU 1100-VARRE-HISTORICO-FIM
           PERFORM 1150-VARRE-APROVEITAMENTOS
               THRU 1150-VARRE-APROVEITAMENTOS-FIM

           MOVE ZEROS TO WS-QTD-FALTANTES
           PERFORM VARYING WS-IDX FROM 1 BY 1

           DISPLAY " "
           DISPLAY "RGM " WS-RGM-EXAME " " WS-NOME-EXAME
               " CURSO " WS-CURSO-EXAME "/" WS-VERSAO-EXAME
           DISPLAY " APROVADAS: " WS-QTD-APROVADAS
               " DE " WS-QTD-GRADE
               " CARGA CUMPRIDA: " WS-CARGA-CUMPRIDA
               " DE " WS-CARGA-EXIGIDA

      *> CURSO FORA DO CADASTRO DE CURSOS NAO TEM MINIMO DE HORAS A
      *> CONFERIR ('C'); SO 'N' (HORAS FALTANDO) SEGURA O ALUNO.
           CALL 'HORAS_COMPLEM' USING WS-RGM-EXAME, WS-CURSO-EXAME,
               WS-HC-MIN-COMPLEM, WS-HC-MIN-ESTAGIO, WS-HC-COMPLEM,
               WS-HC-ESTAGIO, WS-HC-RESULTADO
           IF WS-HC-RESULTADO NOT EQUAL 'C'
               DISPLAY " HORAS COMPLEMENTARES: " WS-HC-COMPLEM
                   " DE " WS-HC-MIN-COMPLEM
                   " ESTAGIO: " WS-HC-ESTAGIO
                   " DE " WS-HC-MIN-ESTAGIO
           END-IF

           IF WS-QTD-FALTANTES = 0 AND WS-HC-RESULTADO NOT EQUAL 'N'
               DISPLAY " VEREDITO: ELEGIVEL"
               IF WS-QTD-ELEGIVEIS < 999
                   ADD 1 TO WS-QTD-ELEGIVEIS
           ELSE
               DISPLAY " VEREDITO: PENDENTE ("
                   WS-QTD-FALTANTES " DISCIPLINAS FALTANDO)"
               IF WS-HC-COMPLEM < WS-HC-MIN-COMPLEM
                   SUBTRACT WS-HC-COMPLEM FROM WS-HC-MIN-COMPLEM
                       GIVING WS-HC-FALTA
                   DISPLAY "   FALTAM " WS-HC-FALTA
                       " HORAS DE ATIVIDADES COMPLEMENTARES"
               END-IF
               IF WS-HC-ESTAGIO < WS-HC-MIN-ESTAGIO
                   SUBTRACT WS-HC-ESTAGIO FROM WS-HC-MIN-ESTAGIO
                       GIVING WS-HC-FALTA
                   DISPLAY "   FALTAM " WS-HC-FALTA
                       " HORAS DE ESTAGIO"
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-GRADE
                   IF WS-GRD-APROVADA(WS-IDX) NOT EQUAL 'S'
                       ELSE
                           IF STATUS-ALUNOS2021 EQUAL "APROVADO"
                               OR "HONRA" OR "APROV-EX"
                               MOVE DISCIPLINA-ALUNOS2021
                                   TO WS-DISC-CUMPRIDA
                               PERFORM 1200-MARCA-APROVADA
                                   THRU 1200-MARCA-APROVADA-FIM
                           END-IF
           END-PERFORM.
       1100-VARRE-HISTORICO-FIM.
           EXIT.
      *
      **************************************
      * MARCA AS DISCIPLINAS DA GRADE      *
      * APROVEITADAS DE OUTRA INSTITUICAO  *
      **************************************
      *
       1150-VARRE-APROVEITAMENTOS.
           IF WS-FS-APV EQUAL 35
               GO TO 1150-VARRE-APROVEITAMENTOS-FIM
           END-IF

           SET WS-EOF-APV TO 0
           MOVE WS-RGM-EXAME TO APV-RGM
           MOVE LOW-VALUES   TO APV-COD-DISCIPLINA

           START APROVEITAMENTOS KEY IS NOT LESS THAN APV-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-APV
           END-START

           PERFORM UNTIL WS-EOF-APV = 1
               READ APROVEITAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-APV
                   NOT AT END
                       IF APV-RGM NOT EQUAL WS-RGM-EXAME
                           MOVE 1 TO WS-EOF-APV
                       ELSE
                           IF APV-APROVEITADO
                               MOVE APV-COD-DISCIPLINA
                                   TO WS-DISC-CUMPRIDA
                               PERFORM 1200-MARCA-APROVADA
                                   THRU 1200-MARCA-APROVADA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1150-VARRE-APROVEITAMENTOS-FIM.
           EXIT.
      *
       1200-MARCA-APROVADA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-GRADE
               IF WS-GRD-CODIGO(WS-IDX) EQUAL
                   WS-DISC-CUMPRIDA AND
                   WS-GRD-APROVADA(WS-IDX) NOT EQUAL 'S'
                   MOVE 'S' TO WS-GRD-APROVADA(WS-IDX)
                   ADD 1 TO WS-QTD-APROVADAS

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: EXTRACAO ANUAL DO CENSO DA EDUCACAO SUPERIOR, NO
      * LUGAR DAS SEMANAS DE MONTAGEM MANUAL PELA SECRETARIA. PARA O
      * ANO DE REFERENCIA DO CARTAO censo_param GRAVA EM CENSO_EXPORTA
      * (LAYOUT CENSOEXP.CPY) A IDENTIFICACAO DA INSTITUICAO, OS
      * CURSOS (CURSOS), OS DOCENTES (PROFESSORES, COM A TITULACAO
      * CONVERTIDA PARA A ESCOLARIDADE DO INEP E AS TURMAS DO ANO EM
      * TURMA_PROF) E O VINCULO DE CADA ALUNO NO ANO: FORMADO
      * (COLACAO_GRAU NO ANO), CURSANDO (MATRICULA ATIVA NO ULTIMO
      * PERIODO DO ANO EM QUE ESTEVE MATRICULADO), TRANCADO (SO
      * MATRICULA TRANCADA NESSE PERIODO, PELO EXERCICIO_052) OU
      * DESVINCULADO (MATRICULADO NO ANO ANTERIOR, SEM MATRICULA NO
      * ANO E SEM COLACAO - A EVASAO). ALUNO SEM MATRICULA NO ANO NEM
      * NO ANTERIOR, OU FORMADO EM ANO ANTERIOR, NAO ENTRA. JUNTO SAI
      * A PRE-VALIDACAO: TODO DADO OBRIGATORIO FALTANDO OU INVALIDO
      * (NASCIMENTO, CPF, SEXO, COR/RACA, NACIONALIDADE, CURSO DO
      * ALUNO; TITULACAO DO DOCENTE) E LISTADO PARA SER CORRIGIDO NO
      * EXERCICIO_015 / EXERCICIO_109 ANTES DO ENVIO. RETURN-CODE 8
      * QUANDO HA PENDENCIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_191.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO COM O ANO DE REFERENCIA E O CODIGO DA INSTITUICAO.
           SELECT CARTAO_CENSO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\censo_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT MATRICULA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-MATR.

           SELECT COLACAO_GRAU ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\colacao_grau.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COL-RGM
           FILE STATUS     IS WS-FS-COLACAO.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS COD-CURSO
           FILE STATUS     IS WS-FS-CURSO.

           SELECT PROFESSORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PROF-MATRICULA
           FILE STATUS IS WS-FS-PROF.

           SELECT TURMA_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turma_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TPF-CHAVE
           FILE STATUS IS WS-FS-TPF.

           SELECT CENSO_EXPORTA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\censo_exporta.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-EXP.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_CENSO.
       01 REG-CARTAO-CENSO.
           03 CARD-ANO-REF             PIC 9(004).
           03 CARD-COD-IES             PIC 9(008).

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

       FD MATRICULA.
       01 REG-MATRICULA.
           03 CHAVE-MATRICULA.
               05 RGM-MATRICULA           PIC 9(05).
               05 PERIODO-MATRICULA       PIC X(06).
               05 COD-DISCIPLINA-MATR     PIC X(06).
           03 DT-MATRICULA                PIC 9(08).
           03 STATUS-MATRICULA            PIC X(10).
           03 TURMA-MATRICULA             PIC X(03).

       FD COLACAO_GRAU.
       01 REG-COLACAO.
           03 COL-RGM                  PIC 9(005).
           03 COL-NOME                 PIC X(020).
           03 COL-DT-COLACAO           PIC 9(008).
           03 COL-NR-DIPLOMA           PIC 9(007).
           03 COL-OPERADOR             PIC X(008).

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       FD PROFESSORES.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

       FD TURMA_PROF.
       01 REG-TURMA-PROF.
           03 TPF-CHAVE.
              05 TPF-COD-DISCIPLINA   PIC X(06).
              05 TPF-PERIODO          PIC X(06).
              05 TPF-SECAO            PIC X(03).
           03 TPF-PROFESSOR           PIC X(08).

       FD CENSO_EXPORTA.
       01 REG-CENSO-EXPORTA.
           COPY CENSOEXP.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-MATR                   PIC 99.
       77 WS-FS-COLACAO                PIC 99.
       77 WS-FS-CURSO                  PIC 99.
       77 WS-FS-PROF                   PIC 99.
       77 WS-FS-TPF                    PIC 99.
       77 WS-FS-EXP                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-AUX                   PIC 99.
       77 WS-IX                        PIC 9(003).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> ANO DE REFERENCIA E ANO ANTERIOR, EM TEXTO PARA COMPARAR COM
      *> OS QUATRO PRIMEIROS CARACTERES DO PERIODO (AAAAMM).
       01 WS-ANO-REF                   PIC 9(004).
       01 WS-ANO-REF-X REDEFINES WS-ANO-REF PIC X(004).
       01 WS-ANO-ANT                   PIC 9(004).
       01 WS-ANO-ANT-X REDEFINES WS-ANO-ANT PIC X(004).
       01 WS-DT-COLACAO                PIC 9(008).
       01 FILLER REDEFINES WS-DT-COLACAO.
           03 WS-ANO-COLACAO           PIC 9(004).
           03 FILLER                   PIC 9(004).

      *> SITUACAO DO ALUNO EM EXAME NO ANO.
       77 WS-PRIM-PERIODO              PIC X(006).
       77 WS-ULT-PERIODO-ANO           PIC X(006).
       77 WS-TEVE-ANTERIOR             PIC X(001).
       77 WS-ATIVA-ULT                 PIC X(001).
       77 WS-TRANCADA-ULT              PIC X(001).
       77 WS-QTD-DISC-ANO              PIC 9(003).
       77 WS-SITUACAO                  PIC 9(001).
       77 WS-PENDENTE                  PIC X(001).
       77 WS-CPF-VALIDO                PIC X(001).

      *> PARAMETROS DA SUBROTINA CALC_DATA.
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

      *> PROFESSORES COM TURMA ATRIBUIDA NO ANO (TURMA_PROF).
       77 WS-QTD-PROF-ANO              PIC 9(003) VALUE ZEROS.
       01 WS-TAB-PROF-ANO.
           03 WS-PRA OCCURS 500 TIMES.
              05 WS-PRA-MATRICULA      PIC X(008).
              05 WS-PRA-QTD-TURMAS     PIC 9(003).

      *> TOTAIS DE CONTROLE.
       77 WS-QTD-CURSOS                PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DOCENTES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-EXPORTADOS     PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-FORA           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CURSANDO              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-TRANCADO              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESVINCULADO          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORMADO               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-ALUNOS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-DOCENTES         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REGISTROS             PIC 9(007) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CENSO DA EDUCACAO SUPERIOR ------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM

           SET WS-FS-ALUNOS TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM MATRICULA SO HA FORMADOS; SEM COLACAO NINGUEM E FORMADO;
      *> SEM CURSOS TODO ALUNO SAI COM CURSO PENDENTE.
           SET WS-FS-MATR TO 0.
           OPEN INPUT MATRICULA
           SET WS-FS-COLACAO TO 0.
           OPEN INPUT COLACAO_GRAU
           SET WS-FS-CURSO TO 0.
           OPEN INPUT CURSOS

           SET WS-FS-EXP TO 0.
           OPEN OUTPUT CENSO_EXPORTA

           MOVE SPACES            TO REG-CENSO-EXPORTA
           MOVE '40'              TO CEN-TIPO
           MOVE CARD-COD-IES      TO CEN-IES-CODIGO
           MOVE WS-ANO-REF        TO CEN-IES-ANO-REF
           MOVE WS-HOJE-AAAAMMDD  TO CEN-IES-DT-GERACAO
           PERFORM 9000-GRAVA THRU 9000-GRAVA-FIM

           DISPLAY " "
           DISPLAY "---- PRE-VALIDACAO: DADOS OBRIGATORIOS ----"

           PERFORM 1000-EXPORTA-CURSOS THRU 1000-EXPORTA-CURSOS-FIM
           PERFORM 2000-EXPORTA-DOCENTES THRU 2000-EXPORTA-DOCENTES-FIM

           SET WS-EOF TO 0.
           PERFORM 3000-AVALIA-ALUNO THRU 3000-AVALIA-ALUNO-FIM
               UNTIL WS-EOF = 1.

           CLOSE ALUNOS
           IF WS-FS-MATR NOT EQUAL 35
               CLOSE MATRICULA
           END-IF
           IF WS-FS-COLACAO NOT EQUAL 35
               CLOSE COLACAO_GRAU
           END-IF
           IF WS-FS-CURSO NOT EQUAL 35
               CLOSE CURSOS
           END-IF
           CLOSE CENSO_EXPORTA

           DISPLAY " "
           DISPLAY "ANO DE REFERENCIA: " WS-ANO-REF
           DISPLAY "CURSOS EXPORTADOS: " WS-QTD-CURSOS
           DISPLAY "DOCENTES EXPORTADOS: " WS-QTD-DOCENTES
               " (COM TURMA NO ANO: " WS-QTD-PROF-ANO ")"
           DISPLAY "ALUNOS LIDOS: " WS-QTD-ALUNOS-LIDOS
               " EXPORTADOS: " WS-QTD-ALUNOS-EXPORTADOS
               " SEM VINCULO NO ANO: " WS-QTD-ALUNOS-FORA
           DISPLAY "  CURSANDO: " WS-QTD-CURSANDO
               " TRANCADOS: " WS-QTD-TRANCADO
               " DESVINCULADOS: " WS-QTD-DESVINCULADO
               " FORMADOS: " WS-QTD-FORMADO
           DISPLAY "ALUNOS COM PENDENCIA: " WS-QTD-PEND-ALUNOS
           DISPLAY "DOCENTES COM PENDENCIA: " WS-QTD-PEND-DOCENTES
           DISPLAY "REGISTROS GRAVADOS EM censo_exporta: "
               WS-QTD-REGISTROS

           IF WS-QTD-PEND-ALUNOS > ZEROS OR
              WS-QTD-PEND-DOCENTES > ZEROS
               DISPLAY "* CORRIJA AS PENDENCIAS E RODE DE NOVO ANTES "
                   "DE ENVIAR O ARQUIVO AO INEP *"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LEITURA DO CARTAO DO CENSO         *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_CENSO
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY "*** CARTAO censo_param NAO EXISTE - SEM O ANO "
                   "DE REFERENCIA NAO HA EXTRACAO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CARTAO_CENSO
               AT END
                   DISPLAY "*** CARTAO DO CENSO VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_CENSO
                   STOP RUN
           END-READ
           CLOSE CARTAO_CENSO

           IF CARD-ANO-REF NOT NUMERIC OR CARD-ANO-REF < 2000 OR
               CARD-COD-IES NOT NUMERIC OR CARD-COD-IES EQUAL ZEROS
               DISPLAY "*** CARTAO INVALIDO: ANO DE REFERENCIA E "
                   "CODIGO DA INSTITUICAO NO INEP SAO OBRIGATORIOS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CARD-ANO-REF TO WS-ANO-REF
           SUBTRACT 1 FROM WS-ANO-REF GIVING WS-ANO-ANT
           DISPLAY "INSTITUICAO " CARD-COD-IES " ANO " WS-ANO-REF.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO 20: CURSOS                *
      **************************************
      *
       1000-EXPORTA-CURSOS.
           IF WS-FS-CURSO EQUAL 35
               DISPLAY " [CURSOS] ARQUIVO CURSOS NAO EXISTE - "
                   "CADASTRE EM EXERCICIO_182"
               GO TO 1000-EXPORTA-CURSOS-FIM
           END-IF

           SET WS-EOF-AUX TO 0
           MOVE ZEROS TO COD-CURSO
           START CURSOS KEY IS NOT LESS THAN COD-CURSO
               INVALID KEY
                   MOVE 1 TO WS-EOF-AUX
           END-START
           PERFORM UNTIL WS-EOF-AUX = 1
               READ CURSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       MOVE SPACES              TO REG-CENSO-EXPORTA
                       MOVE '20'                TO CEN-TIPO
                       MOVE COD-CURSO           TO CEN-CUR-CODIGO
                       MOVE NOME-CURSO          TO CEN-CUR-NOME
                       MOVE QTD-SEMESTRES-CURSO TO CEN-CUR-QTD-SEMESTRES
                       IF CURSO-ENCERRADO
                           MOVE 2 TO CEN-CUR-SITUACAO
                       ELSE
                           MOVE 1 TO CEN-CUR-SITUACAO
                       END-IF
                       PERFORM 9000-GRAVA THRU 9000-GRAVA-FIM
                       ADD 1 TO WS-QTD-CURSOS
               END-READ
           END-PERFORM.
       1000-EXPORTA-CURSOS-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO 41: DOCENTES, COM AS      *
      * TURMAS ATRIBUIDAS NO ANO           *
      **************************************
      *
       2000-EXPORTA-DOCENTES.
           PERFORM 2100-CARREGA-TURMAS-ANO
               THRU 2100-CARREGA-TURMAS-ANO-FIM

           SET WS-FS-PROF TO 0.
           OPEN INPUT PROFESSORES
           IF WS-FS-PROF EQUAL 35
               DISPLAY " [DOCENTES] ARQUIVO PROFESSORES NAO EXISTE - "
                   "CADASTRE EM EXERCICIO_109"
               ADD 1 TO WS-QTD-PEND-DOCENTES
               GO TO 2000-EXPORTA-DOCENTES-FIM
           END-IF

           SET WS-EOF-AUX TO 0
           PERFORM UNTIL WS-EOF-AUX = 1
               READ PROFESSORES
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       PERFORM 2200-GRAVA-DOCENTE
                           THRU 2200-GRAVA-DOCENTE-FIM
               END-READ
           END-PERFORM
           CLOSE PROFESSORES.
       2000-EXPORTA-DOCENTES-FIM.
           EXIT.
      *
       2100-CARREGA-TURMAS-ANO.
           SET WS-FS-TPF TO 0.
           OPEN INPUT TURMA_PROF
           IF WS-FS-TPF EQUAL 35
               GO TO 2100-CARREGA-TURMAS-ANO-FIM
           END-IF

           SET WS-EOF-AUX TO 0
           PERFORM UNTIL WS-EOF-AUX = 1
               READ TURMA_PROF
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF TPF-PERIODO(1:4) EQUAL WS-ANO-REF-X
                           PERFORM 2110-CONTA-TURMA
                               THRU 2110-CONTA-TURMA-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TURMA_PROF.
       2100-CARREGA-TURMAS-ANO-FIM.
           EXIT.
      *
       2110-CONTA-TURMA.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-PROF-ANO
               IF WS-PRA-MATRICULA(WS-IX) EQUAL TPF-PROFESSOR
                   ADD 1 TO WS-PRA-QTD-TURMAS(WS-IX)
                   GO TO 2110-CONTA-TURMA-FIM
               END-IF
           END-PERFORM
           IF WS-QTD-PROF-ANO < 500
               ADD 1 TO WS-QTD-PROF-ANO
               MOVE TPF-PROFESSOR TO WS-PRA-MATRICULA(WS-QTD-PROF-ANO)
               MOVE 1             TO WS-PRA-QTD-TURMAS(WS-QTD-PROF-ANO)
           END-IF.
       2110-CONTA-TURMA-FIM.
           EXIT.
      *
      *> A TITULACAO E TEXTO LIVRE NO CADASTRO DE PROFESSORES; O
      *> CENSO QUER O CODIGO DE ESCOLARIDADE. TEXTO QUE NAO SE
      *> RECONHECE FICA PENDENTE.
       2200-GRAVA-DOCENTE.
           MOVE SPACES         TO REG-CENSO-EXPORTA
           MOVE '41'           TO CEN-TIPO
           MOVE PROF-MATRICULA TO CEN-DOC-MATRICULA
           MOVE PROF-NOME      TO CEN-DOC-NOME
           EVALUATE TRUE
               WHEN PROF-TITULACAO(1:3) EQUAL 'DOU' OR 'POS' OR 'PHD'
                   MOVE 5 TO CEN-DOC-ESCOLARIDADE
               WHEN PROF-TITULACAO(1:3) EQUAL 'MES'
                   MOVE 4 TO CEN-DOC-ESCOLARIDADE
               WHEN PROF-TITULACAO(1:3) EQUAL 'ESP'
                   MOVE 3 TO CEN-DOC-ESCOLARIDADE
               WHEN PROF-TITULACAO(1:3) EQUAL 'GRA' OR 'BAC' OR 'LIC'
                   OR 'TEC'
                   MOVE 2 TO CEN-DOC-ESCOLARIDADE
               WHEN PROF-TITULACAO(1:3) EQUAL 'SEM'
                   MOVE 1 TO CEN-DOC-ESCOLARIDADE
               WHEN OTHER
                   MOVE 0 TO CEN-DOC-ESCOLARIDADE
           END-EVALUATE

           MOVE 0     TO CEN-DOC-EM-EXERCICIO
           MOVE ZEROS TO CEN-DOC-QTD-TURMAS
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-PROF-ANO
               IF WS-PRA-MATRICULA(WS-IX) EQUAL PROF-MATRICULA
                   MOVE 1 TO CEN-DOC-EM-EXERCICIO
                   MOVE WS-PRA-QTD-TURMAS(WS-IX) TO CEN-DOC-QTD-TURMAS
               END-IF
           END-PERFORM

           PERFORM 9000-GRAVA THRU 9000-GRAVA-FIM
           ADD 1 TO WS-QTD-DOCENTES

           IF CEN-DOC-ESCOLARIDADE EQUAL 0
               DISPLAY " [DOCENTE " PROF-MATRICULA "] " PROF-NOME
                   " - TITULACAO AUSENTE OU NAO RECONHECIDA: ["
                   PROF-TITULACAO "]"
               ADD 1 TO WS-QTD-PEND-DOCENTES
           END-IF.
       2200-GRAVA-DOCENTE-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO 42: VINCULO DO ALUNO NO   *
      * ANO DE REFERENCIA                  *
      **************************************
      *
       3000-AVALIA-ALUNO.
           READ ALUNOS
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 3000-AVALIA-ALUNO-FIM
           END-READ
           ADD 1 TO WS-QTD-ALUNOS-LIDOS

      *> FORMADO EM ANO ANTERIOR JA SAIU NO CENSO DAQUELE ANO.
           MOVE ZEROS TO WS-DT-COLACAO
           IF WS-FS-COLACAO NOT EQUAL 35
               MOVE RGM-ALUNO TO COL-RGM
               READ COLACAO_GRAU
                   INVALID KEY
                       MOVE ZEROS TO WS-DT-COLACAO
                   NOT INVALID KEY
                       MOVE COL-DT-COLACAO TO WS-DT-COLACAO
               END-READ
           END-IF
           IF WS-DT-COLACAO NOT EQUAL ZEROS AND
              WS-ANO-COLACAO < WS-ANO-REF
               ADD 1 TO WS-QTD-ALUNOS-FORA
               GO TO 3000-AVALIA-ALUNO-FIM
           END-IF

           PERFORM 3100-VARRE-MATRICULAS THRU 3100-VARRE-MATRICULAS-FIM

           EVALUATE TRUE
               WHEN WS-DT-COLACAO NOT EQUAL ZEROS AND
                    WS-ANO-COLACAO EQUAL WS-ANO-REF
                   MOVE 6 TO WS-SITUACAO
                   ADD 1 TO WS-QTD-FORMADO
               WHEN WS-ATIVA-ULT EQUAL 'S'
                   MOVE 2 TO WS-SITUACAO
                   ADD 1 TO WS-QTD-CURSANDO
               WHEN WS-TRANCADA-ULT EQUAL 'S'
                   MOVE 3 TO WS-SITUACAO
                   ADD 1 TO WS-QTD-TRANCADO
               WHEN WS-ULT-PERIODO-ANO EQUAL SPACES AND
                    WS-TEVE-ANTERIOR EQUAL 'S'
                   MOVE 4 TO WS-SITUACAO
                   ADD 1 TO WS-QTD-DESVINCULADO
               WHEN OTHER
                   MOVE 0 TO WS-SITUACAO
           END-EVALUATE
           IF WS-SITUACAO EQUAL 0
               ADD 1 TO WS-QTD-ALUNOS-FORA
               GO TO 3000-AVALIA-ALUNO-FIM
           END-IF

           MOVE SPACES          TO REG-CENSO-EXPORTA
           MOVE '42'            TO CEN-TIPO
           MOVE RGM-ALUNO       TO CEN-ALU-RGM
           MOVE NOME-ALUNO      TO CEN-ALU-NOME
           MOVE CPF-ALUNO       TO CEN-ALU-CPF
           MOVE DT-NASC-ALUNO   TO CEN-ALU-DT-NASC
           MOVE COD-CURSO-ALUNO TO CEN-ALU-COD-CURSO
           MOVE WS-PRIM-PERIODO TO CEN-ALU-PERIODO-INGRESSO
           MOVE WS-SITUACAO     TO CEN-ALU-SITUACAO
           MOVE WS-QTD-DISC-ANO TO CEN-ALU-QTD-DISC-ANO
           IF WS-SITUACAO EQUAL 6
               MOVE WS-DT-COLACAO TO CEN-ALU-DT-CONCLUSAO
           ELSE
               MOVE ZEROS TO CEN-ALU-DT-CONCLUSAO
           END-IF
           EVALUATE SEXO-ALUNO
               WHEN 'M'
                   MOVE 1 TO CEN-ALU-SEXO
               WHEN 'F'
                   MOVE 2 TO CEN-ALU-SEXO
               WHEN OTHER
                   MOVE 0 TO CEN-ALU-SEXO
           END-EVALUATE
           IF COR-RACA-ALUNO NOT < '0' AND NOT > '5'
               MOVE COR-RACA-ALUNO TO CEN-ALU-COR-RACA
           ELSE
               MOVE 0 TO CEN-ALU-COR-RACA
           END-IF
           IF NACIONALIDADE-ALUNO NOT < '1' AND NOT > '3'
               MOVE NACIONALIDADE-ALUNO TO CEN-ALU-NACIONALIDADE
           ELSE
               MOVE 0 TO CEN-ALU-NACIONALIDADE
           END-IF
           PERFORM 9000-GRAVA THRU 9000-GRAVA-FIM
           ADD 1 TO WS-QTD-ALUNOS-EXPORTADOS

           PERFORM 3200-PRE-VALIDA-ALUNO THRU 3200-PRE-VALIDA-ALUNO-FIM.
       3000-AVALIA-ALUNO-FIM.
           EXIT.
      *
      *> O PRIMEIRO PERIODO DO ALUNO E O DE INGRESSO; DO ANO DE
      *> REFERENCIA VALE O ULTIMO PERIODO EM QUE ESTEVE MATRICULADO.
       3100-VARRE-MATRICULAS.
           MOVE SPACES TO WS-PRIM-PERIODO
           MOVE SPACES TO WS-ULT-PERIODO-ANO
           MOVE 'N'    TO WS-TEVE-ANTERIOR
           MOVE 'N'    TO WS-ATIVA-ULT
           MOVE 'N'    TO WS-TRANCADA-ULT
           MOVE ZEROS  TO WS-QTD-DISC-ANO
           IF WS-FS-MATR EQUAL 35
               GO TO 3100-VARRE-MATRICULAS-FIM
           END-IF

           SET WS-EOF-AUX TO 0
           MOVE RGM-ALUNO  TO RGM-MATRICULA
           MOVE LOW-VALUES TO PERIODO-MATRICULA
           MOVE LOW-VALUES TO COD-DISCIPLINA-MATR
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                   MOVE 1 TO WS-EOF-AUX
           END-START

           PERFORM UNTIL WS-EOF-AUX = 1
               READ MATRICULA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-AUX
                   NOT AT END
                       IF RGM-MATRICULA NOT EQUAL RGM-ALUNO OR
                          PERIODO-MATRICULA(1:4) > WS-ANO-REF-X
                           MOVE 1 TO WS-EOF-AUX
                       ELSE
                           PERFORM 3110-CONTA-MATRICULA
                               THRU 3110-CONTA-MATRICULA-FIM
                       END-IF
               END-READ
           END-PERFORM.
       3100-VARRE-MATRICULAS-FIM.
           EXIT.
      *
       3110-CONTA-MATRICULA.
           IF WS-PRIM-PERIODO EQUAL SPACES
               MOVE PERIODO-MATRICULA TO WS-PRIM-PERIODO
           END-IF
           IF PERIODO-MATRICULA(1:4) EQUAL WS-ANO-ANT-X
               MOVE 'S' TO WS-TEVE-ANTERIOR
           END-IF
           IF PERIODO-MATRICULA(1:4) NOT EQUAL WS-ANO-REF-X
               GO TO 3110-CONTA-MATRICULA-FIM
           END-IF

           IF PERIODO-MATRICULA NOT EQUAL WS-ULT-PERIODO-ANO
               MOVE PERIODO-MATRICULA TO WS-ULT-PERIODO-ANO
               MOVE 'N' TO WS-ATIVA-ULT
               MOVE 'N' TO WS-TRANCADA-ULT
           END-IF
           IF STATUS-MATRICULA EQUAL 'ATIVA'
               MOVE 'S' TO WS-ATIVA-ULT
               ADD 1 TO WS-QTD-DISC-ANO
           END-IF
           IF STATUS-MATRICULA EQUAL 'TRANCADA'
               MOVE 'S' TO WS-TRANCADA-ULT
           END-IF.
       3110-CONTA-MATRICULA-FIM.
           EXIT.
      *
      **************************************
      * PRE-VALIDACAO DOS DADOS            *
      * OBRIGATORIOS DO ALUNO EXPORTADO    *
      **************************************
      *
       3200-PRE-VALIDA-ALUNO.
           MOVE 'N' TO WS-PENDENTE

           MOVE 'N' TO WS-CD-VALIDA
           IF DT-NASC-ALUNO NUMERIC AND DT-NASC-ALUNO NOT EQUAL ZEROS
               MOVE 'V' TO WS-CD-FUNCAO
               MOVE DT-NASC-ALUNO TO WS-CD-DATA-1
               CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                   WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                   WS-CD-VALIDA
           END-IF
           IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                   " - SEM DATA DE NASCIMENTO VALIDA"
               MOVE 'S' TO WS-PENDENTE
           END-IF

      *> SO O ESTRANGEIRO PODE IR SEM CPF.
           IF CPF-ALUNO EQUAL ZEROS
               IF NACIONALIDADE-ALUNO NOT EQUAL '3'
                   DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                       " - SEM CPF"
                   MOVE 'S' TO WS-PENDENTE
               END-IF
           ELSE
               CALL 'VALIDA_CPF' USING CPF-ALUNO, WS-CPF-VALIDO
               IF WS-CPF-VALIDO NOT EQUAL 'S'
                   DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                       " - CPF INVALIDO: " CPF-ALUNO
                   MOVE 'S' TO WS-PENDENTE
               END-IF
           END-IF

           IF CEN-ALU-SEXO EQUAL 0
               DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                   " - SEM SEXO"
               MOVE 'S' TO WS-PENDENTE
           END-IF
           IF COR-RACA-ALUNO < '0' OR COR-RACA-ALUNO > '5'
               DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                   " - SEM COR/RACA (0 = NAO DECLARADA)"
               MOVE 'S' TO WS-PENDENTE
           END-IF
           IF CEN-ALU-NACIONALIDADE EQUAL 0
               DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                   " - SEM NACIONALIDADE"
               MOVE 'S' TO WS-PENDENTE
           END-IF

           IF WS-FS-CURSO EQUAL 35
               MOVE 'S' TO WS-PENDENTE
           ELSE
               MOVE COD-CURSO-ALUNO TO COD-CURSO
               READ CURSOS
                   INVALID KEY
                       DISPLAY " [ALUNO " RGM-ALUNO "] " NOME-ALUNO
                           " - CURSO " COD-CURSO-ALUNO
                           " FORA DO CADASTRO DE CURSOS"
                       MOVE 'S' TO WS-PENDENTE
               END-READ
           END-IF

           IF WS-PENDENTE EQUAL 'S'
               ADD 1 TO WS-QTD-PEND-ALUNOS
           END-IF.
       3200-PRE-VALIDA-ALUNO-FIM.
           EXIT.
      *
       9000-GRAVA.
           WRITE REG-CENSO-EXPORTA
           ADD 1 TO WS-QTD-REGISTROS.
       9000-GRAVA-FIM.
           EXIT.

       END PROGRAM EXERCICIO_191.

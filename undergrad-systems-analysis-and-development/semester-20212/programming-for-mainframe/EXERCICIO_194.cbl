      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ACOMPANHAMENTO DIARIO DO LANCAMENTO DE NOTAS POR
      * TURMA CONTRA O PRAZO CAL-NOTAS-FIM DO CALENDARIO ACADEMICO
      * (EXERCICIO_110). PARA CADA SECAO DE TURMAS DO PERIODO E O SEU
      * PROFESSOR (TURMA_PROF), CONTA OS ALUNOS COM MATRICULA ATIVA
      * (MATRICULA) CONTRA OS QUE JA TEM NOTA (ALUNOS2021) E MOSTRA
      * QUANTOS DIAS FALTAM OU JA PASSARAM DO PRAZO. LISTA AS TURMAS
      * PENDENTES AGRUPADAS POR PROFESSOR E UM RESUMO POR CURSO DO
      * ALUNO (CURSOS). DEPOIS DO PRAZO, CADA TURMA INCOMPLETA E
      * GRAVADA EM NOTAS_PENDENTES (NOTASPEN.CPY), QUE BLOQUEIA A
      * CERTIFICACAO DO PERIODO NO EXAME FINAL (EXERCICIO_048) ATE AS
      * NOTAS SEREM LANCADAS (A PROXIMA EXECUCAO MARCA A PENDENCIA
      * COMO COMPLETADA) OU O COORDENADOR LIBERAR A TURMA NO
      * EXERCICIO_110. O PERIODO VEM DO CARTAO notas_param; SEM
      * CARTAO, VALE O SEMESTRE DA DATA DE HOJE. RETURN-CODE 8 QUANDO
      * HA TURMA INCOMPLETA DEPOIS DO PRAZO OU PERIODO SEM CALENDARIO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_194.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO OPCIONAL COM O PERIODO A ACOMPANHAR.
           SELECT CARTAO_NOTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT CALENDARIO_ACAD ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\calendario_acad.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CAL-PERIODO
           FILE STATUS     IS WS-FS-CAL.

           SELECT TURMAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turmas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-TURMA
           FILE STATUS IS WS-FS-TURMAS.

           SELECT TURMA_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turma_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TPF-CHAVE
           FILE STATUS IS WS-FS-TPF.

           SELECT PROFESSORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PROF-MATRICULA
           FILE STATUS IS WS-FS-PROF.

           SELECT MATRICULA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-MATR.

           SELECT ALUNOS2021 ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CHAVE-ALUNOS2021
           FILE STATUS     IS WS-FS-ALUNOS2021.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COD-CURSO
           FILE STATUS     IS WS-FS-CURSO.

           SELECT NOTAS_PENDENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NPD-CHAVE
           FILE STATUS     IS WS-FS-NPD.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_NOTAS.
       01 REG-CARTAO-NOTAS.
           03 CARD-PERIODO             PIC X(006).

       FD CALENDARIO_ACAD.
       01 REG-CALENDARIO.
           03 CAL-PERIODO              PIC X(006).
           03 CAL-MAT-INI              PIC 9(008).
           03 CAL-MAT-FIM              PIC 9(008).
           03 CAL-AULAS-INI            PIC 9(008).
           03 CAL-AULAS-FIM            PIC 9(008).
           03 CAL-NOTAS-FIM            PIC 9(008).
           03 CAL-EXAME-INI            PIC 9(008).
           03 CAL-EXAME-FIM            PIC 9(008).

       FD TURMAS.
       01 REG-TURMA.
           03 CHAVE-TURMA.
               05 TURMA-COD-DISCIPLINA    PIC X(06).
               05 TURMA-PERIODO           PIC X(06).
               05 TURMA-SECAO             PIC X(03).
           03 TURMA-CAPACIDADE            PIC 9(03).
           03 TURMA-VAGAS-OCUP            PIC 9(03).
           03 TURMA-HORARIO               PIC X(10).
           03 TURMA-SALA                  PIC X(06).

       FD TURMA_PROF.
       01 REG-TURMA-PROF.
           03 TPF-CHAVE.
              05 TPF-COD-DISCIPLINA   PIC X(06).
              05 TPF-PERIODO          PIC X(06).
              05 TPF-SECAO            PIC X(03).
           03 TPF-PROFESSOR           PIC X(08).

       FD PROFESSORES.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

       FD MATRICULA.
       01 REG-MATRICULA.
           03 CHAVE-MATRICULA.
               05 RGM-MATRICULA           PIC 9(05).
               05 PERIODO-MATRICULA       PIC X(06).
               05 COD-DISCIPLINA-MATR     PIC X(06).
           03 DT-MATRICULA                PIC 9(08).
           03 STATUS-MATRICULA            PIC X(10).
           03 TURMA-MATRICULA             PIC X(03).

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.
           03 CHAVE-ALUNOS2021.
              05 RGM-ALUNOS2021     PIC 9(005).
              05 PERIODO-ALUNOS2021 PIC X(006).
              05 DISCIPLINA-ALUNOS2021 PIC X(006).
           03 NOME-ALUNOS2021      PIC A(020).
           03 NOTA1-ALUNOS2021     PIC S9(002)V9(002).
           03 NOTA2-ALUNOS2021     PIC S9(002)V9(002).
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

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

       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       FD NOTAS_PENDENTES.
       01 REG-NOTA-PENDENTE.
           COPY NOTASPEN.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-CAL                    PIC 99.
       77 WS-FS-TURMAS                 PIC 99.
       77 WS-FS-TPF                    PIC 99.
       77 WS-FS-PROF                   PIC 99.
       77 WS-FS-MATR                   PIC 99.
       77 WS-FS-ALUNOS2021             PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-CURSO                  PIC 99.
       77 WS-FS-NPD                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(004).
       77 WS-IDX2                      PIC 9(004).
       77 WS-ACHOU                     PIC X(001).
       77 WS-TEM-CALENDARIO            PIC X(001).
       77 WS-PRAZO-VENCIDO             PIC X(001).
       77 WS-DT-PRAZO                  PIC 9(008).
       77 WS-DIAS-PRAZO                PIC S9(005).
       77 WS-DIAS-EDITADO              PIC ZZZZ9.
       77 WS-PROF-ANTERIOR             PIC X(008).
       77 WS-NOME-PROF                 PIC X(020).
       77 WS-FALTAM                    PIC 9(004).

      *> DATA DE HOJE E O SEMESTRE DELA, PARA A EXECUCAO SEM CARTAO.
       01 WS-HOJE-AAAAMMDD             PIC 9(008).
       01 FILLER REDEFINES WS-HOJE-AAAAMMDD.
           03 WS-HOJE-ANO              PIC X(004).
           03 WS-HOJE-MES              PIC 9(002).
           03 FILLER                   PIC 9(002).
       01 WS-PERIODO                   PIC X(006).
       01 FILLER REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANO           PIC X(004).
           03 WS-PERIODO-SEM           PIC X(002).

      *> TOTAIS DE CONTROLE.
       77 WS-QTD-SECOES                PIC 9(004) VALUE ZEROS.
       77 WS-QTD-SECOES-PEND           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-MATR-LIDAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-MATR-SEM-TURMA        PIC 9(005) VALUE ZEROS.
       77 WS-QTD-NPD-GRAVADAS          PIC 9(004) VALUE ZEROS.
       77 WS-QTD-NPD-COMPLETADAS       PIC 9(004) VALUE ZEROS.
       77 WS-QTD-NPD-LIBERADAS         PIC 9(004) VALUE ZEROS.
       77 WS-QTD-CURSOS                PIC 9(003) VALUE ZEROS.

      *> SECOES DO PERIODO COM O PROFESSOR E AS CONTAGENS; O
      *> PROFESSOR VEM NA FRENTE PARA A ORDENACAO POR PROFESSOR
      *> (TROCA SIMPLES, COMO NO PERFIL DE PAGAMENTO).
       01 WS-TAB-SECOES.
           03 WS-SEC-ITEM OCCURS 2000 TIMES.
              05 WS-SEC-PROFESSOR      PIC X(008).
              05 WS-SEC-DISCIPLINA     PIC X(006).
              05 WS-SEC-SECAO          PIC X(003).
              05 WS-SEC-QTD-MATR       PIC 9(004).
              05 WS-SEC-QTD-NOTA       PIC 9(004).
       01 WS-SEC-TROCA.
           03 WS-TRC-PROFESSOR         PIC X(008).
           03 WS-TRC-DISCIPLINA        PIC X(006).
           03 WS-TRC-SECAO             PIC X(003).
           03 WS-TRC-QTD-MATR          PIC 9(004).
           03 WS-TRC-QTD-NOTA          PIC 9(004).

      *> RESUMO POR CURSO DO ALUNO MATRICULADO.
       01 WS-TAB-CURSOS.
           03 WS-CUR-ITEM OCCURS 200 TIMES.
              05 WS-CUR-CODIGO         PIC 9(003).
              05 WS-CUR-QTD-MATR       PIC 9(005).
              05 WS-CUR-QTD-NOTA       PIC 9(005).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- ACOMPANHAMENTO DO LANCAMENTO DE NOTAS ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           PERFORM 0030-LE-CALENDARIO THRU 0030-LE-CALENDARIO-FIM

           PERFORM 1000-CARREGA-SECOES THRU 1000-CARREGA-SECOES-FIM
           IF WS-QTD-SECOES EQUAL ZEROS
               DISPLAY "* NENHUMA TURMA CADASTRADA NO PERIODO "
                   WS-PERIODO " *"
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-CONTA-MATRICULAS THRU 2000-CONTA-MATRICULAS-FIM

           PERFORM 3000-ORDENA-SECOES THRU 3000-ORDENA-SECOES-FIM
           PERFORM 4000-LISTA-PENDENTES THRU 4000-LISTA-PENDENTES-FIM
           PERFORM 5000-RESUMO-CURSOS THRU 5000-RESUMO-CURSOS-FIM

           IF WS-PRAZO-VENCIDO EQUAL 'S'
               PERFORM 6000-GRAVA-PENDENCIAS
                   THRU 6000-GRAVA-PENDENCIAS-FIM
           END-IF

           DISPLAY " "
           DISPLAY "PERIODO: " WS-PERIODO
           DISPLAY "TURMAS DO PERIODO: " WS-QTD-SECOES
               " COM NOTA FALTANDO: " WS-QTD-SECOES-PEND
           DISPLAY "MATRICULAS ATIVAS LIDAS: " WS-QTD-MATR-LIDAS
               " SEM TURMA CADASTRADA: " WS-QTD-MATR-SEM-TURMA
           IF WS-PRAZO-VENCIDO EQUAL 'S'
               DISPLAY "PENDENCIAS GRAVADAS/ATUALIZADAS: "
                   WS-QTD-NPD-GRAVADAS
                   " COMPLETADAS: " WS-QTD-NPD-COMPLETADAS
                   " JA LIBERADAS PELO COORDENADOR: "
                   WS-QTD-NPD-LIBERADAS
           END-IF

           IF WS-TEM-CALENDARIO NOT EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PRAZO-VENCIDO EQUAL 'S' AND
               WS-QTD-SECOES-PEND > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * PERIODO DO CARTAO OU, SEM CARTAO,  *
      * O SEMESTRE DE HOJE                 *
      **************************************
      *
       0020-LE-CARTAO.
           MOVE SPACES TO WS-PERIODO

           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_NOTAS
           IF WS-FS-CARTAO NOT EQUAL 35
               READ CARTAO_NOTAS
                   AT END
                       MOVE SPACES TO CARD-PERIODO
               END-READ
               MOVE CARD-PERIODO TO WS-PERIODO
               CLOSE CARTAO_NOTAS
           END-IF

           IF WS-PERIODO EQUAL SPACES
               MOVE WS-HOJE-ANO TO WS-PERIODO-ANO
               IF WS-HOJE-MES < 7
                   MOVE '01' TO WS-PERIODO-SEM
               ELSE
                   MOVE '02' TO WS-PERIODO-SEM
               END-IF
           END-IF

           DISPLAY "PERIODO ACOMPANHADO: " WS-PERIODO
               "   DATA: " WS-HOJE-AAAAMMDD.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * PRAZO DE NOTAS DO CALENDARIO E     *
      * DIAS ATE (OU DEPOIS DE) ELE        *
      **************************************
      *
       0030-LE-CALENDARIO.
           MOVE 'N'   TO WS-TEM-CALENDARIO
           MOVE 'N'   TO WS-PRAZO-VENCIDO
           MOVE ZEROS TO WS-DT-PRAZO
           MOVE ZEROS TO WS-DIAS-PRAZO

           SET WS-FS-CAL TO 0.
           OPEN INPUT CALENDARIO_ACAD
           IF WS-FS-CAL NOT EQUAL 35
               MOVE WS-PERIODO TO CAL-PERIODO
               READ CALENDARIO_ACAD
                   NOT INVALID KEY
                       IF CAL-NOTAS-FIM NOT EQUAL ZEROS
                           MOVE 'S'           TO WS-TEM-CALENDARIO
                           MOVE CAL-NOTAS-FIM TO WS-DT-PRAZO
                       END-IF
               END-READ
               CLOSE CALENDARIO_ACAD
           END-IF

           IF WS-TEM-CALENDARIO NOT EQUAL 'S'
               DISPLAY "* PERIODO SEM PRAZO DE NOTAS NO CALENDARIO - "
                   "NENHUMA PENDENCIA SERA GRAVADA *"
               GO TO 0030-LE-CALENDARIO-FIM
           END-IF

           COMPUTE WS-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(WS-DT-PRAZO) -
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           IF WS-DIAS-PRAZO < ZEROS
               MOVE 'S' TO WS-PRAZO-VENCIDO
               COMPUTE WS-DIAS-EDITADO = ZEROS - WS-DIAS-PRAZO
               DISPLAY "PRAZO DE NOTAS: " WS-DT-PRAZO
                   " - VENCIDO HA " WS-DIAS-EDITADO " DIA(S)"
           ELSE
               MOVE WS-DIAS-PRAZO TO WS-DIAS-EDITADO
               DISPLAY "PRAZO DE NOTAS: " WS-DT-PRAZO
                   " - FALTAM " WS-DIAS-EDITADO " DIA(S)"
           END-IF.
       0030-LE-CALENDARIO-FIM.
           EXIT.
      *
      **************************************
      * SECOES DO PERIODO COM O PROFESSOR  *
      * ATRIBUIDO                          *
      **************************************
      *
       1000-CARREGA-SECOES.
           SET WS-FS-TURMAS TO 0.
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS EQUAL 35
               GO TO 1000-CARREGA-SECOES-FIM
           END-IF

           SET WS-FS-TPF TO 0.
           OPEN INPUT TURMA_PROF

           SET WS-EOF TO 0.
           PERFORM UNTIL WS-EOF = 1
               READ TURMAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TURMA-PERIODO EQUAL WS-PERIODO AND
                          WS-QTD-SECOES < 2000
                           ADD 1 TO WS-QTD-SECOES
                           MOVE TURMA-COD-DISCIPLINA
                               TO WS-SEC-DISCIPLINA(WS-QTD-SECOES)
                           MOVE TURMA-SECAO
                               TO WS-SEC-SECAO(WS-QTD-SECOES)
                           MOVE ZEROS
                               TO WS-SEC-QTD-MATR(WS-QTD-SECOES)
                                  WS-SEC-QTD-NOTA(WS-QTD-SECOES)
                           MOVE SPACES
                               TO WS-SEC-PROFESSOR(WS-QTD-SECOES)
                           IF WS-FS-TPF NOT EQUAL 35
                               MOVE CHAVE-TURMA TO TPF-CHAVE
                               READ TURMA_PROF
                                   NOT INVALID KEY
                                       MOVE TPF-PROFESSOR TO
                                       WS-SEC-PROFESSOR(WS-QTD-SECOES)
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-TPF NOT EQUAL 35
               CLOSE TURMA_PROF
           END-IF
           CLOSE TURMAS.
       1000-CARREGA-SECOES-FIM.
           EXIT.
      *
      **************************************
      * MATRICULAS ATIVAS DO PERIODO       *
      * CONTRA AS NOTAS LANCADAS           *
      **************************************
      *
       2000-CONTA-MATRICULAS.
           SET WS-FS-MATR TO 0.
           OPEN INPUT MATRICULA
           IF WS-FS-MATR EQUAL 35
               DISPLAY "* ARQUIVO MATRICULA NAO EXISTE *"
               GO TO 2000-CONTA-MATRICULAS-FIM
           END-IF

           SET WS-FS-ALUNOS2021 TO 0.
           OPEN INPUT ALUNOS2021
           SET WS-FS-ALUNOS TO 0.
           OPEN INPUT ALUNOS

           SET WS-EOF TO 0.
           PERFORM 2100-UMA-MATRICULA THRU 2100-UMA-MATRICULA-FIM
               UNTIL WS-EOF = 1.

           IF WS-FS-ALUNOS2021 NOT EQUAL 35
               CLOSE ALUNOS2021
           END-IF
           IF WS-FS-ALUNOS NOT EQUAL 35
               CLOSE ALUNOS
           END-IF
           CLOSE MATRICULA.
       2000-CONTA-MATRICULAS-FIM.
           EXIT.
      *
       2100-UMA-MATRICULA.
           READ MATRICULA
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           IF PERIODO-MATRICULA NOT EQUAL WS-PERIODO OR
               STATUS-MATRICULA NOT EQUAL 'ATIVA'
               GO TO 2100-UMA-MATRICULA-FIM
           END-IF
           ADD 1 TO WS-QTD-MATR-LIDAS

      *> ALUNO COM NOTA = REGISTRO LANCADO EM ALUNOS2021 PARA A
      *> MESMA CHAVE RGM + PERIODO + DISCIPLINA.
           MOVE 'N' TO WS-ACHOU
           IF WS-FS-ALUNOS2021 NOT EQUAL 35
               MOVE RGM-MATRICULA       TO RGM-ALUNOS2021
               MOVE PERIODO-MATRICULA   TO PERIODO-ALUNOS2021
               MOVE COD-DISCIPLINA-MATR TO DISCIPLINA-ALUNOS2021
               READ ALUNOS2021
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-SECOES
               OR (WS-SEC-DISCIPLINA(WS-IDX) = COD-DISCIPLINA-MATR
               AND WS-SEC-SECAO(WS-IDX) = TURMA-MATRICULA)
               CONTINUE
           END-PERFORM
           IF WS-IDX > WS-QTD-SECOES
               ADD 1 TO WS-QTD-MATR-SEM-TURMA
           ELSE
               ADD 1 TO WS-SEC-QTD-MATR(WS-IDX)
               IF WS-ACHOU EQUAL 'S'
                   ADD 1 TO WS-SEC-QTD-NOTA(WS-IDX)
               END-IF
           END-IF

      *> RESUMO PELO CURSO DO ALUNO (ZERO QUANDO FORA DE ALUNOS).
           MOVE ZEROS TO COD-CURSO-ALUNO
           IF WS-FS-ALUNOS NOT EQUAL 35
               MOVE RGM-MATRICULA TO RGM-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE ZEROS TO COD-CURSO-ALUNO
               END-READ
           END-IF
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-QTD-CURSOS
               OR WS-CUR-CODIGO(WS-IDX2) = COD-CURSO-ALUNO
               CONTINUE
           END-PERFORM
           IF WS-IDX2 > WS-QTD-CURSOS
               IF WS-QTD-CURSOS < 200
                   ADD 1 TO WS-QTD-CURSOS
                   MOVE WS-QTD-CURSOS   TO WS-IDX2
                   MOVE COD-CURSO-ALUNO TO WS-CUR-CODIGO(WS-IDX2)
                   MOVE ZEROS TO WS-CUR-QTD-MATR(WS-IDX2)
                                 WS-CUR-QTD-NOTA(WS-IDX2)
               ELSE
                   GO TO 2100-UMA-MATRICULA-FIM
               END-IF
           END-IF
           ADD 1 TO WS-CUR-QTD-MATR(WS-IDX2)
           IF WS-ACHOU EQUAL 'S'
               ADD 1 TO WS-CUR-QTD-NOTA(WS-IDX2)
           END-IF

           END-READ.
       2100-UMA-MATRICULA-FIM.
           EXIT.
      *
      **************************************
      * ORDENA AS SECOES POR PROFESSOR,    *
      * DISCIPLINA E SECAO                 *
      **************************************
      *
       3000-ORDENA-SECOES.
           IF WS-QTD-SECOES > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-SECOES - 1
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-SECOES - WS-IDX
                       IF WS-SEC-ITEM(WS-IDX2) (1:17) >
                           WS-SEC-ITEM(WS-IDX2 + 1) (1:17)
                           MOVE WS-SEC-ITEM(WS-IDX2) TO WS-SEC-TROCA
                           MOVE WS-SEC-ITEM(WS-IDX2 + 1)
                               TO WS-SEC-ITEM(WS-IDX2)
                           MOVE WS-SEC-TROCA
                               TO WS-SEC-ITEM(WS-IDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       3000-ORDENA-SECOES-FIM.
           EXIT.
      *
      **************************************
      * TURMAS COM NOTA FALTANDO,          *
      * AGRUPADAS POR PROFESSOR            *
      **************************************
      *
       4000-LISTA-PENDENTES.
           DISPLAY " "
           DISPLAY "-------- TURMAS COM NOTA FALTANDO POR PROFESSOR "
               "--------"
           MOVE HIGH-VALUES TO WS-PROF-ANTERIOR

           SET WS-FS-PROF TO 0.
           OPEN INPUT PROFESSORES

           PERFORM 4100-UMA-SECAO THRU 4100-UMA-SECAO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-SECOES.

           IF WS-FS-PROF NOT EQUAL 35
               CLOSE PROFESSORES
           END-IF

           IF WS-QTD-SECOES-PEND EQUAL ZEROS
               DISPLAY " TODAS AS TURMAS DO PERIODO ESTAO COM AS NOTAS "
                   "LANCADAS"
           END-IF.
       4000-LISTA-PENDENTES-FIM.
           EXIT.
      *
       4100-UMA-SECAO.
           IF WS-SEC-QTD-NOTA(WS-IDX) NOT < WS-SEC-QTD-MATR(WS-IDX)
               GO TO 4100-UMA-SECAO-FIM
           END-IF
           ADD 1 TO WS-QTD-SECOES-PEND

           IF WS-SEC-PROFESSOR(WS-IDX) NOT EQUAL WS-PROF-ANTERIOR
               MOVE WS-SEC-PROFESSOR(WS-IDX) TO WS-PROF-ANTERIOR
               MOVE '(SEM PROFESSOR)' TO WS-NOME-PROF
               IF WS-SEC-PROFESSOR(WS-IDX) NOT EQUAL SPACES
                   MOVE '(NAO CADASTRADO)' TO WS-NOME-PROF
                   IF WS-FS-PROF NOT EQUAL 35
                       MOVE WS-SEC-PROFESSOR(WS-IDX) TO PROF-MATRICULA
                       READ PROFESSORES
                           NOT INVALID KEY
                               MOVE PROF-NOME TO WS-NOME-PROF
                       END-READ
                   END-IF
               END-IF
               DISPLAY " "
               DISPLAY " PROFESSOR " WS-SEC-PROFESSOR(WS-IDX)
                   " - " WS-NOME-PROF
           END-IF

           COMPUTE WS-FALTAM =
               WS-SEC-QTD-MATR(WS-IDX) - WS-SEC-QTD-NOTA(WS-IDX)
           DISPLAY "   DISCIPLINA " WS-SEC-DISCIPLINA(WS-IDX)
               " SECAO " WS-SEC-SECAO(WS-IDX)
               " MATRICULADOS: " WS-SEC-QTD-MATR(WS-IDX)
               " COM NOTA: " WS-SEC-QTD-NOTA(WS-IDX)
               " FALTAM: " WS-FALTAM.
       4100-UMA-SECAO-FIM.
           EXIT.
      *
      **************************************
      * RESUMO POR CURSO                   *
      **************************************
      *
       5000-RESUMO-CURSOS.
           DISPLAY " "
           DISPLAY "-------- RESUMO POR CURSO --------"

           SET WS-FS-CURSO TO 0.
           OPEN INPUT CURSOS

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-QTD-CURSOS
               MOVE '(CURSO NAO CADASTRADO)' TO NOME-CURSO
               IF WS-FS-CURSO NOT EQUAL 35
                   MOVE WS-CUR-CODIGO(WS-IDX2) TO COD-CURSO
                   READ CURSOS
                       INVALID KEY
                           MOVE '(CURSO NAO CADASTRADO)' TO NOME-CURSO
                   END-READ
               END-IF
               COMPUTE WS-FALTAM = WS-CUR-QTD-MATR(WS-IDX2) -
                   WS-CUR-QTD-NOTA(WS-IDX2)
               DISPLAY " CURSO " WS-CUR-CODIGO(WS-IDX2)
                   " " NOME-CURSO
                   " MATRICULAS: " WS-CUR-QTD-MATR(WS-IDX2)
                   " COM NOTA: " WS-CUR-QTD-NOTA(WS-IDX2)
                   " SEM NOTA: " WS-FALTAM
           END-PERFORM

           IF WS-FS-CURSO NOT EQUAL 35
               CLOSE CURSOS
           END-IF.
       5000-RESUMO-CURSOS-FIM.
           EXIT.
      *
      **************************************
      * DEPOIS DO PRAZO: GRAVA AS TURMAS   *
      * INCOMPLETAS E BAIXA AS QUE FORAM   *
      * COMPLETADAS                        *
      **************************************
      *
       6000-GRAVA-PENDENCIAS.
           SET WS-FS-NPD TO 0.
           OPEN I-O NOTAS_PENDENTES
           IF WS-FS-NPD EQUAL 35
               OPEN OUTPUT NOTAS_PENDENTES
               CLOSE NOTAS_PENDENTES
               OPEN I-O NOTAS_PENDENTES
           END-IF

           PERFORM 6100-UMA-PENDENCIA THRU 6100-UMA-PENDENCIA-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-SECOES.

           CLOSE NOTAS_PENDENTES.
       6000-GRAVA-PENDENCIAS-FIM.
           EXIT.
      *
       6100-UMA-PENDENCIA.
           MOVE WS-PERIODO               TO NPD-PERIODO
           MOVE WS-SEC-DISCIPLINA(WS-IDX) TO NPD-COD-DISCIPLINA
           MOVE WS-SEC-SECAO(WS-IDX)     TO NPD-SECAO
           MOVE 'N' TO WS-ACHOU
           READ NOTAS_PENDENTES
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ

      *> TURMA COMPLETA: SO BAIXA A PENDENCIA QUE AINDA ESTAVA ABERTA.
           IF WS-SEC-QTD-NOTA(WS-IDX) NOT < WS-SEC-QTD-MATR(WS-IDX)
               IF WS-ACHOU EQUAL 'S' AND NPD-PENDENTE
                   MOVE WS-SEC-QTD-MATR(WS-IDX) TO NPD-QTD-MATRICULADOS
                   MOVE WS-SEC-QTD-NOTA(WS-IDX) TO NPD-QTD-COM-NOTA
                   MOVE WS-HOJE-AAAAMMDD        TO NPD-DT-APURACAO
                   MOVE 'C'                     TO NPD-SITUACAO
                   REWRITE REG-NOTA-PENDENTE
                   ADD 1 TO WS-QTD-NPD-COMPLETADAS
               END-IF
               GO TO 6100-UMA-PENDENCIA-FIM
           END-IF

           MOVE WS-SEC-PROFESSOR(WS-IDX) TO NPD-PROFESSOR
           MOVE WS-SEC-QTD-MATR(WS-IDX)  TO NPD-QTD-MATRICULADOS
           MOVE WS-SEC-QTD-NOTA(WS-IDX)  TO NPD-QTD-COM-NOTA
           MOVE WS-DT-PRAZO              TO NPD-DT-PRAZO
           MOVE WS-HOJE-AAAAMMDD         TO NPD-DT-APURACAO

      *> A LIBERACAO DO COORDENADOR VALE ATE O FIM: SO ATUALIZA AS
      *> CONTAGENS.
           IF WS-ACHOU EQUAL 'S'
               IF NPD-LIBERADA
                   ADD 1 TO WS-QTD-NPD-LIBERADAS
               ELSE
                   MOVE 'P' TO NPD-SITUACAO
                   ADD 1 TO WS-QTD-NPD-GRAVADAS
               END-IF
               REWRITE REG-NOTA-PENDENTE
           ELSE
               MOVE 'P'    TO NPD-SITUACAO
               MOVE SPACES TO NPD-OPERADOR-LIB
               MOVE ZEROS  TO NPD-DT-LIBERACAO
               MOVE SPACES TO NPD-MOTIVO-LIB
               WRITE REG-NOTA-PENDENTE
               ADD 1 TO WS-QTD-NPD-GRAVADAS
           END-IF.
       6100-UMA-PENDENCIA-FIM.
           EXIT.

       END PROGRAM EXERCICIO_194.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CALCULO DO COEFICIENTE DE RENDIMENTO (CR) E DA
      * CLASSIFICACAO DOS ALUNOS NO PERIODO. O CR E A MEDIA DAS
      * MEDIAS FINAIS DE ALUNOS2021 (JA COM O EXAME, EXERCICIO_048)
      * PONDERADA PELA CARGA-HORARIA DE DISCIPLINAS, CALCULADO PARA O
      * PERIODO E ACUMULADO DESDE O INGRESSO ATE ELE. FICAM FORA AS
      * DISCIPLINAS REPROVADAS POR FALTA (REPROV-F) E AS APROVEITADAS
      * DE OUTRA INSTITUICAO (QUE SO EXISTEM EM APROVEITAMENTOS); AS
      * QUE AINDA AGUARDAM O EXAME (PROBATORIO/REPROVADO) NAO ENTRAM E
      * SAO CONTADAS COMO PENDENTES. OS ALUNOS SAO CLASSIFICADOS
      * DENTRO DO SEU CURSO E PERIODO DE INGRESSO (O PRIMEIRO PERIODO
      * LANCADO EM ALUNOS2021), EMPATES NA MESMA POSICAO, E O
      * RESULTADO E GRAVADO POR ALUNO E PERIODO EM COEF_REND
      * (COEFREND.CPY), LIDO PELO HISTORICO (EXERCICIO_016) E PELA
      * DECLARACAO (EXERCICIO_117). O PERIODO VEM DO CARTAO cr_param;
      * SEM CARTAO, VALE O SEMESTRE DA DATA DE HOJE. PODE SER
      * EXECUTADO DE NOVO (REGRAVA O PERIODO). RETURN-CODE 8 QUANDO HA
      * DISCIPLINA SEM CARGA-HORARIA OU ALUNO FORA DA TABELA; 16 SEM
      * ALUNOS OU ALUNOS2021.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_195.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO OPCIONAL COM O PERIODO A CALCULAR.
           SELECT CARTAO_CR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cr_param.txt'
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

           SELECT ALUNOS2021 ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CHAVE-ALUNOS2021
           FILE STATUS     IS WS-FS-ALUNOS2021.

           SELECT DISCIPLINAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\disciplinas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISCIPLINAS.

           SELECT COEF_REND ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\coef_rend.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CRD-CHAVE
           FILE STATUS     IS WS-FS-CRD.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_CR.
       01 REG-CARTAO-CR.
           03 CARD-PERIODO             PIC X(006).

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
           03 CHAVE-ALUNOS2021.
              05 RGM-ALUNOS2021     PIC 9(005).
              05 PERIODO-ALUNOS2021 PIC X(006).
              05 DISCIPLINA-ALUNOS2021 PIC X(006).
           03 NOME-ALUNOS2021      PIC A(020).
           03 NOTA1-ALUNOS2021     PIC S9(002)V9(002).
           03 NOTA2-ALUNOS2021     PIC S9(002)V9(002).
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

       FD DISCIPLINAS.
       01 REG-DISCIPLINA.
           03 COD-DISCIPLINA          PIC X(06).
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       FD COEF_REND.
       01 REG-COEF-REND.
           COPY COEFREND.

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-ALUNOS2021             PIC 99.
       77 WS-FS-DISCIPLINAS            PIC 99.
       77 WS-FS-CRD                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-NOTAS                 PIC 99.
       77 WS-IDX                       PIC 9(004).
       77 WS-IDX2                      PIC 9(004).
       77 WS-CARGA                     PIC 9(003).
       77 WS-ACHOU                     PIC X(001).

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

      *> ACUMULADORES DO ALUNO EM CALCULO (MEDIA X CARGA-HORARIA).
       77 WS-INGRESSO                  PIC X(006).
       77 WS-SOMA-PERIODO              PIC 9(009)V9(004).
       77 WS-CARGA-PERIODO             PIC 9(005).
       77 WS-SOMA-ACUMULADA            PIC 9(009)V9(004).
       77 WS-CARGA-ACUMULADA           PIC 9(005).
       77 WS-QTD-NO-PERIODO            PIC 9(003).
       77 WS-QTD-PENDENTES             PIC 9(003).

      *> TOTAIS DE CONTROLE.
       77 WS-QTD-ALUNOS-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS                PIC 9(004) VALUE ZEROS.
       77 WS-QTD-FORA-TABELA           PIC 9(005) VALUE ZEROS.
       77 WS-QTD-COM-PENDENCIA         PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-CARGA             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REPROV-F              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-GRAVADOS              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REGRAVADOS            PIC 9(005) VALUE ZEROS.

      *> ALUNOS COM DISCIPLINA NO PERIODO. A TURMA DE CLASSIFICACAO E
      *> O CURSO + PERIODO DE INGRESSO.
       01 WS-TAB-CR.
           03 WS-CR-ITEM OCCURS 5000 TIMES.
              05 WS-CR-RGM             PIC 9(005).
              05 WS-CR-CURSO           PIC 9(003).
              05 WS-CR-INGRESSO        PIC X(006).
              05 WS-CR-PERIODO         PIC 9(002)V9(002).
              05 WS-CR-CARGA-PER       PIC 9(005).
              05 WS-CR-ACUMULADO       PIC 9(002)V9(002).
              05 WS-CR-CARGA-ACUM      PIC 9(005).
              05 WS-CR-PENDENTES       PIC 9(003).
              05 WS-CR-POS-PERIODO     PIC 9(004).
              05 WS-CR-POS-ACUMULADO   PIC 9(004).
              05 WS-CR-QTD-TURMA       PIC 9(004).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- COEFICIENTE DE RENDIMENTO E CLASSIFICACAO ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM

           PERFORM 1000-CALCULA-ALUNOS THRU 1000-CALCULA-ALUNOS-FIM
           IF RETURN-CODE EQUAL 16
               GO TO ROT-FIM
           END-IF
           IF WS-QTD-ALUNOS EQUAL ZEROS
               DISPLAY "* NENHUM ALUNO COM DISCIPLINA NO PERIODO "
                   WS-PERIODO " *"
               GO TO ROT-FIM
           END-IF

           PERFORM 2000-CLASSIFICA THRU 2000-CLASSIFICA-FIM
           PERFORM 3000-GRAVA-COEFICIENTES
               THRU 3000-GRAVA-COEFICIENTES-FIM

           DISPLAY " "
           DISPLAY "PERIODO: " WS-PERIODO
           DISPLAY "ALUNOS LIDOS: " WS-QTD-ALUNOS-LIDOS
               " COM DISCIPLINA NO PERIODO: " WS-QTD-ALUNOS
           DISPLAY "ALUNOS COM DISCIPLINA AGUARDANDO EXAME (CR "
               "PROVISORIO): " WS-QTD-COM-PENDENCIA
           DISPLAY "DISCIPLINAS REPROVADAS POR FALTA (FORA DO CR): "
               WS-QTD-REPROV-F
           DISPLAY "DISCIPLINAS SEM CARGA-HORARIA (FORA DO CR): "
               WS-QTD-SEM-CARGA
           DISPLAY "REGISTROS GRAVADOS: " WS-QTD-GRAVADOS
               " REGRAVADOS: " WS-QTD-REGRAVADOS
           IF WS-QTD-FORA-TABELA > ZEROS
               DISPLAY "* ALUNOS NAO CALCULADOS (TABELA CHEIA): "
                   WS-QTD-FORA-TABELA " *"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-QTD-SEM-CARGA > ZEROS
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
           OPEN INPUT CARTAO_CR
           IF WS-FS-CARTAO NOT EQUAL 35
               READ CARTAO_CR
                   AT END
                       MOVE SPACES TO CARD-PERIODO
               END-READ
               MOVE CARD-PERIODO TO WS-PERIODO
               CLOSE CARTAO_CR
           END-IF

           IF WS-PERIODO EQUAL SPACES
               MOVE WS-HOJE-ANO TO WS-PERIODO-ANO
               IF WS-HOJE-MES < 7
                   MOVE '01' TO WS-PERIODO-SEM
               ELSE
                   MOVE '02' TO WS-PERIODO-SEM
               END-IF
           END-IF

           DISPLAY "PERIODO CALCULADO: " WS-PERIODO
               "   DATA: " WS-HOJE-AAAAMMDD.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * CR DO PERIODO E ACUMULADO DE CADA  *
      * ALUNO                              *
      **************************************
      *
       1000-CALCULA-ALUNOS.
           SET WS-FS-ALUNOS TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CALCULA-ALUNOS-FIM
           END-IF

           SET WS-FS-ALUNOS2021 TO 0.
           OPEN INPUT ALUNOS2021
           IF WS-FS-ALUNOS2021 EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS2021 NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               CLOSE ALUNOS
               GO TO 1000-CALCULA-ALUNOS-FIM
           END-IF

           SET WS-FS-DISCIPLINAS TO 0.
           OPEN INPUT DISCIPLINAS

           SET WS-EOF TO 0.
           PERFORM 1100-UM-ALUNO THRU 1100-UM-ALUNO-FIM
               UNTIL WS-EOF = 1.

           IF WS-FS-DISCIPLINAS NOT EQUAL 35
               CLOSE DISCIPLINAS
           END-IF
           CLOSE ALUNOS2021
           CLOSE ALUNOS.
       1000-CALCULA-ALUNOS-FIM.
           EXIT.
      *
       1100-UM-ALUNO.
           READ ALUNOS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           ADD 1 TO WS-QTD-ALUNOS-LIDOS
           MOVE SPACES TO WS-INGRESSO
           MOVE ZEROS  TO WS-SOMA-PERIODO WS-CARGA-PERIODO
                          WS-SOMA-ACUMULADA WS-CARGA-ACUMULADA
                          WS-QTD-NO-PERIODO WS-QTD-PENDENTES

           SET WS-EOF-NOTAS TO 0
           MOVE RGM-ALUNO  TO RGM-ALUNOS2021
           MOVE LOW-VALUES TO PERIODO-ALUNOS2021
           MOVE LOW-VALUES TO DISCIPLINA-ALUNOS2021
           START ALUNOS2021 KEY IS NOT LESS THAN CHAVE-ALUNOS2021
               INVALID KEY
                   MOVE 1 TO WS-EOF-NOTAS
           END-START
           PERFORM 1200-UMA-NOTA THRU 1200-UMA-NOTA-FIM
               UNTIL WS-EOF-NOTAS = 1

      *> SO ENTRA NA CLASSIFICACAO QUEM CURSOU ALGO NO PERIODO.
           IF WS-QTD-NO-PERIODO EQUAL ZEROS
               GO TO 1100-UM-ALUNO-FIM
           END-IF
           IF WS-QTD-ALUNOS NOT < 5000
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 1100-UM-ALUNO-FIM
           END-IF

           ADD 1 TO WS-QTD-ALUNOS
           MOVE WS-QTD-ALUNOS TO WS-IDX
           MOVE RGM-ALUNO        TO WS-CR-RGM(WS-IDX)
           MOVE COD-CURSO-ALUNO  TO WS-CR-CURSO(WS-IDX)
           MOVE WS-INGRESSO      TO WS-CR-INGRESSO(WS-IDX)
           MOVE WS-CARGA-PERIODO TO WS-CR-CARGA-PER(WS-IDX)
           MOVE WS-CARGA-ACUMULADA TO WS-CR-CARGA-ACUM(WS-IDX)
           MOVE WS-QTD-PENDENTES TO WS-CR-PENDENTES(WS-IDX)
           MOVE ZEROS TO WS-CR-PERIODO(WS-IDX) WS-CR-ACUMULADO(WS-IDX)
                         WS-CR-POS-PERIODO(WS-IDX)
                         WS-CR-POS-ACUMULADO(WS-IDX)
                         WS-CR-QTD-TURMA(WS-IDX)
           IF WS-CARGA-PERIODO > ZEROS
               COMPUTE WS-CR-PERIODO(WS-IDX) ROUNDED =
                   WS-SOMA-PERIODO / WS-CARGA-PERIODO
           END-IF
           IF WS-CARGA-ACUMULADA > ZEROS
               COMPUTE WS-CR-ACUMULADO(WS-IDX) ROUNDED =
                   WS-SOMA-ACUMULADA / WS-CARGA-ACUMULADA
           END-IF
           IF WS-QTD-PENDENTES > ZEROS
               ADD 1 TO WS-QTD-COM-PENDENCIA
           END-IF

           END-READ.
       1100-UM-ALUNO-FIM.
           EXIT.
      *
       1200-UMA-NOTA.
           READ ALUNOS2021 NEXT RECORD
           AT END
               MOVE 1 TO WS-EOF-NOTAS
           NOT AT END

           IF RGM-ALUNOS2021 NOT EQUAL RGM-ALUNO
               MOVE 1 TO WS-EOF-NOTAS
               GO TO 1200-UMA-NOTA-FIM
           END-IF

      *> A CHAVE VEM EM ORDEM DE PERIODO: O PRIMEIRO E O INGRESSO E O
      *> QUE PASSA DO PERIODO CALCULADO NAO INTERESSA.
           IF WS-INGRESSO EQUAL SPACES
               MOVE PERIODO-ALUNOS2021 TO WS-INGRESSO
           END-IF
           IF PERIODO-ALUNOS2021 > WS-PERIODO
               MOVE 1 TO WS-EOF-NOTAS
               GO TO 1200-UMA-NOTA-FIM
           END-IF

           IF PERIODO-ALUNOS2021 EQUAL WS-PERIODO
               ADD 1 TO WS-QTD-NO-PERIODO
           END-IF

           EVALUATE STATUS-ALUNOS2021
               WHEN 'REPROV-F'
                   ADD 1 TO WS-QTD-REPROV-F
                   GO TO 1200-UMA-NOTA-FIM
               WHEN 'PROBATORIO'
               WHEN 'REPROVADO'
                   IF PERIODO-ALUNOS2021 EQUAL WS-PERIODO
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
                   GO TO 1200-UMA-NOTA-FIM
           END-EVALUATE

           MOVE ZEROS TO WS-CARGA
           IF WS-FS-DISCIPLINAS NOT EQUAL 35
               MOVE DISCIPLINA-ALUNOS2021 TO COD-DISCIPLINA
               READ DISCIPLINAS
                   NOT INVALID KEY
                       MOVE CARGA-HORARIA TO WS-CARGA
               END-READ
           END-IF
           IF WS-CARGA EQUAL ZEROS
               ADD 1 TO WS-QTD-SEM-CARGA
               DISPLAY "* RGM " RGM-ALUNOS2021 " PERIODO "
                   PERIODO-ALUNOS2021 " DISCIPLINA "
                   DISCIPLINA-ALUNOS2021 " SEM CARGA-HORARIA *"
               GO TO 1200-UMA-NOTA-FIM
           END-IF

           COMPUTE WS-SOMA-ACUMULADA = WS-SOMA-ACUMULADA +
               MEDIA-ALUNOS2021 * WS-CARGA
           ADD WS-CARGA TO WS-CARGA-ACUMULADA
           IF PERIODO-ALUNOS2021 EQUAL WS-PERIODO
               COMPUTE WS-SOMA-PERIODO = WS-SOMA-PERIODO +
                   MEDIA-ALUNOS2021 * WS-CARGA
               ADD WS-CARGA TO WS-CARGA-PERIODO
           END-IF

           END-READ.
       1200-UMA-NOTA-FIM.
           EXIT.
      *
      **************************************
      * CLASSIFICACAO DENTRO DO CURSO E    *
      * PERIODO DE INGRESSO                *
      **************************************
      *
       2000-CLASSIFICA.
           PERFORM 2100-POSICAO-ALUNO THRU 2100-POSICAO-ALUNO-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ALUNOS.
       2000-CLASSIFICA-FIM.
           EXIT.
      *
      *> POSICAO = 1 + QUANTOS DA MESMA TURMA TEM CR MAIOR (EMPATE
      *> FICA NA MESMA POSICAO). SEM CARGA NO CR NAO HA POSICAO.
       2100-POSICAO-ALUNO.
           IF WS-CR-CARGA-PER(WS-IDX) > ZEROS
               MOVE 1 TO WS-CR-POS-PERIODO(WS-IDX)
           END-IF
           IF WS-CR-CARGA-ACUM(WS-IDX) > ZEROS
               MOVE 1 TO WS-CR-POS-ACUMULADO(WS-IDX)
           END-IF

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-QTD-ALUNOS
               IF WS-CR-CURSO(WS-IDX2) = WS-CR-CURSO(WS-IDX) AND
                  WS-CR-INGRESSO(WS-IDX2) = WS-CR-INGRESSO(WS-IDX)
                   ADD 1 TO WS-CR-QTD-TURMA(WS-IDX)
                   IF WS-CR-POS-PERIODO(WS-IDX) > ZEROS AND
                      WS-CR-CARGA-PER(WS-IDX2) > ZEROS AND
                      WS-CR-PERIODO(WS-IDX2) > WS-CR-PERIODO(WS-IDX)
                       ADD 1 TO WS-CR-POS-PERIODO(WS-IDX)
                   END-IF
                   IF WS-CR-POS-ACUMULADO(WS-IDX) > ZEROS AND
                      WS-CR-CARGA-ACUM(WS-IDX2) > ZEROS AND
                      WS-CR-ACUMULADO(WS-IDX2) >
                      WS-CR-ACUMULADO(WS-IDX)
                       ADD 1 TO WS-CR-POS-ACUMULADO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       2100-POSICAO-ALUNO-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O CR DO PERIODO POR ALUNO E  *
      * LISTA O RESULTADO                  *
      **************************************
      *
       3000-GRAVA-COEFICIENTES.
           SET WS-FS-CRD TO 0.
           OPEN I-O COEF_REND
           IF WS-FS-CRD EQUAL 35
               OPEN OUTPUT COEF_REND
               CLOSE COEF_REND
               OPEN I-O COEF_REND
           END-IF

           DISPLAY " "
           DISPLAY "-------- CR POR ALUNO --------"
           PERFORM 3100-UM-COEFICIENTE THRU 3100-UM-COEFICIENTE-FIM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-ALUNOS.

           CLOSE COEF_REND.
       3000-GRAVA-COEFICIENTES-FIM.
           EXIT.
      *
       3100-UM-COEFICIENTE.
           MOVE WS-CR-RGM(WS-IDX) TO CRD-RGM
           MOVE WS-PERIODO        TO CRD-PERIODO
           MOVE 'N' TO WS-ACHOU
           READ COEF_REND
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ

           MOVE WS-CR-CURSO(WS-IDX)         TO CRD-COD-CURSO
           MOVE WS-CR-INGRESSO(WS-IDX)      TO CRD-PERIODO-INGRESSO
           MOVE WS-CR-PERIODO(WS-IDX)       TO CRD-CR-PERIODO
           MOVE WS-CR-CARGA-PER(WS-IDX)     TO CRD-CARGA-PERIODO
           MOVE WS-CR-ACUMULADO(WS-IDX)     TO CRD-CR-ACUMULADO
           MOVE WS-CR-CARGA-ACUM(WS-IDX)    TO CRD-CARGA-ACUMULADA
           MOVE WS-CR-PENDENTES(WS-IDX)     TO CRD-QTD-PENDENTES
           MOVE WS-CR-POS-PERIODO(WS-IDX)   TO CRD-POSICAO-PERIODO
           MOVE WS-CR-POS-ACUMULADO(WS-IDX) TO CRD-POSICAO-ACUMULADO
           MOVE WS-CR-QTD-TURMA(WS-IDX)     TO CRD-QTD-TURMA
           MOVE WS-HOJE-AAAAMMDD            TO CRD-DT-CALCULO

           IF WS-ACHOU EQUAL 'S'
               REWRITE REG-COEF-REND
               ADD 1 TO WS-QTD-REGRAVADOS
           ELSE
               WRITE REG-COEF-REND
               ADD 1 TO WS-QTD-GRAVADOS
           END-IF

           DISPLAY " RGM " CRD-RGM
               " CURSO " CRD-COD-CURSO
               " INGRESSO " CRD-PERIODO-INGRESSO
               " CR PERIODO: " CRD-CR-PERIODO
               " POS: " CRD-POSICAO-PERIODO
               " CR ACUMULADO: " CRD-CR-ACUMULADO
               " POS: " CRD-POSICAO-ACUMULADO
               " DE " CRD-QTD-TURMA
           IF CRD-QTD-PENDENTES > ZEROS
               DISPLAY "   (CR PROVISORIO - " CRD-QTD-PENDENTES
                   " DISCIPLINA(S) AGUARDANDO EXAME)"
           END-IF.
       3100-UM-COEFICIENTE-FIM.
           EXIT.

       END PROGRAM EXERCICIO_195.

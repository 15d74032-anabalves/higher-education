      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE PRECO DA MENSALIDADE DE UM ALUNO NO
      * PERIODO LETIVO, NO MESMO ESQUEMA DE CHAMADA DE LE_PARAMETRO.
      * RECEBE O RGM, O PERIODO E O CURSO/VERSAO DA GRADE DO ALUNO;
      * CONTA AS DISCIPLINAS ATIVAS DO ALUNO NO PERIODO (MATRICULA),
      * TOMA COMO SEMESTRE DO ALUNO O MAIOR SEMESTRE DESSAS
      * DISCIPLINAS NA GRADE DO SEU CURSO E VERSAO (GRADE.CPY) E BUSCA
      * O PRECO EM TABELA_MENSALIDADE (TABMENS.CPY) PELO CURSO +
      * SEMESTRE + PERIODO, CAINDO PARA O SEMESTRE 00 (PRECO GERAL DO
      * CURSO) QUANDO O SEMESTRE NAO TEM LINHA PROPRIA. DEVOLVE O
      * SEMESTRE, A QUANTIDADE DE DISCIPLINAS, O VALOR CHEIO (SEM
      * DESCONTO DE BOLSA) E O RESULTADO: 'S' VALOR CHEIO, 'C' POR
      * CREDITO (CARGA PARCIAL), 'M' SEM MATRICULA ATIVA NO PERIODO,
      * 'P' SEM PRECO NA TABELA. USADA PELO FATURAMENTO
      * (EXERCICIO_031) E PELA CONCILIACAO DE BOLSAS (EXERCICIO_053).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECO_MENSALIDADE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-MATR.

           SELECT GRADE_CURRICULAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.

           SELECT TABELA_MENSALIDADE ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\tabela_mensalidade.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS TMS-CHAVE
           FILE STATUS     IS WS-FS-TMS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRICULA.
       01 REG-MATRICULA.
           03 CHAVE-MATRICULA.
               05 RGM-MATRICULA           PIC 9(05).
               05 PERIODO-MATRICULA       PIC X(06).
               05 COD-DISCIPLINA-MATR     PIC X(06).
           03 DT-MATRICULA                PIC 9(08).
           03 STATUS-MATRICULA            PIC X(10).
           03 TURMA-MATRICULA             PIC X(03).

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

       FD TABELA_MENSALIDADE.
       01 REG-TAB-MENSALIDADE.
           COPY TABMENS.

       WORKING-STORAGE SECTION.
       77 WS-FS-MATR                   PIC 99.
       77 WS-FS-GRADE                  PIC 99.
       77 WS-FS-TMS                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-ACHOU                     PIC X(001).

       LINKAGE SECTION.
       01 LK-RGM                       PIC 9(005).
       01 LK-PERIODO                   PIC X(006).
       01 LK-COD-CURSO                 PIC 9(003).
       01 LK-VERSAO                    PIC 9(002).
       01 LK-SEMESTRE                  PIC 9(002).
       01 LK-QTD-DISC                  PIC 9(002).
       01 LK-VALOR                     PIC S9(013)V9(002).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-RGM, LK-PERIODO, LK-COD-CURSO,
           LK-VERSAO, LK-SEMESTRE, LK-QTD-DISC, LK-VALOR,
           LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-SEMESTRE
           MOVE ZEROS TO LK-QTD-DISC
           MOVE ZEROS TO LK-VALOR
           MOVE 'M'   TO LK-RESULTADO

           PERFORM 1000-CONTA-DISCIPLINAS
               THRU 1000-CONTA-DISCIPLINAS-FIM
           IF LK-QTD-DISC EQUAL ZEROS
               GOBACK
           END-IF

           MOVE 'P' TO LK-RESULTADO
           SET WS-FS-TMS TO 0.
           OPEN INPUT TABELA_MENSALIDADE
           IF WS-FS-TMS EQUAL 35
               GOBACK
           END-IF

      *> SEM LINHA PARA O SEMESTRE DO ALUNO, VALE O PRECO GERAL DO
      *> CURSO NO PERIODO (SEMESTRE 00).
           MOVE 'S' TO WS-ACHOU
           MOVE LK-COD-CURSO TO TMS-COD-CURSO
           MOVE LK-SEMESTRE  TO TMS-SEMESTRE
           MOVE LK-PERIODO   TO TMS-PERIODO
           READ TABELA_MENSALIDADE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           IF WS-ACHOU EQUAL 'N' AND LK-SEMESTRE NOT EQUAL ZEROS
               MOVE 'S'   TO WS-ACHOU
               MOVE ZEROS TO TMS-SEMESTRE
               READ TABELA_MENSALIDADE
                   INVALID KEY
                       MOVE 'N' TO WS-ACHOU
               END-READ
           END-IF
           CLOSE TABELA_MENSALIDADE

           IF WS-ACHOU EQUAL 'N'
               GOBACK
           END-IF

           MOVE 'S' TO LK-RESULTADO
           MOVE TMS-VL-MENSALIDADE TO LK-VALOR

      *> CARGA PARCIAL PAGA POR CREDITO, SEM PASSAR DO VALOR CHEIO.
           IF TMS-QTD-DISC-PLENA > ZEROS AND
               TMS-VL-CREDITO > ZEROS AND
               LK-QTD-DISC < TMS-QTD-DISC-PLENA
               COMPUTE LK-VALOR = LK-QTD-DISC * TMS-VL-CREDITO
               IF LK-VALOR > TMS-VL-MENSALIDADE
                   MOVE TMS-VL-MENSALIDADE TO LK-VALOR
               END-IF
               MOVE 'C' TO LK-RESULTADO
           END-IF

           GOBACK.

      *
      **************************************
      * CONTA AS DISCIPLINAS ATIVAS DO     *
      * ALUNO NO PERIODO E ACHA O SEMESTRE *
      * DELAS NA GRADE DO CURSO/VERSAO     *
      **************************************
      *
       1000-CONTA-DISCIPLINAS.
           SET WS-FS-MATR TO 0.
           OPEN INPUT MATRICULA
           IF WS-FS-MATR EQUAL 35
               GO TO 1000-CONTA-DISCIPLINAS-FIM
           END-IF

           SET WS-FS-GRADE TO 0.
           OPEN INPUT GRADE_CURRICULAR

           SET WS-EOF TO 0
           MOVE LK-RGM     TO RGM-MATRICULA
           MOVE LK-PERIODO TO PERIODO-MATRICULA
           MOVE LOW-VALUES TO COD-DISCIPLINA-MATR
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ MATRICULA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RGM-MATRICULA NOT EQUAL LK-RGM OR
                          PERIODO-MATRICULA NOT EQUAL LK-PERIODO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF STATUS-MATRICULA EQUAL 'ATIVA'
                               PERFORM 1100-SEMESTRE-DISCIPLINA
                                   THRU 1100-SEMESTRE-DISCIPLINA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FS-GRADE NOT EQUAL 35
               CLOSE GRADE_CURRICULAR
           END-IF
           CLOSE MATRICULA.
       1000-CONTA-DISCIPLINAS-FIM.
           EXIT.
      *
      *> DISCIPLINA FORA DA GRADE DO ALUNO (OPTATIVA, DE OUTRO CURSO)
      *> CONTA COMO CREDITO MAS NAO MUDA O SEMESTRE.
       1100-SEMESTRE-DISCIPLINA.
           IF LK-QTD-DISC < 99
               ADD 1 TO LK-QTD-DISC
           END-IF
           IF WS-FS-GRADE EQUAL 35
               GO TO 1100-SEMESTRE-DISCIPLINA-FIM
           END-IF

           MOVE LK-COD-CURSO        TO GRADE-COD-CURSO
           MOVE LK-VERSAO           TO GRADE-VERSAO
           MOVE COD-DISCIPLINA-MATR TO GRADE-COD-DISCIPLINA
           READ GRADE_CURRICULAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GRADE-SEMESTRE > LK-SEMESTRE
                       MOVE GRADE-SEMESTRE TO LK-SEMESTRE
                   END-IF
           END-READ.
       1100-SEMESTRE-DISCIPLINA-FIM.
           EXIT.

       END PROGRAM PRECO_MENSALIDADE.

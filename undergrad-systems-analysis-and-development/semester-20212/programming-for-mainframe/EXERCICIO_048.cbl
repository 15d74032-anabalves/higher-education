      * MEDIA FINAL ((MEDIA DO PERIODO + EXAME) / 2) E ATUALIZA O
      * STATUS PARA O RESULTADO DEFINITIVO (APROV-EX COM MEDIA FINAL
      * >= 6, REPROV-EX ABAIXO), IMPRIMINDO O RESUMO ANTES/DEPOIS DA
      * DISCIPLINA PARA A COORDENACAO CERTIFICAR O PERIODO. A
      * CERTIFICACAO E RECUSADA ENQUANTO HOUVER TURMA DA DISCIPLINA
      * COM NOTA FALTANDO DEPOIS DO PRAZO (NOTAS_PENDENTES, GRAVADO
      * PELO ACOMPANHAMENTO DE NOTAS EXERCICIO_194) QUE NAO TENHA SIDO
      * COMPLETADA NEM LIBERADA PELO COORDENADOR (EXERCICIO_110).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CHAVE-ALUNOS2021
           FILE STATUS     IS WS-FS-ALUNOS2021.

           SELECT NOTAS_PENDENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\notas_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS NPD-CHAVE
           FILE STATUS     IS WS-FS-NPD.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS2021.
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

       FD NOTAS_PENDENTES.
       01 REG-NOTA-PENDENTE.
           COPY NOTASPEN.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS2021         PIC 99.
       77 WS-FS-NPD                PIC 99.
       77 WS-QTD-TURMAS-PEND       PIC 9(003) VALUE 0.
       77 WS-EOF                   PIC 99.
       77 WS-PERIODO               PIC X(006) VALUE SPACES.

           DISPLAY 'INFORME O CODIGO DA DISCIPLINA (EX: COBOL1):'
           ACCEPT WS-DISCIPLINA

      *> TURMA DA DISCIPLINA AINDA SEM TODAS AS NOTAS DEPOIS DO
      *> PRAZO BLOQUEIA A CERTIFICACAO.
           PERFORM 0500-CONFERE-PENDENCIAS
               THRU 0500-CONFERE-PENDENCIAS-FIM
           IF WS-QTD-TURMAS-PEND > ZEROS
               DISPLAY "*** CERTIFICACAO BLOQUEADA: " WS-QTD-TURMAS-PEND
                   " TURMA(S) DA DISCIPLINA COM NOTA PENDENTE - "
                   "LANCE AS NOTAS OU PECA A LIBERACAO DO "
                   "COORDENADOR ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           OPEN I-O ALUNOS2021
           IF WS-FS-ALUNOS2021 EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS2021 NAO EXISTE *"

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * PENDENCIAS DE NOTAS DA DISCIPLINA  *
      * NO PERIODO                         *
      **************************************
      *
       0500-CONFERE-PENDENCIAS.
           MOVE ZEROS TO WS-QTD-TURMAS-PEND
           SET WS-FS-NPD TO 0.
           OPEN INPUT NOTAS_PENDENTES
           IF WS-FS-NPD EQUAL 35
               GO TO 0500-CONFERE-PENDENCIAS-FIM
           END-IF

           SET WS-EOF TO 0.
           MOVE WS-PERIODO    TO NPD-PERIODO
           MOVE WS-DISCIPLINA TO NPD-COD-DISCIPLINA
           MOVE LOW-VALUES    TO NPD-SECAO
           START NOTAS_PENDENTES KEY IS NOT LESS THAN NPD-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ NOTAS_PENDENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NPD-PERIODO NOT EQUAL WS-PERIODO OR
                          NPD-COD-DISCIPLINA NOT EQUAL WS-DISCIPLINA
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF NPD-PENDENTE
                               ADD 1 TO WS-QTD-TURMAS-PEND
                               DISPLAY " SECAO " NPD-SECAO
                                   " PROFESSOR " NPD-PROFESSOR
                                   " COM NOTA: " NPD-QTD-COM-NOTA
                                   " DE " NPD-QTD-MATRICULADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTAS_PENDENTES
           SET WS-EOF TO 0.
       0500-CONFERE-PENDENCIAS-FIM.
           EXIT.

      *
      **************************************

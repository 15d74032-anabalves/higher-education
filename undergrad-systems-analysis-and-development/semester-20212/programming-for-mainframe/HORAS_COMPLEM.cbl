      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DAS HORAS DE ATIVIDADES COMPLEMENTARES E DE
      * ESTAGIO SUPERVISIONADO DE UM ALUNO, NO MESMO ESQUEMA DE
      * CHAMADA DE LE_PARAMETRO. RECEBE O RGM E O CURSO DO ALUNO;
      * BUSCA OS MINIMOS DO CURSO (CURSO.CPY) E SOMA, POR TIPO, AS
      * HORAS VALIDADAS PELO COORDENADOR EM ATIVIDADES_COMPL
      * (ATIVCOMP.CPY) - ITEM AINDA NAO VALIDADO NAO CONTA. DEVOLVE OS
      * DOIS MINIMOS, AS DUAS SOMAS E O RESULTADO: 'S' MINIMOS
      * CUMPRIDOS, 'N' FALTAM HORAS, 'C' CURSO NAO CADASTRADO (SEM
      * MINIMO A CONFERIR). USADA NA FORMATURA (EXERCICIO_076), NA
      * COLACAO DE GRAU (EXERCICIO_115) E NA MANUTENCAO DAS
      * ATIVIDADES (EXERCICIO_189).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS_COMPLEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cursos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COD-CURSO
           FILE STATUS     IS WS-FS-CURSO.

           SELECT ATIVIDADES_COMPL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\atividades_compl.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ACP-CHAVE
           FILE STATUS     IS WS-FS-ACP.
       DATA DIVISION.
       FILE SECTION.
       FD CURSOS.
       01 REG-CURSO.
           COPY CURSO.

       FD ATIVIDADES_COMPL.
       01 REG-ATIVIDADE.
           COPY ATIVCOMP.

       WORKING-STORAGE SECTION.
       77 WS-FS-CURSO                  PIC 99.
       77 WS-FS-ACP                    PIC 99.
       77 WS-EOF                       PIC 99.

       LINKAGE SECTION.
       01 LK-RGM                       PIC 9(005).
       01 LK-COD-CURSO                 PIC 9(003).
       01 LK-MIN-COMPLEM               PIC 9(004).
       01 LK-MIN-ESTAGIO               PIC 9(004).
       01 LK-HORAS-COMPLEM             PIC 9(005).
       01 LK-HORAS-ESTAGIO             PIC 9(005).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-RGM, LK-COD-CURSO, LK-MIN-COMPLEM,
           LK-MIN-ESTAGIO, LK-HORAS-COMPLEM, LK-HORAS-ESTAGIO,
           LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-MIN-COMPLEM
           MOVE ZEROS TO LK-MIN-ESTAGIO
           MOVE ZEROS TO LK-HORAS-COMPLEM
           MOVE ZEROS TO LK-HORAS-ESTAGIO
           MOVE 'C'   TO LK-RESULTADO

           SET WS-FS-CURSO TO 0.
           OPEN INPUT CURSOS
           IF WS-FS-CURSO EQUAL 35
               GOBACK
           END-IF
           MOVE LK-COD-CURSO TO COD-CURSO
           READ CURSOS
               INVALID KEY
                   MOVE 'X' TO LK-RESULTADO
               NOT INVALID KEY
                   MOVE MIN-HORAS-COMPLEM-CURSO TO LK-MIN-COMPLEM
                   MOVE MIN-HORAS-ESTAGIO-CURSO TO LK-MIN-ESTAGIO
           END-READ
           CLOSE CURSOS
           IF LK-RESULTADO EQUAL 'X'
               MOVE 'C' TO LK-RESULTADO
               GOBACK
           END-IF

           PERFORM 1000-SOMA-HORAS THRU 1000-SOMA-HORAS-FIM

           IF LK-HORAS-COMPLEM < LK-MIN-COMPLEM OR
              LK-HORAS-ESTAGIO < LK-MIN-ESTAGIO
               MOVE 'N' TO LK-RESULTADO
           ELSE
               MOVE 'S' TO LK-RESULTADO
           END-IF

           GOBACK.

      *
      **************************************
      * SOMA AS HORAS VALIDADAS DO ALUNO,  *
      * SEPARANDO COMPLEMENTARES E ESTAGIO *
      **************************************
      *
       1000-SOMA-HORAS.
           SET WS-FS-ACP TO 0.
           OPEN INPUT ATIVIDADES_COMPL
           IF WS-FS-ACP EQUAL 35
               GO TO 1000-SOMA-HORAS-FIM
           END-IF

           SET WS-EOF TO 0
           MOVE LK-RGM TO ACP-RGM
           MOVE ZEROS  TO ACP-SEQ
           START ATIVIDADES_COMPL KEY IS NOT LESS THAN ACP-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ ATIVIDADES_COMPL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ACP-RGM NOT EQUAL LK-RGM
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF ACP-DT-VALIDACAO > ZEROS
                               IF ACP-ESTAGIO
                                   ADD ACP-HORAS-VALIDADAS
                                       TO LK-HORAS-ESTAGIO
                               ELSE
                                   ADD ACP-HORAS-VALIDADAS
                                       TO LK-HORAS-COMPLEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATIVIDADES_COMPL.
       1000-SOMA-HORAS-FIM.
           EXIT.

       END PROGRAM HORAS_COMPLEM.

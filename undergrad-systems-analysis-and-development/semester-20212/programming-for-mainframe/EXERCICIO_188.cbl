      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: VARREDURA DOS CONFLITOS DE SALA E DE PROFESSOR JA
      * EXISTENTES NA BASE DE TURMAS, QUE ENTRARAM ANTES DO CADASTRO
      * DE SALAS (EXERCICIO_187) E DAS VALIDACOES DO CADASTRO DE
      * TURMAS (EXERCICIO_050) E DA ATRIBUICAO DE PROFESSOR
      * (EXERCICIO_109): LISTA AS TURMAS COM SALA FORA DO CADASTRO,
      * AS TURMAS COM CAPACIDADE OU OCUPACAO ACIMA DOS LUGARES DA
      * SALA, OS PARES DE TURMAS DO MESMO PERIODO NA MESMA SALA E
      * HORARIO E OS PARES DO MESMO PROFESSOR (TURMA_PROF) NO MESMO
      * HORARIO. RETURN-CODE 8 QUANDO HA CONFLITO, PARA A COORDENACAO
      * TRATAR A LISTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_188.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turmas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-TURMA
           FILE STATUS IS WS-FS-TURMAS.

           SELECT SALAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\salas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS SALA-CODIGO
           FILE STATUS     IS WS-FS-SALA.

           SELECT TURMA_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turma_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS TPF-CHAVE
           FILE STATUS IS WS-FS-TPF.
       DATA DIVISION.
       FILE SECTION.
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

       FD SALAS.
       01 REG-SALA.
           COPY SALA.

       FD TURMA_PROF.
       01 REG-TURMA-PROF.
           03 TPF-CHAVE.
              05 TPF-COD-DISCIPLINA   PIC X(06).
              05 TPF-PERIODO          PIC X(06).
              05 TPF-SECAO            PIC X(03).
           03 TPF-PROFESSOR           PIC X(08).

       WORKING-STORAGE SECTION.
       77 WS-FS-TURMAS                 PIC 99.
       77 WS-FS-SALA                   PIC 99.
       77 WS-FS-TPF                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(004).
       77 WS-IDX2                      PIC 9(004).
       77 WS-QTD-TURMAS                PIC 9(004) VALUE ZEROS.
       77 WS-QTD-SEM-SALA              PIC 9(004) VALUE ZEROS.
       77 WS-QTD-LOTACAO               PIC 9(004) VALUE ZEROS.
       77 WS-QTD-CHOQUE-SALA           PIC 9(004) VALUE ZEROS.
       77 WS-QTD-CHOQUE-PROF           PIC 9(004) VALUE ZEROS.

      *> TURMAS COM HORARIO, SALA, LUGARES DA SALA E PROFESSOR JA
      *> RESOLVIDOS, PARA O CRUZAMENTO EM MEMORIA.
       01 WS-TAB-TURMAS.
           03 WS-TUR-ITEM OCCURS 2000 TIMES.
              05 WS-TUR-DISCIPLINA     PIC X(006).
              05 WS-TUR-PERIODO        PIC X(006).
              05 WS-TUR-SECAO          PIC X(003).
              05 WS-TUR-HORARIO        PIC X(010).
              05 WS-TUR-SALA           PIC X(006).
              05 WS-TUR-PROFESSOR      PIC X(008).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONFLITOS DE SALA E DE PROFESSOR ----'

           MOVE 0 TO RETURN-CODE

           SET WS-FS-TURMAS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT TURMAS
           IF WS-FS-TURMAS EQUAL 35
               DISPLAY "* ARQUIVO TURMAS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-SALA TO 0.
           OPEN INPUT SALAS
           IF WS-FS-SALA EQUAL 35
               DISPLAY "* ARQUIVO SALAS NAO EXISTE - CADASTRE EM "
                   "EXERCICIO_187 *"
               CLOSE TURMAS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-TPF TO 0.
           OPEN INPUT TURMA_PROF

           DISPLAY " "
           DISPLAY "---- SALA E LOTACAO ----"
           PERFORM 1000-COLETA-TURMA THRU 1000-COLETA-TURMA-FIM
               UNTIL WS-EOF = 1.

           IF WS-FS-TPF NOT EQUAL 35
               CLOSE TURMA_PROF
           END-IF
           CLOSE SALAS
           CLOSE TURMAS

           DISPLAY " "
           DISPLAY "---- CHOQUES DE SALA E DE PROFESSOR ----"
           PERFORM 2000-CRUZA-TURMAS THRU 2000-CRUZA-TURMAS-FIM.

           DISPLAY " "
           DISPLAY "TURMAS EXAMINADAS: " WS-QTD-TURMAS
           DISPLAY "TURMAS COM SALA FORA DO CADASTRO: " WS-QTD-SEM-SALA
           DISPLAY "TURMAS ACIMA DOS LUGARES DA SALA: " WS-QTD-LOTACAO
           DISPLAY "CHOQUES DE SALA: " WS-QTD-CHOQUE-SALA
           DISPLAY "CHOQUES DE PROFESSOR: " WS-QTD-CHOQUE-PROF

           IF WS-QTD-SEM-SALA > ZEROS OR WS-QTD-LOTACAO > ZEROS OR
              WS-QTD-CHOQUE-SALA > ZEROS OR WS-QTD-CHOQUE-PROF > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * COLETA CADA TURMA, CONFERE A SALA  *
      * E A LOTACAO E RESOLVE O PROFESSOR  *
      **************************************
      *
       1000-COLETA-TURMA.
           READ TURMAS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           IF WS-QTD-TURMAS NOT < 2000
               DISPLAY "*** TABELA DE TURMAS CHEIA - AUMENTE O "
                   "OCCURS E REPROCESSE ***"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO WS-EOF
               GO TO 1000-COLETA-TURMA-FIM
           END-IF

           MOVE TURMA-SALA TO SALA-CODIGO
           READ SALAS
               INVALID KEY
                   ADD 1 TO WS-QTD-SEM-SALA
                   DISPLAY " TURMA " TURMA-COD-DISCIPLINA
                       "/" TURMA-SECAO " PERIODO " TURMA-PERIODO
                       ": SALA " TURMA-SALA " FORA DO CADASTRO"
               NOT INVALID KEY
                   IF TURMA-CAPACIDADE > SALA-LUGARES OR
                      TURMA-VAGAS-OCUP > SALA-LUGARES
                       ADD 1 TO WS-QTD-LOTACAO
                       DISPLAY " TURMA " TURMA-COD-DISCIPLINA
                           "/" TURMA-SECAO " PERIODO " TURMA-PERIODO
                           ": CAPACIDADE " TURMA-CAPACIDADE
                           " OCUPACAO " TURMA-VAGAS-OCUP
                           " NA SALA " TURMA-SALA
                           " DE " SALA-LUGARES " LUGARES"
                   END-IF
           END-READ

           ADD 1 TO WS-QTD-TURMAS
           MOVE TURMA-COD-DISCIPLINA
               TO WS-TUR-DISCIPLINA(WS-QTD-TURMAS)
           MOVE TURMA-PERIODO TO WS-TUR-PERIODO(WS-QTD-TURMAS)
           MOVE TURMA-SECAO   TO WS-TUR-SECAO(WS-QTD-TURMAS)
           MOVE TURMA-HORARIO TO WS-TUR-HORARIO(WS-QTD-TURMAS)
           MOVE TURMA-SALA    TO WS-TUR-SALA(WS-QTD-TURMAS)
           MOVE SPACES        TO WS-TUR-PROFESSOR(WS-QTD-TURMAS)

           IF WS-FS-TPF NOT EQUAL 35
               MOVE CHAVE-TURMA TO TPF-CHAVE
               READ TURMA_PROF
                   NOT INVALID KEY
                       MOVE TPF-PROFESSOR
                           TO WS-TUR-PROFESSOR(WS-QTD-TURMAS)
               END-READ
           END-IF

           END-READ.
       1000-COLETA-TURMA-FIM.
           EXIT.
      *
      **************************************
      * CRUZA AS TURMAS DO MESMO PERIODO E *
      * HORARIO E LISTA OS PARES NA MESMA  *
      * SALA OU COM O MESMO PROFESSOR      *
      **************************************
      *
       2000-CRUZA-TURMAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-TURMAS
               PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-QTD-TURMAS
                   IF WS-IDX2 > WS-IDX AND
                       WS-TUR-HORARIO(WS-IDX) NOT EQUAL SPACES AND
                       WS-TUR-PERIODO(WS-IDX2) EQUAL
                           WS-TUR-PERIODO(WS-IDX) AND
                       WS-TUR-HORARIO(WS-IDX2) EQUAL
                           WS-TUR-HORARIO(WS-IDX)
                       PERFORM 2100-TESTA-PAR THRU 2100-TESTA-PAR-FIM
                   END-IF
               END-PERFORM
           END-PERFORM.
       2000-CRUZA-TURMAS-FIM.
           EXIT.
      *
       2100-TESTA-PAR.
           IF WS-TUR-SALA(WS-IDX) NOT EQUAL SPACES AND
              WS-TUR-SALA(WS-IDX2) EQUAL WS-TUR-SALA(WS-IDX)
               ADD 1 TO WS-QTD-CHOQUE-SALA
               DISPLAY " SALA " WS-TUR-SALA(WS-IDX)
                   " PERIODO " WS-TUR-PERIODO(WS-IDX)
                   " HORARIO " WS-TUR-HORARIO(WS-IDX)
                   ": " WS-TUR-DISCIPLINA(WS-IDX)
                   "/" WS-TUR-SECAO(WS-IDX)
                   " CHOCA COM " WS-TUR-DISCIPLINA(WS-IDX2)
                   "/" WS-TUR-SECAO(WS-IDX2)
           END-IF

           IF WS-TUR-PROFESSOR(WS-IDX) NOT EQUAL SPACES AND
              WS-TUR-PROFESSOR(WS-IDX2) EQUAL WS-TUR-PROFESSOR(WS-IDX)
               ADD 1 TO WS-QTD-CHOQUE-PROF
               DISPLAY " PROFESSOR " WS-TUR-PROFESSOR(WS-IDX)
                   " PERIODO " WS-TUR-PERIODO(WS-IDX)
                   " HORARIO " WS-TUR-HORARIO(WS-IDX)
                   ": " WS-TUR-DISCIPLINA(WS-IDX)
                   "/" WS-TUR-SECAO(WS-IDX)
                   " CHOCA COM " WS-TUR-DISCIPLINA(WS-IDX2)
                   "/" WS-TUR-SECAO(WS-IDX2)
           END-IF.
       2100-TESTA-PAR-FIM.
           EXIT.

       END PROGRAM EXERCICIO_188.

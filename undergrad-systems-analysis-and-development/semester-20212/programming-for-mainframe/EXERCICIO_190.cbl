      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE ALUNOS PARA
      * O LAYOUT COM OS DADOS PESSOAIS DO CENSO DA EDUCACAO SUPERIOR
      * (NASCIMENTO, CPF, SEXO, COR/RACA E NACIONALIDADE), NA MESMA
      * DISCIPLINA DE EXERCICIO_166 E EXERCICIO_183: TODO ALUNO DE
      * ALUNOS E REGRAVADO EM alunos_nova COM OS DADOS NOVOS ZERADOS
      * (NASCIMENTO E CPF) OU EM BRANCO (SEXO, COR/RACA E
      * NACIONALIDADE), QUE A SECRETARIA COMPLETA NO EXERCICIO_015 -
      * A PRE-VALIDACAO DO CENSO (EXERCICIO_191) APONTA QUEM FALTA. O
      * OPERADOR RENOMEIA O ARQUIVO NOVO SOBRE O ORIGINAL APOS
      * CONFERIR OS TOTAIS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_190.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ALA-RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS-ANT.

           SELECT ALUNOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS-NOVA.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD ALUNOS_ANT.
       01 REG-ALUNO-ANT.
           03 ALA-RGM-ALUNO            PIC 9(005).
           03 ALA-NOME-ALUNO           PIC A(020).
           03 ALA-COD-CLIENTE          PIC 9(003).
           03 ALA-PERC-DESCONTO        PIC 9(003).
           03 ALA-COD-CURSO-ALUNO      PIC 9(003).
           03 ALA-VERSAO-GRADE-ALUNO   PIC 9(002).

       FD ALUNOS_NOVA.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(003).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS-ANT      PIC 99.
       77 WS-FS-ALUNOS-NOVA     PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-ALUNOS-LIDOS   PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ALUNOS-GRAVADOS PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DE ALUNOS - DADOS DO CENSO ----'
           MOVE 0 TO RETURN-CODE

           PERFORM 1000-CONVERTE-ALUNOS THRU 1000-CONVERTE-ALUNOS-FIM

           DISPLAY " ARQUIVO alunos - LIDOS: " WS-QTD-ALUNOS-LIDOS
               " GRAVADOS: " WS-QTD-ALUNOS-GRAVADOS
           IF WS-QTD-ALUNOS-LIDOS NOT = WS-QTD-ALUNOS-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE alunos_nova "
                   "SOBRE O ORIGINAL *"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * TODO ALUNO NO LAYOUT NOVO, COM OS  *
      * DADOS DO CENSO A COMPLETAR         *
      **************************************
      *
       1000-CONVERTE-ALUNOS.
           SET WS-FS-ALUNOS-ANT TO 0.
           SET WS-EOF           TO 0.
           OPEN INPUT ALUNOS_ANT
           IF WS-FS-ALUNOS-ANT EQUAL 35
               DISPLAY " ARQUIVO alunos NAO EXISTE - NADA A CONVERTER"
               GO TO 1000-CONVERTE-ALUNOS-FIM
           END-IF
           OPEN OUTPUT ALUNOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-ALUNOS-LIDOS
                       MOVE ALA-RGM-ALUNO          TO RGM-ALUNO
                       MOVE ALA-NOME-ALUNO         TO NOME-ALUNO
                       MOVE ALA-COD-CLIENTE        TO COD-CLIENTE
                       MOVE ALA-PERC-DESCONTO      TO PERC-DESCONTO
                       MOVE ALA-COD-CURSO-ALUNO    TO COD-CURSO-ALUNO
                       MOVE ALA-VERSAO-GRADE-ALUNO TO VERSAO-GRADE-ALUNO
                       MOVE ZEROS  TO DT-NASC-ALUNO
                       MOVE ZEROS  TO CPF-ALUNO
                       MOVE SPACES TO SEXO-ALUNO
                       MOVE SPACES TO COR-RACA-ALUNO
                       MOVE SPACES TO NACIONALIDADE-ALUNO
                       WRITE ALUNOS-FILE
                       ADD 1 TO WS-QTD-ALUNOS-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE ALUNOS_ANT
           CLOSE ALUNOS_NOVA.
       1000-CONVERTE-ALUNOS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_190.

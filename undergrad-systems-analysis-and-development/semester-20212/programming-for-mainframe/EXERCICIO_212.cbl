      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE PROFESSORES
      * PARA A REMUNERACAO POR HORA-AULA (PROFESSOR.CPY), NA MESMA
      * DISCIPLINA DE EXERCICIO_153, EXERCICIO_198 E EXERCICIO_210: O
      * ARQUIVO E LIDO NO LAYOUT ANTIGO E REGRAVADO EM
      * professores_nova, QUE O OPERADOR RENOMEIA SOBRE O ORIGINAL APOS
      * CONFERIR OS TOTAIS. OS CAMPOS NOVOS FICAM NO FIM DO REGISTRO,
      * ENTAO O REGISTRO ANTIGO E COPIADO INTEIRO E SO ELES SAO
      * PREENCHIDOS: REGIME EM BRANCO, VALOR DA HORA-AULA E FORNECEDOR
      * ZERADOS. PROFESSOR SEM REGIME FICA FORA DO PAGAMENTO MENSAL
      * (EXERCICIO_211) ATE SER RECADASTRADO NO EXERCICIO_109. QUALQUER
      * DIVERGENCIA ENTRE LIDOS E GRAVADOS DEVOLVE RETURN-CODE 16 E O
      * ARQUIVO NAO DEVE SER RENOMEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_212.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PA-MATRICULA
           FILE STATUS IS WS-FS-ANTIGA.

           SELECT PROFESSORES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PROF-MATRICULA
           FILE STATUS IS WS-FS-NOVA.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO: SO A CHAVE
      *> INTERESSA, O RESTO E COPIADO COMO VEIO.
       FD PROFESSORES_ANT.
       01 REG-PROFESSOR-ANT.
           03 PA-MATRICULA             PIC X(008).
           03 FILLER                   PIC X(035).

       FD PROFESSORES_NOVA.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGA                 PIC 99.
       77 WS-FS-NOVA                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS              PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DE PROFESSORES PARA A REMUNERACAO '
               'POR HORA-AULA ----'
           MOVE 0 TO RETURN-CODE
           SET WS-FS-ANTIGA TO 0.
           SET WS-FS-NOVA   TO 0.
           SET WS-EOF       TO 0.

           OPEN INPUT PROFESSORES_ANT
           IF WS-FS-ANTIGA EQUAL 35
               DISPLAY " ARQUIVO professores NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT PROFESSORES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PROFESSORES_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-PROFESSOR-ANT TO REG-PROFESSOR
                       MOVE SPACE             TO PROF-REGIME
                       MOVE ZEROS             TO PROF-VL-HORA
                       MOVE ZEROS             TO PROF-COD-FORNECEDOR
                       WRITE REG-PROFESSOR
                           INVALID KEY
                               DISPLAY "* CHAVE RECUSADA NO ARQUIVO "
                                   "NOVO: " PA-MATRICULA " *"
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PROFESSORES_ANT
           CLOSE PROFESSORES_NOVA

           DISPLAY " ARQUIVO professores"
           DISPLAY "   LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS
                   " - NAO RENOMEIE *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE professores_nova "
                   "SOBRE professores *"
               DISPLAY "* INFORME REGIME, VALOR DA HORA-AULA E "
                   "FORNECEDOR DE CADA PROFESSOR NO EXERCICIO_109 *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_212.

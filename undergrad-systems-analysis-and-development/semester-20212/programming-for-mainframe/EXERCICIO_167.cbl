      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO PONTO DE REPOSICAO POR
      * DEPOSITO PARA O LAYOUT POR DEPOSITO + PRODUTO (PONTODEP.CPY),
      * NA MESMA DISCIPLINA DE EXERCICIO_156, EXERCICIO_157 E
      * EXERCICIO_163: PONTO_DEP E LIDO NO LAYOUT ANTERIOR E REGRAVADO
      * EM ponto_dep_nova, QUE O OPERADOR RENOMEIA SOBRE O ORIGINAL
      * APOS CONFERIR OS TOTAIS. CADA PONTO ANTIGO VIRA O PONTO GERAL
      * DO DEPOSITO (PRODUTO 000, ORIGEM 'M' DIGITADO), SEM ESTOQUE DE
      * SEGURANCA, E CONTINUA VALENDO PARA TODO PRODUTO ATE O CALCULO
      * PELO CONSUMO (EXERCICIO_168) GERAR PONTOS PROPRIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_167.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO_DEP_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ponto_dep.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PDA-COD-DEPOSITO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT PONTO_DEP_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\ponto_dep_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PTD-CHAVE
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD PONTO_DEP_ANT.
       01 REG-PONTO-DEP-ANT.
           03 PDA-COD-DEPOSITO         PIC 9(002).
           03 PDA-PONTO-REPOSICAO      PIC 9(009).

       FD PONTO_DEP_NOVA.
       01 REG-PONTO-DEP.
           COPY PONTODEP.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-HOJE-AAAAMMDD      PIC 9(008).
       77 WS-QTD-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(006) VALUE ZEROS.
       77 WS-PONTO-LIDO         PIC 9(015) VALUE ZEROS.
       77 WS-PONTO-GRAVADO      PIC 9(015) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DO PONTO DE REPOSICAO ----'
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT PONTO_DEP_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO ponto_dep NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT PONTO_DEP_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PONTO_DEP_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD PDA-PONTO-REPOSICAO TO WS-PONTO-LIDO
                       MOVE PDA-COD-DEPOSITO    TO PTD-COD-DEPOSITO
                       MOVE ZEROS               TO PTD-COD-PRODUTO
                       MOVE PDA-PONTO-REPOSICAO TO PTD-PONTO-REPOSICAO
                       MOVE ZEROS             TO PTD-ESTOQUE-SEGURANCA
                       MOVE 'M'                 TO PTD-ORIGEM
                       MOVE 'CONVERSA'          TO PTD-OPERADOR
                       MOVE WS-HOJE-AAAAMMDD    TO PTD-DT-ALTERACAO
                       WRITE REG-PONTO-DEP
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD PTD-PONTO-REPOSICAO TO WS-PONTO-GRAVADO
               END-READ
           END-PERFORM

           CLOSE PONTO_DEP_ANT
           CLOSE PONTO_DEP_NOVA

           DISPLAY " ARQUIVO ponto_dep - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " PONTOS LIDOS: " WS-PONTO-LIDO
               " PONTOS GRAVADOS: " WS-PONTO-GRAVADO
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS OR
               WS-PONTO-LIDO NOT = WS-PONTO-GRAVADO
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE ponto_dep_nova "
                   "SOBRE O ORIGINAL *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_167.

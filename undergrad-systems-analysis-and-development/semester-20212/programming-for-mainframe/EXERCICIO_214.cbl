      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DAS TAXAS DE COMISSAO DOS
      * VENDEDORES PARA O LAYOUT COM O PERCENTUAL DE BONUS POR META
      * (EXERCICIO_065), NA MESMA DISCIPLINA DE EXERCICIO_153 E
      * EXERCICIO_212: COMISSAO_TAXAS E LIDO NO LAYOUT ANTIGO E
      * REGRAVADO EM comissao_taxas_nova, QUE O OPERADOR RENOMEIA SOBRE
      * O ORIGINAL APOS CONFERIR OS TOTAIS. O CAMPO NOVO FICA NO FIM DO
      * REGISTRO, ENTAO O REGISTRO ANTIGO E COPIADO INTEIRO E SO ELE E
      * PREENCHIDO: BONUS ZERADO, QUE E O MESMO QUE SEM BONUS ATE O
      * PERCENTUAL SER INFORMADO NA OPCAO 2 DO EXERCICIO_065. QUALQUER
      * DIVERGENCIA ENTRE LIDOS E GRAVADOS DEVOLVE RETURN-CODE 16 E O
      * ARQUIVO NAO DEVE SER RENOMEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_214.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMISSAO_TAXAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\comissao_taxas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TA-COD-VENDEDOR
           FILE STATUS IS WS-FS-ANTIGA.

           SELECT COMISSAO_TAXAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\comissao_taxas_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TAXA-COD-VENDEDOR
           FILE STATUS IS WS-FS-NOVA.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD COMISSAO_TAXAS_ANT.
       01 REG-COMISSAO-TAXA-ANT.
           03 TA-COD-VENDEDOR         PIC 9(03).
           03 TA-PERCENTUAL           PIC 9(02)V9(02).

      *> MESMO LAYOUT DE COMISSAO_TAXAS NO EXERCICIO_065.
       FD COMISSAO_TAXAS_NOVA.
       01 REG-COMISSAO-TAXA.
           03 TAXA-COD-VENDEDOR       PIC 9(03).
           03 TAXA-PERCENTUAL         PIC 9(02)V9(02).
           03 TAXA-PERCENTUAL-BONUS   PIC 9(02)V9(02).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGA                 PIC 99.
       77 WS-FS-NOVA                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-LIDOS                 PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS              PIC 9(006) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DAS TAXAS DE COMISSAO PARA O BONUS '
               'POR META ----'
           MOVE 0 TO RETURN-CODE
           SET WS-FS-ANTIGA TO 0.
           SET WS-FS-NOVA   TO 0.
           SET WS-EOF       TO 0.

           OPEN INPUT COMISSAO_TAXAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               DISPLAY " ARQUIVO comissao_taxas NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT COMISSAO_TAXAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ COMISSAO_TAXAS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-COMISSAO-TAXA-ANT TO REG-COMISSAO-TAXA
                       MOVE ZEROS TO TAXA-PERCENTUAL-BONUS
                       WRITE REG-COMISSAO-TAXA
                           INVALID KEY
                               DISPLAY "* CHAVE RECUSADA NO ARQUIVO "
                                   "NOVO: " TA-COD-VENDEDOR " *"
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE COMISSAO_TAXAS_ANT
           CLOSE COMISSAO_TAXAS_NOVA

           DISPLAY " ARQUIVO comissao_taxas"
           DISPLAY "   LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS
                   " - NAO RENOMEIE *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE "
                   "comissao_taxas_nova SOBRE comissao_taxas *"
               DISPLAY "* INFORME O BONUS POR META DE CADA VENDEDOR NA "
                   "OPCAO 2 DO EXERCICIO_065 *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_214.

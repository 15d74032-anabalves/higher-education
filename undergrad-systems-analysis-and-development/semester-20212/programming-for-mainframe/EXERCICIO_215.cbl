      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS TITULOS A PAGAR PARA O
      * LAYOUT COM O CREDITO DO FORNECEDOR USADO NO BORDERO
      * (DUPLPAG.CPY), NA MESMA DISCIPLINA DE EXERCICIO_156,
      * EXERCICIO_157 E EXERCICIO_163, QUE RODAM ANTES DESTE:
      * DUPL_PAGAR E LIDO NO LAYOUT ANTERIOR (150 BYTES) E REGRAVADO
      * EM dupl_pagar_nova, QUE O OPERADOR RENOMEIA SOBRE O ORIGINAL
      * APOS CONFERIR OS TOTAIS. O CAMPO NOVO FICA NO FIM DO REGISTRO,
      * ENTAO O REGISTRO ANTIGO E COPIADO INTEIRO E SO ELE E
      * PREENCHIDO: PAG-VL-CREDITO ZERADO. O CREDITO JA USADO EM
      * BORDEROS CONFIRMADOS ANTES DELE NAO TEM COMO SER SEPARADO DO
      * VALOR PAGO E CONTINUA COMO FOI EXPORTADO. QUALQUER DIVERGENCIA
      * ENTRE LIDOS E GRAVADOS DEVOLVE RETURN-CODE 16 E O ARQUIVO NAO
      * DEVE SER RENOMEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_215.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_PAGAR_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PA-NR-TITULO
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT DUPL_PAGAR_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO: SO A CHAVE E O
      *> VALOR DO TITULO INTERESSAM, O RESTO E COPIADO COMO VEIO.
       FD DUPL_PAGAR_ANT.
       01 REG-DUPL-PAGAR-ANT.
           03 PA-NR-TITULO            PIC 9(007).
           03 FILLER                  PIC X(028).
           03 PA-VL-TITULO            PIC S9(013)V9(002).
           03 FILLER                  PIC X(100).

       FD DUPL_PAGAR_NOVA.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-QTD-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(006) VALUE ZEROS.
       77 WS-VL-LIDO            PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-GRAVADO         PIC S9(013)V9(002) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DOS TITULOS A PAGAR PARA O CREDITO '
               'DO FORNECEDOR ----'
           MOVE 0 TO RETURN-CODE

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT DUPL_PAGAR_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO dupl_pagar NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT DUPL_PAGAR_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD PA-VL-TITULO TO WS-VL-LIDO
                       MOVE REG-DUPL-PAGAR-ANT TO REG-DUPL-PAGAR
                       MOVE ZEROS              TO PAG-VL-CREDITO
                       WRITE REG-DUPL-PAGAR
                           INVALID KEY
                               DISPLAY "* CHAVE RECUSADA NO ARQUIVO "
                                   "NOVO: " PA-NR-TITULO " *"
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                               ADD PAG-VL-TITULO TO WS-VL-GRAVADO
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPL_PAGAR_ANT
           CLOSE DUPL_PAGAR_NOVA

           DISPLAY " ARQUIVO dupl_pagar - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " VALOR LIDO: " WS-VL-LIDO
               " VALOR GRAVADO: " WS-VL-GRAVADO
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS OR
               WS-VL-LIDO NOT = WS-VL-GRAVADO
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS
                   " - NAO RENOMEIE *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE dupl_pagar_nova "
                   "SOBRE dupl_pagar *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_215.

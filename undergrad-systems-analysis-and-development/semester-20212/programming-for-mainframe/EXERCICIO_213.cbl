      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DAS DUPLICATAS BAIXADAS
      * COMO INCOBRAVEIS PARA O LAYOUT COM A RECUPERACAO (BAIXAINC.CPY),
      * NA MESMA DISCIPLINA DE EXERCICIO_156 E EXERCICIO_212:
      * DUPL_INCOBRAVEIS E LIDO NO LAYOUT ANTIGO (94 BYTES) E REGRAVADO
      * EM dupl_incobraveis_nova (117 BYTES), QUE O OPERADOR RENOMEIA
      * SOBRE O ORIGINAL APOS CONFERIR OS TOTAIS. NENHUMA BAIXA ANTIGA
      * TEVE RECUPERACAO LANCADA, ENTAO TODAS ENTRAM COM A DATA DA
      * RECUPERACAO E O VALOR RECUPERADO ZERADOS E O RESTANTE DO
      * REGISTRO INALTERADO.
      * O ARQUIVO NOVO SAI NO LAYOUT DESTA ETAPA, DESCRITO AQUI MESMO E
      * NAO PELOS COPYBOOKS ATUAIS: O CODIGO DO CLIENTE AINDA TEM 3
      * POSICOES E E ALARGADO PELO EXERCICIO_198, QUE RODA DEPOIS
      * DESTE. QUALQUER DIVERGENCIA ENTRE LIDOS E GRAVADOS DEVOLVE
      * RETURN-CODE 16 E O ARQUIVO NAO DEVE SER RENOMEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_213.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL_INCOBRAVEIS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT DUPL_INCOBRAVEIS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis_nova.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD DUPL_INCOBRAVEIS_ANT.
       01 REG-INCOBRAVEL-ANT.
           03 IA-NR-DUPLICATA         PIC 9(007).
           03 IA-COD-CLIENTE          PIC 9(003).
           03 IA-DT-EMISSAO           PIC 9(008).
           03 IA-DT-VENCIMENTO        PIC 9(008).
           03 IA-VL-FATURA            PIC S9(013)V9(002).
           03 IA-VL-PAGO              PIC S9(013)V9(002).
           03 IA-ST-DUPLICATA         PIC X(003).
           03 IA-DT-ULTJUROS          PIC 9(008).
           03 IA-DT-BAIXA             PIC 9(008).
           03 IA-BAIXA-DATA           PIC 9(008).
           03 IA-BAIXA-MOTIVO         PIC X(003).
           03 IA-BAIXA-OPERADOR       PIC X(008).

      *> LAYOUT NOVO DESTA ETAPA, CONGELADO NA RECUPERACAO.
       FD DUPL_INCOBRAVEIS_NOVA.
       01 REG-INCOBRAVEL.
           03 DUPL-NR-DUPLICATA        PIC 9(007).
           03 DUPL-COD-CLIENTE         PIC 9(003).
           03 DUPL-DT-EMISSAO          PIC 9(008).
           03 DUPL-DT-VENCIMENTO       PIC 9(008).
           03 DUPL-VL-FATURA           PIC S9(013)V9(002).
           03 DUPL-VL-PAGO             PIC S9(013)V9(002).
           03 DUPL-ST-DUPLICATA        PIC X(003).
           03 DUPL-DT-ULTJUROS         PIC 9(008).
           03 DUPL-DT-BAIXA            PIC 9(008).
           03 BAIXA-DATA               PIC 9(008).
           03 BAIXA-MOTIVO             PIC X(003).
           03 BAIXA-OPERADOR           PIC X(008).
           03 BAIXA-DT-RECUPERACAO     PIC 9(008).
           03 BAIXA-VL-RECUPERADO      PIC S9(013)V9(002).

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
           DISPLAY '---- CONVERSAO DAS DUPLICATAS INCOBRAVEIS PARA A '
               'RECUPERACAO ----'
           MOVE 0 TO RETURN-CODE

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT DUPL_INCOBRAVEIS_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO dupl_incobraveis NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT DUPL_INCOBRAVEIS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_INCOBRAVEIS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD IA-VL-FATURA TO WS-VL-LIDO
                       MOVE IA-NR-DUPLICATA   TO DUPL-NR-DUPLICATA
                       MOVE IA-COD-CLIENTE    TO DUPL-COD-CLIENTE
                       MOVE IA-DT-EMISSAO     TO DUPL-DT-EMISSAO
                       MOVE IA-DT-VENCIMENTO  TO DUPL-DT-VENCIMENTO
                       MOVE IA-VL-FATURA      TO DUPL-VL-FATURA
                       MOVE IA-VL-PAGO        TO DUPL-VL-PAGO
                       MOVE IA-ST-DUPLICATA   TO DUPL-ST-DUPLICATA
                       MOVE IA-DT-ULTJUROS    TO DUPL-DT-ULTJUROS
                       MOVE IA-DT-BAIXA       TO DUPL-DT-BAIXA
                       MOVE IA-BAIXA-DATA     TO BAIXA-DATA
                       MOVE IA-BAIXA-MOTIVO   TO BAIXA-MOTIVO
                       MOVE IA-BAIXA-OPERADOR TO BAIXA-OPERADOR
                       MOVE ZEROS             TO BAIXA-DT-RECUPERACAO
                       MOVE ZEROS             TO BAIXA-VL-RECUPERADO
                       WRITE REG-INCOBRAVEL
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD DUPL-VL-FATURA TO WS-VL-GRAVADO
               END-READ
           END-PERFORM

           CLOSE DUPL_INCOBRAVEIS_ANT
           CLOSE DUPL_INCOBRAVEIS_NOVA

           DISPLAY " ARQUIVO dupl_incobraveis - LIDOS: " WS-QTD-LIDOS
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
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE "
                   "dupl_incobraveis_nova SOBRE dupl_incobraveis *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_213.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS TITULOS A PAGAR PARA O
      * LAYOUT COM A CONFERENCIA DA NOTA DO FORNECEDOR (DUPLPAG.CPY),
      * NA MESMA DISCIPLINA DE EXERCICIO_077, EXERCICIO_146 E
      * EXERCICIO_153: DUPL_PAGAR E LIDO NO LAYOUT ANTIGO E REGRAVADO
      * EM dupl_pagar_nova, QUE O OPERADOR RENOMEIA SOBRE O ORIGINAL
      * APOS CONFERIR OS TOTAIS. OS TITULOS JA EXISTENTES NASCERAM
      * ANTES DA CONFERENCIA E ENTRAM COMO NAO CONFERIDOS ('N'),
      * SEGUINDO PAGAVEIS COMO ANTES; SO OS RECEBIMENTOS DAQUI EM
      * DIANTE (EXERCICIO_024) AGUARDAM A NOTA (EXERCICIO_154).
      * O ARQUIVO NOVO SAI NO LAYOUT DESTA ETAPA (111 BYTES), DESCRITO
      * AQUI MESMO E NAO PELO DUPLPAG.CPY ATUAL: OS CAMPOS SEGUINTES
      * SAO ACRESCENTADOS POR EXERCICIO_157 E EXERCICIO_163, QUE RODAM
      * NESTA ORDEM LOGO EM SEGUIDA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_156.
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
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD DUPL_PAGAR_ANT.
       01 REG-DUPL-PAGAR-ANT.
           03 PA-NR-TITULO            PIC 9(007).
           03 PA-COD-FORNECEDOR       PIC 9(005).
           03 PA-NR-PEDIDO            PIC 9(007).
           03 PA-DT-EMISSAO           PIC 9(008).
           03 PA-DT-VENCIMENTO        PIC 9(008).
           03 PA-VL-TITULO            PIC S9(013)V9(002).
           03 PA-VL-PAGO              PIC S9(013)V9(002).
           03 PA-ST-TITULO            PIC X(003).
           03 PA-DT-PAGAMENTO         PIC 9(008).

      *> LAYOUT NOVO DESTA ETAPA, CONGELADO NA CONFERENCIA DA NOTA.
       FD DUPL_PAGAR_NOVA.
       01 REG-DUPL-PAGAR.
           03 PAG-NR-TITULO            PIC 9(007).
           03 PAG-COD-FORNECEDOR       PIC 9(005).
           03 PAG-NR-PEDIDO            PIC 9(007).
           03 PAG-DT-EMISSAO           PIC 9(008).
           03 PAG-DT-VENCIMENTO        PIC 9(008).
           03 PAG-VL-TITULO            PIC S9(013)V9(002).
           03 PAG-VL-PAGO              PIC S9(013)V9(002).
           03 PAG-ST-TITULO            PIC X(003).
           03 PAG-DT-PAGAMENTO         PIC 9(008).
           03 PAG-ST-CONFERENCIA       PIC X(001).
           03 PAG-QTDE-RECEBIDA        PIC 9(009).
           03 PAG-NR-NOTA-FORN         PIC 9(009).
           03 PAG-OPERADOR-LIBER       PIC X(008).
           03 PAG-DT-LIBERACAO         PIC 9(008).

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
           DISPLAY '---- CONVERSAO DOS TITULOS A PAGAR ----'
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
                       MOVE PA-NR-TITULO      TO PAG-NR-TITULO
                       MOVE PA-COD-FORNECEDOR TO PAG-COD-FORNECEDOR
                       MOVE PA-NR-PEDIDO      TO PAG-NR-PEDIDO
                       MOVE PA-DT-EMISSAO     TO PAG-DT-EMISSAO
                       MOVE PA-DT-VENCIMENTO  TO PAG-DT-VENCIMENTO
                       MOVE PA-VL-TITULO      TO PAG-VL-TITULO
                       MOVE PA-VL-PAGO        TO PAG-VL-PAGO
                       MOVE PA-ST-TITULO      TO PAG-ST-TITULO
                       MOVE PA-DT-PAGAMENTO   TO PAG-DT-PAGAMENTO
                       MOVE 'N'               TO PAG-ST-CONFERENCIA
                       MOVE ZEROS             TO PAG-QTDE-RECEBIDA
                       MOVE ZEROS             TO PAG-NR-NOTA-FORN
                       MOVE SPACES            TO PAG-OPERADOR-LIBER
                       MOVE ZEROS             TO PAG-DT-LIBERACAO
                       WRITE REG-DUPL-PAGAR
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD PAG-VL-TITULO TO WS-VL-GRAVADO
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
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE dupl_pagar_nova "
                   "SOBRE O ORIGINAL *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_156.

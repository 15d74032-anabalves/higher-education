      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CADASTRO DE PRODUTOS
      * PARA O LAYOUT COM A SITUACAO NO CICLO DE VIDA (PRODUTO.CPY),
      * NA MESMA DISCIPLINA DE EXERCICIO_077, EXERCICIO_163 E
      * EXERCICIO_166: PRODUTOS E LIDO NO LAYOUT ANTERIOR E REGRAVADO
      * EM produtos_nova, QUE O OPERADOR RENOMEIA SOBRE O ORIGINAL APOS
      * CONFERIR OS TOTAIS. TODO PRODUTO EXISTENTE ENTRA ATIVO ('A'),
      * COM VIGENCIA NA DATA DA CONVERSAO E SEM SUBSTITUTO, E O
      * RESTANTE DO REGISTRO INALTERADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_170.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PA-COD-PRODUTO
           ALTERNATE RECORD KEY IS PA-NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-ANTIGO.

           SELECT PRODUTOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT ANTIGO, USADO APENAS NESTA CONVERSAO.
       FD PRODUTOS_ANT.
       01 REG-PRODUTO-ANT.
          03 PA-COD-PRODUTO        PIC 9(03).
          03 PA-NOME-PRODUTO       PIC X(20).
          03 PA-ESTOQUE-PRODUTO    PIC 9(09).
          03 PA-PRECO-PRODUTO      PIC 9(07)V9(02).
          03 PA-COD-FORNECEDOR     PIC 9(05).
          03 PA-CUSTO-MEDIO        PIC 9(07)V9(02).
          03 PA-GRUPO-PRODUTO      PIC X(03).

       FD PRODUTOS_NOVA.
       01 REG-PRODUTO.
           COPY PRODUTO.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGO          PIC 99.
       77 WS-FS-NOVO            PIC 99.
       77 WS-EOF                PIC 99.
       77 WS-HOJE-AAAAMMDD      PIC 9(008).
       77 WS-QTD-LIDOS          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(006) VALUE ZEROS.
       77 WS-QTDE-LIDA          PIC 9(015) VALUE ZEROS.
       77 WS-QTDE-GRAVADA       PIC 9(015) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DO CADASTRO DE PRODUTOS ----'
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           SET WS-FS-ANTIGO TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT PRODUTOS_ANT
           IF WS-FS-ANTIGO EQUAL 35
               DISPLAY " ARQUIVO produtos NAO EXISTE - NADA A "
                   "CONVERTER"
               GO TO ROT-FIM
           END-IF
           OPEN OUTPUT PRODUTOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PRODUTOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       ADD PA-ESTOQUE-PRODUTO TO WS-QTDE-LIDA
                       MOVE PA-COD-PRODUTO     TO COD-PRODUTO
                       MOVE PA-NOME-PRODUTO    TO NOME-PRODUTO
                       MOVE PA-ESTOQUE-PRODUTO TO ESTOQUE-PRODUTO
                       MOVE PA-PRECO-PRODUTO   TO PRECO-PRODUTO
                       MOVE PA-COD-FORNECEDOR  TO COD-FORNECEDOR
                       MOVE PA-CUSTO-MEDIO     TO CUSTO-MEDIO-PRODUTO
                       MOVE PA-GRUPO-PRODUTO   TO GRUPO-PRODUTO
                       MOVE 'A'                TO SITUACAO-PRODUTO
                       MOVE WS-HOJE-AAAAMMDD   TO DT-SITUACAO-PRODUTO
                       MOVE ZEROS              TO COD-PRODUTO-SUBST
                       WRITE REG-PRODUTO
                       ADD 1 TO WS-QTD-GRAVADOS
                       ADD ESTOQUE-PRODUTO TO WS-QTDE-GRAVADA
               END-READ
           END-PERFORM

           CLOSE PRODUTOS_ANT
           CLOSE PRODUTOS_NOVA

           DISPLAY " ARQUIVO produtos - LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           DISPLAY " ESTOQUE LIDO: " WS-QTDE-LIDA
               " ESTOQUE GRAVADO: " WS-QTDE-GRAVADA
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS OR
               WS-QTDE-LIDA NOT = WS-QTDE-GRAVADA
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* CONFIRA OS TOTAIS E RENOMEIE "
                   "produtos_nova SOBRE O ORIGINAL *"
           END-IF.

       ROT-FIM.
           STOP RUN.

       END PROGRAM EXERCICIO_170.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONSULTA DO SPOOL DE RELATORIOS: LISTA O CATALOGO
      * (CATALOGO_REL, GRAVADO PELA SUBROTINA ARQUIVA_REL NO FIM DE
      * CADA PROGRAMA QUE IMPRIME) POR PROGRAMA E A PARTIR DE UMA
      * DATA, COM TITULO, HORA, OPERADOR, PAGINAS E SITUACAO, E
      * REIMPRIME UMA EMISSAO ESCOLHIDA EXATAMENTE COMO FOI PRODUZIDA,
      * COPIANDO AS LINHAS GUARDADAS EM SPOOL_REL PARA O ARQUIVO DE
      * IMPRESSAO reimpressao_rel. A CONTAGEM DE LINHAS COPIADAS E
      * CONFERIDA COM A DO CATALOGO. EMISSOES EXPURGADAS PELA
      * RETENCAO (EXERCICIO_121) CONTINUAM NA LISTA, MAS SEM COPIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_203.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\catalogo_rel.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CAT-CHAVE
           FILE STATUS IS WS-FS-CAT.

           SELECT SPOOL_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\spool_rel.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPL-CHAVE
           FILE STATUS IS WS-FS-SPL.

           SELECT REIMPRESSAO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\reimpressao_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REIMP.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO_REL.
       01 REG-CATALOGO-REL.
           COPY RELCAT.

       FD SPOOL_REL.
       01 REG-SPOOL-REL.
           COPY RELSPOOL.

       FD REIMPRESSAO.
       01 REG-REIMPRESSAO              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CAT         PIC 99.
       77 WS-FS-SPL         PIC 99.
       77 WS-FS-REIMP       PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 WS-PROGRAMA       PIC X(013).
       77 WS-DATA           PIC 9(008).
       77 WS-HORA           PIC 9(006).
       77 WS-QTD-LISTADOS   PIC 9(006).
       77 WS-QTD-LINHAS     PIC 9(007).
       77 WS-SITUACAO-TEXTO PIC X(010).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_203'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|-----[ SPOOL DE RELATORIOS ]-----|'
            DISPLAY "| 1 - LISTAR O CATALOGO           |"
            DISPLAY "| 2 - REIMPRIMIR UMA EMISSAO      |"
            DISPLAY "| 99 - SAIR                       |"
            DISPLAY '|---------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO REI-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DO CATALOGO POR   *
      * PROGRAMA E DATA            *
      ******************************
      *
       LIS-001.
            DISPLAY 'INFORME O PROGRAMA (EX.: EXERCICIO_017, EM BRANCO'
                ' PARA TODOS):'
            ACCEPT WS-PROGRAMA
            DISPLAY 'INFORME A DATA INICIAL AAAAMMDD (0 PARA TODAS):'
            ACCEPT WS-DATA

            SET WS-EOF TO 0
            SET WS-FS-CAT TO 0
            SET WS-QTD-LISTADOS TO 0
            OPEN INPUT CATALOGO_REL
            IF WS-FS-CAT EQUAL 35
                DISPLAY "* ARQUIVO CATALOGO_REL NAO EXISTE *"
                GO TO MENU-001.

       LIS-002.
      *> A CHAVE JA E PROGRAMA + DATA + HORA: COM O PROGRAMA
      *> INFORMADO, O START CAI NA PRIMEIRA EMISSAO DA DATA PEDIDA.
            MOVE WS-PROGRAMA TO CAT-PROGRAMA
            MOVE WS-DATA     TO CAT-DATA
            MOVE ZEROS       TO CAT-HORA
            START CATALOGO_REL KEY IS NOT LESS THAN CAT-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            DISPLAY '------------ CATALOGO DO SPOOL ------------'
            PERFORM UNTIL WS-EOF = 1
               READ CATALOGO_REL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-PROGRAMA NOT EQUAL SPACES AND
                          CAT-PROGRAMA NOT EQUAL WS-PROGRAMA
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF CAT-DATA NOT < WS-DATA
                               PERFORM LIS-LINHA THRU LIS-LINHA-FIM
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'EMISSOES LISTADAS: ' WS-QTD-LISTADOS
            DISPLAY " "
            CLOSE CATALOGO_REL
            GO TO MENU-001.

       LIS-LINHA.
            IF CAT-EXPURGADO
                MOVE 'EXPURGADO' TO WS-SITUACAO-TEXTO
            ELSE
                MOVE 'DISPONIVEL' TO WS-SITUACAO-TEXTO
            END-IF
            DISPLAY ' ' CAT-PROGRAMA ' ' CAT-DATA ' ' CAT-HORA
                    ' ' CAT-TITULO
            DISPLAY '    OPERADOR: ' CAT-OPERADOR
                    ' PAGINAS: ' CAT-PAGINAS
                    ' LINHAS: ' CAT-LINHAS
                    ' ' WS-SITUACAO-TEXTO
            ADD 1 TO WS-QTD-LISTADOS.
       LIS-LINHA-FIM.
            EXIT.
      *
      ******************************
      * REIMPRESSAO DE UMA EMISSAO *
      ******************************
      *
       REI-001.
            DISPLAY 'INFORME O PROGRAMA:'
            ACCEPT WS-PROGRAMA
            DISPLAY 'INFORME A DATA DA EMISSAO (AAAAMMDD):'
            ACCEPT WS-DATA
            DISPLAY 'INFORME A HORA DA EMISSAO (HHMMSS, COMO NA LISTA):'
            ACCEPT WS-HORA

            SET WS-FS-CAT TO 0.
            OPEN INPUT CATALOGO_REL
            IF WS-FS-CAT EQUAL 35
                DISPLAY "* ARQUIVO CATALOGO_REL NAO EXISTE *"
                GO TO MENU-001.

            MOVE WS-PROGRAMA TO CAT-PROGRAMA
            MOVE WS-DATA     TO CAT-DATA
            MOVE WS-HORA     TO CAT-HORA
            READ CATALOGO_REL
                INVALID KEY
                    DISPLAY "*** EMISSAO NAO ENCONTRADA NO CATALOGO ***"
                    CLOSE CATALOGO_REL
                    GO TO MENU-001
            END-READ

      *> O CATALOGO FICA ABERTO ATE O FIM DA COPIA, PARA A ENTRADA
      *> LIDA CONTINUAR VALENDO NA CONFERENCIA DAS LINHAS.
            IF CAT-EXPURGADO
                DISPLAY "*** COPIA EXPURGADA PELA RETENCAO EM "
                    CAT-DT-EXPURGO " - NAO HA O QUE REIMPRIMIR ***"
                CLOSE CATALOGO_REL
                GO TO MENU-001.

       REI-002.
            SET WS-FS-SPL TO 0.
            OPEN INPUT SPOOL_REL
            IF WS-FS-SPL EQUAL 35
                DISPLAY "* ARQUIVO SPOOL_REL NAO EXISTE *"
                CLOSE CATALOGO_REL
                GO TO MENU-001.

            OPEN OUTPUT REIMPRESSAO
            SET WS-EOF TO 0
            SET WS-QTD-LINHAS TO 0
            MOVE CAT-PROGRAMA TO SPL-PROGRAMA
            MOVE CAT-DATA     TO SPL-DATA
            MOVE CAT-HORA     TO SPL-HORA
            MOVE ZEROS        TO SPL-SEQ
            START SPOOL_REL KEY IS NOT LESS THAN SPL-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START

            PERFORM UNTIL WS-EOF = 1
               READ SPOOL_REL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SPL-PROGRAMA NOT EQUAL CAT-PROGRAMA OR
                          SPL-DATA     NOT EQUAL CAT-DATA     OR
                          SPL-HORA     NOT EQUAL CAT-HORA
                           MOVE 1 TO WS-EOF
                       ELSE
                           WRITE REG-REIMPRESSAO FROM SPL-LINHA
                           ADD 1 TO WS-QTD-LINHAS
                       END-IF
               END-READ
            END-PERFORM
            CLOSE SPOOL_REL
            CLOSE REIMPRESSAO

            IF WS-QTD-LINHAS NOT EQUAL CAT-LINHAS
                DISPLAY "*** REIMPRESSAO INCOMPLETA: " WS-QTD-LINHAS
                    " DE " CAT-LINHAS " LINHAS NO SPOOL ***"
            ELSE
                DISPLAY CAT-TITULO " (" CAT-PAGINAS " PAGINAS, "
                    WS-QTD-LINHAS " LINHAS) REIMPRESSO EM "
                    "reimpressao_rel PELO OPERADOR " WS-SIGN-OPERADOR
                    "."
            END-IF
            CLOSE CATALOGO_REL
            DISPLAY " "
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.

       END PROGRAM EXERCICIO_203.

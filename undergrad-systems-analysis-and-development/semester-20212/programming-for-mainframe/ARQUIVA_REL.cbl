      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DO SPOOL DE RELATORIOS, NO MESMO ESQUEMA DE
      * CHAMADA DE RUN_CONTROLE. CADA PROGRAMA QUE GRAVA O ARQUIVO DE
      * IMPRESSAO (RELATORIO), DEPOIS DE FECHA-LO, RELE O QUE GRAVOU
      * E PASSA POR AQUI, PARA A PROXIMA RODADA NAO APAGAR A UNICA
      * COPIA:
      *   'A' - ABRE A ENTRADA DO CATALOGO (PROGRAMA, DATA E HORA DA
      *         EXECUCAO; SE JA EXISTE UMA NO MESMO SEGUNDO, A HORA
      *         AVANCA ATE FICAR UNICA);
      *   'L' - GUARDA UMA LINHA DE 132 POSICOES EM SPOOL_REL;
      *   'F' - FECHA A ENTRADA EM CATALOGO_REL COM TITULO, OPERADOR,
      *         PAGINAS E LINHAS. SEM CONTAGEM DE PAGINAS DO
      *         PROGRAMA (ZERO), CONTA 55 LINHAS POR PAGINA, COMO O
      *         BLOCO PADRAO DE CABECALHO.
      * DEVOLVE LK-RESULTADO 'S' OU 'N' (SPOOL INDISPONIVEL - O
      * RELATORIO CONTINUA NO ARQUIVO DE IMPRESSAO, SO NAO FICA
      * CATALOGADO). CONSULTA E REIMPRESSAO NO EXERCICIO_203,
      * RETENCAO POR PROGRAMA NO EXERCICIO_121.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA_REL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\catalogo_rel.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CAT-CHAVE
           FILE STATUS     IS WS-FS-CAT.

           SELECT SPOOL_REL ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\spool_rel.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS SPL-CHAVE
           FILE STATUS     IS WS-FS-SPL.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO_REL.
       01 REG-CATALOGO-REL.
           COPY RELCAT.

       FD SPOOL_REL.
       01 REG-SPOOL-REL.
           COPY RELSPOOL.

       WORKING-STORAGE SECTION.
       77 WS-FS-CAT                    PIC 99.
       77 WS-FS-SPL                    PIC 99.
       77 WS-ABERTO                    PIC X(001) VALUE 'N'.

      *> CHAVE DA ENTRADA EM ANDAMENTO, GUARDADA ENTRE AS CHAMADAS.
       01 WS-CHAVE-ATUAL.
           03 WS-CH-PROGRAMA           PIC X(013).
           03 WS-CH-DATA               PIC 9(008).
           03 WS-CH-HORA               PIC 9(006).
       77 WS-SEQ-LINHA                 PIC 9(007).

       LINKAGE SECTION.
       01 LK-FUNCAO                    PIC X(001).
       01 LK-PROGRAMA                  PIC X(013).
       01 LK-TITULO                    PIC X(040).
       01 LK-OPERADOR                  PIC X(008).
       01 LK-PAGINAS                   PIC 9(005).
       01 LK-LINHA                     PIC X(132).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-FUNCAO, LK-PROGRAMA, LK-TITULO,
           LK-OPERADOR, LK-PAGINAS, LK-LINHA, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'S' TO LK-RESULTADO

           EVALUATE LK-FUNCAO
               WHEN 'A'
                   PERFORM 1000-ABRE-ENTRADA THRU 1000-ABRE-ENTRADA-FIM
               WHEN 'L'
                   PERFORM 2000-GUARDA-LINHA THRU 2000-GUARDA-LINHA-FIM
               WHEN 'F'
                   PERFORM 3000-FECHA-ENTRADA
                       THRU 3000-FECHA-ENTRADA-FIM
               WHEN OTHER
                   MOVE 'N' TO LK-RESULTADO
           END-EVALUATE

           GOBACK.

      *
      **************************************
      * ABRE OS ARQUIVOS DO SPOOL E FIXA A *
      * CHAVE UNICA DA EXECUCAO            *
      **************************************
      *
       1000-ABRE-ENTRADA.
           IF WS-ABERTO EQUAL 'S'
               CLOSE CATALOGO_REL
               CLOSE SPOOL_REL
               MOVE 'N' TO WS-ABERTO
           END-IF

           SET WS-FS-CAT TO 0.
           OPEN I-O CATALOGO_REL
           IF WS-FS-CAT EQUAL 35
               OPEN OUTPUT CATALOGO_REL
               CLOSE CATALOGO_REL
               OPEN I-O CATALOGO_REL
           END-IF
           IF WS-FS-CAT NOT EQUAL 0
               MOVE 'N' TO LK-RESULTADO
               GO TO 1000-ABRE-ENTRADA-FIM
           END-IF

           SET WS-FS-SPL TO 0.
           OPEN I-O SPOOL_REL
           IF WS-FS-SPL EQUAL 35
               OPEN OUTPUT SPOOL_REL
               CLOSE SPOOL_REL
               OPEN I-O SPOOL_REL
           END-IF
           IF WS-FS-SPL NOT EQUAL 0
               CLOSE CATALOGO_REL
               MOVE 'N' TO LK-RESULTADO
               GO TO 1000-ABRE-ENTRADA-FIM
           END-IF

           MOVE LK-PROGRAMA TO WS-CH-PROGRAMA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CH-DATA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CH-HORA

      *> DUAS EMISSOES NO MESMO SEGUNDO (EXERCICIO_115 GRAVA O LIVRO E
      *> O CERTIFICADO NA MESMA RODADA) NAO PODEM DIVIDIR A CHAVE.
           MOVE WS-CHAVE-ATUAL TO CAT-CHAVE
           READ CATALOGO_REL
           PERFORM UNTIL WS-FS-CAT NOT EQUAL 0
               ADD 1 TO WS-CH-HORA
               MOVE WS-CHAVE-ATUAL TO CAT-CHAVE
               READ CATALOGO_REL
           END-PERFORM

           MOVE ZEROS TO WS-SEQ-LINHA
           MOVE 'S' TO WS-ABERTO.
       1000-ABRE-ENTRADA-FIM.
           EXIT.
      *
      **************************************
      * GUARDA UMA LINHA DO RELATORIO      *
      **************************************
      *
       2000-GUARDA-LINHA.
           IF WS-ABERTO NOT EQUAL 'S'
               MOVE 'N' TO LK-RESULTADO
               GO TO 2000-GUARDA-LINHA-FIM
           END-IF

           ADD 1 TO WS-SEQ-LINHA
           MOVE WS-CH-PROGRAMA TO SPL-PROGRAMA
           MOVE WS-CH-DATA     TO SPL-DATA
           MOVE WS-CH-HORA     TO SPL-HORA
           MOVE WS-SEQ-LINHA   TO SPL-SEQ
           MOVE LK-LINHA       TO SPL-LINHA
           WRITE REG-SPOOL-REL
           IF WS-FS-SPL NOT EQUAL 0
               DISPLAY "* ERRO " WS-FS-SPL " GRAVANDO SPOOL_REL *"
               MOVE 'N' TO LK-RESULTADO
           END-IF.
       2000-GUARDA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * FECHA A ENTRADA NO CATALOGO        *
      **************************************
      *
       3000-FECHA-ENTRADA.
           IF WS-ABERTO NOT EQUAL 'S'
               MOVE 'N' TO LK-RESULTADO
               GO TO 3000-FECHA-ENTRADA-FIM
           END-IF

           MOVE WS-CHAVE-ATUAL TO CAT-CHAVE
           MOVE LK-TITULO      TO CAT-TITULO
           MOVE LK-OPERADOR    TO CAT-OPERADOR
           MOVE WS-SEQ-LINHA   TO CAT-LINHAS
           IF LK-PAGINAS > ZEROS
               MOVE LK-PAGINAS TO CAT-PAGINAS
           ELSE
               COMPUTE CAT-PAGINAS = (WS-SEQ-LINHA + 54) / 55
           END-IF
           MOVE 'D'   TO CAT-SITUACAO
           MOVE ZEROS TO CAT-DT-EXPURGO
           WRITE REG-CATALOGO-REL
           IF WS-FS-CAT NOT EQUAL 0
               DISPLAY "* ERRO " WS-FS-CAT " GRAVANDO CATALOGO_REL *"
               MOVE 'N' TO LK-RESULTADO
           END-IF

           CLOSE CATALOGO_REL
           CLOSE SPOOL_REL
           MOVE 'N' TO WS-ABERTO.
       3000-FECHA-ENTRADA-FIM.
           EXIT.

       END PROGRAM ARQUIVA_REL.

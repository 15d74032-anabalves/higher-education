      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE KITS MONTAVEIS POR DEPOSITO: PARA CADA
      * DEPOSITO (DEPOSITOS) E CADA KIT DA ESTRUTURA (KITS, MANTIDA
      * POR EXERCICIO_164), QUANTOS KITS COMPLETOS O SALDO DO DEPOSITO
      * (ESTOQUE_DEP) PERMITE MONTAR HOJE: O MENOR QUOCIENTE ENTRE O
      * SALDO DE CADA COMPONENTE E A QUANTIDADE DELE POR KIT. COMPO-
      * NENTE SEM SALDO NO DEPOSITO ZERA O KIT. O COMPONENTE QUE LIMITA
      * A MONTAGEM SAI AO LADO DE CADA KIT. IMPRESSAO EM
      * kits_montagem_rel, COM O CABECALHO PADRAO DE PAGINA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_165.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\depositos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DEP-COD-DEPOSITO
           FILE STATUS IS WS-FS-DEP.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS KIT-CHAVE
           FILE STATUS     IS WS-FS-KIT.

           SELECT ESTOQUE_DEP ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estoque_dep.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESTDEP-CHAVE
           FILE STATUS IS WS-FS-ESTDEP.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits_montagem_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITOS.
       01 REG-DEPOSITO.
           03 DEP-COD-DEPOSITO      PIC 9(02).
           03 DEP-NOME-DEPOSITO     PIC X(20).

       FD KITS.
       01 REG-KIT.
           COPY KIT.

       FD ESTOQUE_DEP.
       01 REG-ESTOQUE-DEP.
           03 ESTDEP-CHAVE.
              05 ESTDEP-COD-PRODUTO   PIC 9(03).
              05 ESTDEP-COD-DEPOSITO  PIC 9(02).
           03 ESTDEP-QTDE             PIC 9(09).

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-DEP                     PIC 99.
       77 WS-FS-KIT                     PIC 99.
       77 WS-FS-ESTDEP                  PIC 99.
       77 WS-FS-PROD                    PIC 99.
       77 WS-FS-REL                     PIC 99.
       77 WS-EOF-DEP                    PIC 99 VALUE 0.
       77 WS-EOF-KIT                    PIC 99 VALUE 0.

      *> KIT EM APURACAO NO DEPOSITO CORRENTE: O MENOR QUOCIENTE
      *> SALDO / QUANTIDADE POR KIT E O COMPONENTE QUE O DEU.
       77 WS-KIT-ATUAL                  PIC 9(003).
       77 WS-KIT-MONTAVEIS              PIC 9(009).
       77 WS-KIT-LIMITANTE              PIC 9(003).
       77 WS-KIT-PRIMEIRO               PIC X(001).
       77 WS-SALDO-COMP                 PIC 9(009).
       77 WS-QUOCIENTE                  PIC 9(009).
       77 WS-NOME-KIT                   PIC X(020).
       77 WS-NOME-LIMITANTE             PIC X(020).
       77 WS-QTDE-EDITADA               PIC ZZZZZZZZ9.

      *> TOTAIS DE CONTROLE.
       77 WS-QTD-DEPOSITOS              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-LINHAS-KIT             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-MONTAGEM           PIC 9(006) VALUE ZEROS.

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_165'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'KITS MONTAVEIS POR DEPOSITO'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- KITS MONTAVEIS POR DEPOSITO ----'
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           SET WS-FS-DEP TO 0.
           OPEN INPUT DEPOSITOS
           IF WS-FS-DEP EQUAL 35
               DISPLAY "* ARQUIVO DEPOSITOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-KIT TO 0.
           OPEN INPUT KITS
           IF WS-FS-KIT EQUAL 35
               DISPLAY "* ARQUIVO KITS NAO EXISTE - NENHUM KIT "
                   "CADASTRADO *"
               CLOSE DEPOSITOS
               GO TO ROT-FIM
           END-IF
           CLOSE KITS

           SET WS-FS-ESTDEP TO 0.
           OPEN INPUT ESTOQUE_DEP
           IF WS-FS-ESTDEP EQUAL 35
               DISPLAY "* ARQUIVO ESTOQUE_DEP NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               CLOSE DEPOSITOS
               GO TO ROT-FIM
           END-IF

           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-PROCESSA-DEPOSITO
               THRU 1000-PROCESSA-DEPOSITO-FIM
               UNTIL WS-EOF-DEP = 1.

           CLOSE DEPOSITOS
           CLOSE ESTOQUE_DEP
           CLOSE PRODUTOS

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DEPOSITOS: ' DELIMITED BY SIZE
               WS-QTD-DEPOSITOS DELIMITED BY SIZE
               '   LINHAS DE KIT: ' DELIMITED BY SIZE
               WS-QTD-LINHAS-KIT DELIMITED BY SIZE
               '   SEM MONTAGEM POSSIVEL: ' DELIMITED BY SIZE
               WS-QTD-SEM-MONTAGEM DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "DEPOSITOS: " WS-QTD-DEPOSITOS
           DISPLAY "LINHAS DE KIT: " WS-QTD-LINHAS-KIT
           DISPLAY "SEM MONTAGEM POSSIVEL: " WS-QTD-SEM-MONTAGEM
           DISPLAY "RELATORIO GRAVADO EM kits_montagem_rel.".

       ROT-FIM.
           STOP RUN.

      *
      **************************************
      * PARA CADA DEPOSITO, PERCORRE A     *
      * ESTRUTURA DE KITS DO INICIO        *
      **************************************
      *
       1000-PROCESSA-DEPOSITO.
           READ DEPOSITOS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-DEP
                   GO TO 1000-PROCESSA-DEPOSITO-FIM
           END-READ
           ADD 1 TO WS-QTD-DEPOSITOS

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DEPOSITO ' DELIMITED BY SIZE
               DEP-COD-DEPOSITO DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               DEP-NOME-DEPOSITO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING '  KIT NOME                 '
               '  MONTAVEIS  COMPONENTE LIMITANTE' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

           SET WS-EOF-KIT TO 0.
           MOVE ZEROS TO WS-KIT-ATUAL
           OPEN INPUT KITS
           PERFORM 2000-PROCESSA-COMPONENTE
               THRU 2000-PROCESSA-COMPONENTE-FIM
               UNTIL WS-EOF-KIT = 1
           CLOSE KITS

      *> O ULTIMO KIT DA ESTRUTURA FECHA NO FIM DO ARQUIVO.
           IF WS-KIT-ATUAL NOT EQUAL ZEROS
               PERFORM 3000-IMPRIME-KIT THRU 3000-IMPRIME-KIT-FIM
           END-IF.
       1000-PROCESSA-DEPOSITO-FIM.
           EXIT.
      *
      **************************************
      * CADA COMPONENTE BAIXA O NUMERO DE  *
      * KITS MONTAVEIS AO SEU QUOCIENTE    *
      **************************************
      *
       2000-PROCESSA-COMPONENTE.
           READ KITS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-KIT
                   GO TO 2000-PROCESSA-COMPONENTE-FIM
           END-READ

      *> QUEBRA POR KIT: IMPRIME O ANTERIOR E ABRE O NOVO.
           IF KIT-COD-KIT NOT EQUAL WS-KIT-ATUAL
               IF WS-KIT-ATUAL NOT EQUAL ZEROS
                   PERFORM 3000-IMPRIME-KIT THRU 3000-IMPRIME-KIT-FIM
               END-IF
               MOVE KIT-COD-KIT TO WS-KIT-ATUAL
               MOVE ZEROS       TO WS-KIT-MONTAVEIS
               MOVE ZEROS       TO WS-KIT-LIMITANTE
               MOVE 'S'         TO WS-KIT-PRIMEIRO
           END-IF

           MOVE KIT-COD-COMPONENTE TO ESTDEP-COD-PRODUTO
           MOVE DEP-COD-DEPOSITO   TO ESTDEP-COD-DEPOSITO
           READ ESTOQUE_DEP
               INVALID KEY
                   MOVE ZEROS TO WS-SALDO-COMP
               NOT INVALID KEY
                   MOVE ESTDEP-QTDE TO WS-SALDO-COMP
           END-READ

           IF KIT-QTDE EQUAL ZEROS
               GO TO 2000-PROCESSA-COMPONENTE-FIM
           END-IF
           DIVIDE WS-SALDO-COMP BY KIT-QTDE GIVING WS-QUOCIENTE

           IF WS-KIT-PRIMEIRO EQUAL 'S' OR
               WS-QUOCIENTE < WS-KIT-MONTAVEIS
               MOVE WS-QUOCIENTE       TO WS-KIT-MONTAVEIS
               MOVE KIT-COD-COMPONENTE TO WS-KIT-LIMITANTE
               MOVE 'N'                TO WS-KIT-PRIMEIRO
           END-IF.
       2000-PROCESSA-COMPONENTE-FIM.
           EXIT.
      *
       3000-IMPRIME-KIT.
           ADD 1 TO WS-QTD-LINHAS-KIT
           IF WS-KIT-MONTAVEIS EQUAL ZEROS
               ADD 1 TO WS-QTD-SEM-MONTAGEM
           END-IF

           MOVE WS-KIT-ATUAL TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO NOME-PRODUTO
           END-READ
           MOVE NOME-PRODUTO TO WS-NOME-KIT

           MOVE WS-KIT-LIMITANTE TO COD-PRODUTO
           READ PRODUTOS
               INVALID KEY
                   MOVE '** NAO CADASTRADO **' TO NOME-PRODUTO
           END-READ
           MOVE NOME-PRODUTO TO WS-NOME-LIMITANTE

           MOVE WS-KIT-MONTAVEIS TO WS-QTDE-EDITADA
           MOVE SPACES TO WS-LINHA-REL
           STRING '  ' DELIMITED BY SIZE
               WS-KIT-ATUAL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-KIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-QTDE-EDITADA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-KIT-LIMITANTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NOME-LIMITANTE DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-KIT-FIM.
           EXIT.
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'KITS MONTAVEIS POR DEPOSITO'
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 2 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O RELATORIO JA   *
      * FECHADO, RELENDO-O LINHA A LINHA   *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-REL  TO 0.
           SET WS-EOF-REL TO 0.
           OPEN INPUT RELATORIO
           IF WS-FS-REL NOT EQUAL 0
               DISPLAY "* RELATORIO NAO CATALOGADO NO SPOOL - ERRO "
                   WS-FS-REL " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - RELATORIO "
                   "NAO CATALOGADO *"
               CLOSE RELATORIO
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ RELATORIO INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE RELATORIO

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_165.

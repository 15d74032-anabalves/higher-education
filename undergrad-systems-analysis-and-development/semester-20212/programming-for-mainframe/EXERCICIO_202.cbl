      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RELATORIO DE PENDENCIAS DE CPF/CNPJ NOS CADASTROS:
      * LISTA OS CLIENTES E FORNECEDORES AINDA SEM O DOCUMENTO (TIPO
      * DE PESSOA EM BRANCO OU NUMERO ZERADO, COMO A CONVERSAO DE
      * EXERCICIO_201 OS DEIXOU) OU COM UM NUMERO QUE NAO PASSA NOS
      * DIGITOS VERIFICADORES (SUBROTINA VALIDA_DOCTO), PARA QUE O
      * CADASTRO SEJA COMPLETADO NA MANUTENCAO (PROGRAMA_EX07 E
      * EXERCICIO_006) ANTES DE O DOCUMENTO SER EXIGIDO NO PROTESTO
      * (EXERCICIO_044) E NAS REMESSAS BANCARIAS (EXERCICIO_034 E
      * EXERCICIO_091). FORNECEDOR SEM CONTA PARA CREDITO TAMBEM E
      * LISTADO, JA QUE A REMESSA DE PAGAMENTO PRECISA DELA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (EXERCICIO_204) FICA
      * DE FORA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_202.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS SEQUENTIAL
           RECORD KEY      IS FORN-COD-FORNECEDOR
           FILE STATUS     IS WS-FS-FORNECEDORES.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pendencias_docto_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-FORNECEDORES           PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-CLIENTES              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CLI-SEM-DOCTO         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CLI-INVALIDO          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORNECEDORES          PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORN-SEM-DOCTO        PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORN-INVALIDO         PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORN-SEM-CONTA        PIC 9(006) VALUE ZEROS.

      *> CONFERENCIA DO DOCUMENTO GRAVADO.
       77 WS-TIPO-TESTE                PIC X(001).
       77 WS-DOCTO-TESTE               PIC 9(014).
       77 WS-DOCTO-VALIDO              PIC X(001).
       77 WS-MOTIVO                    PIC X(030).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

       01 WS-LINHA-DET.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-CADASTRO           PIC X(010).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-CODIGO             PIC 9(005).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-NOME               PIC X(020).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-TELEFONE           PIC X(015).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-TIPO               PIC X(001).
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-DOCTO              PIC 9(014).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-MOTIVO             PIC X(030).
           03 FILLER                   PIC X(026) VALUE SPACES.

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
           'EXERCICIO_202'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'PENDENCIAS DE CPF/CNPJ NOS CADASTROS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- PENDENCIAS DE CPF/CNPJ NOS CADASTROS ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-CONFERE-CLIENTES THRU 1000-CONFERE-CLIENTES-FIM.
           PERFORM 2000-CONFERE-FORNECEDORES
               THRU 2000-CONFERE-FORNECEDORES-FIM.
           PERFORM 3000-IMPRIME-TOTAIS THRU 3000-IMPRIME-TOTAIS-FIM.

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "CLIENTES LIDOS: " WS-QTD-CLIENTES
               " SEM CPF/CNPJ: " WS-QTD-CLI-SEM-DOCTO
               " INVALIDOS: " WS-QTD-CLI-INVALIDO
           DISPLAY "FORNECEDORES LIDOS: " WS-QTD-FORNECEDORES
               " SEM CNPJ/CPF: " WS-QTD-FORN-SEM-DOCTO
               " INVALIDOS: " WS-QTD-FORN-INVALIDO
               " SEM CONTA: " WS-QTD-FORN-SEM-CONTA
           DISPLAY "RELATORIO GRAVADO EM pendencias_docto_rel.".

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CLIENTES SEM DOCUMENTO OU COM      *
      * NUMERO INVALIDO                    *
      **************************************
      *
       1000-CONFERE-CLIENTES.
           SET WS-FS-CLIENTES TO 0.
           SET WS-EOF         TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-CLIENTES EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               GO TO 1000-CONFERE-CLIENTES-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
      *> CLIENTE ANONIMIZADO (EXERCICIO_204) TEVE O DOCUMENTO APAGADO
      *> DE PROPOSITO E NAO E PENDENCIA.
                     IF NOT CLIENTE-ANONIMIZADO
                       ADD 1 TO WS-QTD-CLIENTES
                       MOVE TIPO-PESSOA-CLIENTE TO WS-TIPO-TESTE
                       MOVE DOCTO-CLIENTE       TO WS-DOCTO-TESTE
                       PERFORM 9000-CONFERE-DOCTO
                           THRU 9000-CONFERE-DOCTO-FIM
                       EVALUATE TRUE
                           WHEN WS-MOTIVO EQUAL SPACES
                               CONTINUE
                           WHEN WS-DOCTO-VALIDO EQUAL 'B'
                               ADD 1 TO WS-QTD-CLI-SEM-DOCTO
                           WHEN OTHER
                               ADD 1 TO WS-QTD-CLI-INVALIDO
                       END-EVALUATE
                       IF WS-MOTIVO NOT EQUAL SPACES
                           MOVE 'CLIENTE'        TO WS-LD-CADASTRO
                           MOVE COD-CLIENTE      TO WS-LD-CODIGO
                           MOVE NOME-CLIENTE     TO WS-LD-NOME
                           MOVE TELEFONE-CLIENTE TO WS-LD-TELEFONE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
                     END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES.
       1000-CONFERE-CLIENTES-FIM.
           EXIT.
      *
      **************************************
      * FORNECEDORES SEM DOCUMENTO, COM    *
      * NUMERO INVALIDO OU SEM CONTA       *
      **************************************
      *
       2000-CONFERE-FORNECEDORES.
           SET WS-FS-FORNECEDORES TO 0.
           SET WS-EOF             TO 0.
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORNECEDORES EQUAL 35
               DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
               GO TO 2000-CONFERE-FORNECEDORES-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ FORNECEDORES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-FORNECEDORES
                       MOVE FORN-TIPO-PESSOA TO WS-TIPO-TESTE
                       MOVE FORN-CNPJ-CPF    TO WS-DOCTO-TESTE
                       PERFORM 9000-CONFERE-DOCTO
                           THRU 9000-CONFERE-DOCTO-FIM
                       EVALUATE TRUE
                           WHEN WS-MOTIVO EQUAL SPACES
                               CONTINUE
                           WHEN WS-DOCTO-VALIDO EQUAL 'B'
                               ADD 1 TO WS-QTD-FORN-SEM-DOCTO
                           WHEN OTHER
                               ADD 1 TO WS-QTD-FORN-INVALIDO
                       END-EVALUATE
      *> O DOCUMENTO PENDENTE VEM PRIMEIRO NO MOTIVO; A CONTA SO E
      *> CITADA QUANDO E A UNICA PENDENCIA.
                       IF FORN-BANCO EQUAL ZEROS
                           ADD 1 TO WS-QTD-FORN-SEM-CONTA
                           IF WS-MOTIVO EQUAL SPACES
                               MOVE 'SEM CONTA PARA CREDITO'
                                   TO WS-MOTIVO
                           END-IF
                       END-IF
                       IF WS-MOTIVO NOT EQUAL SPACES
                           MOVE 'FORNECEDOR'     TO WS-LD-CADASTRO
                           MOVE FORN-COD-FORNECEDOR TO WS-LD-CODIGO
                           MOVE FORN-NOME-FORNECEDOR TO WS-LD-NOME
                           MOVE FORN-TELEFONE-FORNECEDOR
                               TO WS-LD-TELEFONE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FORNECEDORES.
       2000-CONFERE-FORNECEDORES-FIM.
           EXIT.
      *
      **************************************
      * RESUMO NO FIM DO RELATORIO         *
      **************************************
      *
       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CLIENTES ' DELIMITED BY SIZE
               WS-QTD-CLIENTES DELIMITED BY SIZE
               ' SEM DOCUMENTO ' DELIMITED BY SIZE
               WS-QTD-CLI-SEM-DOCTO DELIMITED BY SIZE
               ' INVALIDOS ' DELIMITED BY SIZE
               WS-QTD-CLI-INVALIDO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' FORNECEDORES ' DELIMITED BY SIZE
               WS-QTD-FORNECEDORES DELIMITED BY SIZE
               ' SEM DOCUMENTO ' DELIMITED BY SIZE
               WS-QTD-FORN-SEM-DOCTO DELIMITED BY SIZE
               ' INVALIDOS ' DELIMITED BY SIZE
               WS-QTD-FORN-INVALIDO DELIMITED BY SIZE
               ' SEM CONTA ' DELIMITED BY SIZE
               WS-QTD-FORN-SEM-CONTA DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * CONFERE TIPO E NUMERO EM WS-TIPO-  *
      * TESTE/WS-DOCTO-TESTE: MOTIVO EM    *
      * BRANCO = DOCUMENTO EM ORDEM        *
      **************************************
      *
       9000-CONFERE-DOCTO.
           MOVE SPACES TO WS-MOTIVO
           IF WS-TIPO-TESTE EQUAL SPACES OR WS-DOCTO-TESTE EQUAL ZEROS
               MOVE 'B' TO WS-DOCTO-VALIDO
               MOVE 'SEM CPF/CNPJ' TO WS-MOTIVO
               GO TO 9000-CONFERE-DOCTO-FIM
           END-IF
           CALL 'VALIDA_DOCTO' USING WS-TIPO-TESTE, WS-DOCTO-TESTE,
               WS-DOCTO-VALIDO
           IF WS-DOCTO-VALIDO NOT EQUAL 'S'
               MOVE 'CPF/CNPJ INVALIDO' TO WS-MOTIVO
           END-IF.
       9000-CONFERE-DOCTO-FIM.
           EXIT.
      *
       9100-LINHA-DETALHE.
           MOVE WS-TIPO-TESTE  TO WS-LD-TIPO
           MOVE WS-DOCTO-TESTE TO WS-LD-DOCTO
           MOVE WS-MOTIVO      TO WS-LD-MOTIVO
           MOVE WS-LINHA-DET   TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       9100-LINHA-DETALHE-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UMA LINHA NO RELATORIO *
      * COM QUEBRA DE PAGINA E CABECALHO   *
      **************************************
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
           STRING 'PENDENCIAS DE CPF/CNPJ NOS CADASTROS'
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES     TO WS-LINHA-CAB
           MOVE 'CADASTRO' TO WS-LINHA-CAB(2:8)
           MOVE 'CODIGO'   TO WS-LINHA-CAB(13:6)
           MOVE 'NOME'     TO WS-LINHA-CAB(20:4)
           MOVE 'TELEFONE' TO WS-LINHA-CAB(42:8)
           MOVE 'T'        TO WS-LINHA-CAB(59:1)
           MOVE 'CPF/CNPJ' TO WS-LINHA-CAB(61:8)
           MOVE 'MOTIVO'   TO WS-LINHA-CAB(77:6)
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
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

       END PROGRAM EXERCICIO_202.

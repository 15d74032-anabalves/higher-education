      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE POSICAO DE CLIENTE EM TABELA DE MEMORIA,
      * NO MESMO ESQUEMA DE CHAMADA DE BUSCA_CCUSTO. COM O CODIGO DE
      * CLIENTE EM 5 DIGITOS AS TABELAS QUE ERAM ENDERECADAS PELO
      * PROPRIO CODIGO (OCCURS 999) TERIAM DE CRESCER PARA 99999
      * POSICOES; EM VEZ DISSO CADA CLIENTE RECEBE UMA POSICAO
      * COMPACTA (1, 2, 3... NA ORDEM EM QUE APARECE NA RODADA) E O
      * CHAMADOR ENDERECA AS SUAS TABELAS POR ESSA POSICAO, LIMITADAS
      * AO NUMERO DE CLIENTES (TC-MAX-CLIENTES). AS POSICOES FICAM
      * GUARDADAS AQUI EM ORDEM DE CODIGO, COM BUSCA BINARIA, E PODEM
      * SER PERCORRIDAS NA ORDEM DO CODIGO PARA OS RELATORIOS.
      * FUNCOES:
      *   'Z' ZERA A TABELA (INICIO DE CADA RODADA DO CHAMADOR);
      *   'I' DEVOLVE A POSICAO DO CLIENTE, INCLUINDO-O SE AINDA NAO
      *       ESTIVER NA TABELA ('C' = TABELA CHEIA, POSICAO ZERO);
      *   'L' SO LOCALIZA ('N' = CLIENTE NAO ESTA NA TABELA);
      *   'O' DEVOLVE O CODIGO E A POSICAO DO N-ESIMO CLIENTE EM
      *       ORDEM DE CODIGO, N EM LK-ORDEM ('N' = ALEM DO ULTIMO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAB_CLIENTE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 TC-MAX-CLIENTES              PIC 9(005) VALUE 5000.
       77 TC-QTD                       PIC 9(005) VALUE ZEROS.
       77 TC-INICIO                    PIC 9(005).
       77 TC-FIM                       PIC 9(005).
       77 TC-MEIO                      PIC 9(005).
       77 TC-IDX                       PIC 9(005).
       77 TC-ACHOU                     PIC X(001).

      *> CODIGOS JA POSICIONADOS, SEMPRE EM ORDEM CRESCENTE, CADA UM
      *> COM A POSICAO COMPACTA QUE RECEBEU NA INCLUSAO.
       01 TC-TABELA.
           03 TC-ITEM OCCURS 5000 TIMES.
              05 TC-COD-CLIENTE        PIC 9(005).
              05 TC-POSICAO            PIC 9(005).

       LINKAGE SECTION.
       01 LK-FUNCAO                    PIC X(001).
       01 LK-COD-CLIENTE               PIC 9(005).
       01 LK-POSICAO                   PIC 9(005).
       01 LK-ORDEM                     PIC 9(005).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-FUNCAO, LK-COD-CLIENTE, LK-POSICAO,
           LK-ORDEM, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'S' TO LK-RESULTADO

           EVALUATE LK-FUNCAO
               WHEN 'Z'
                   MOVE ZEROS TO TC-QTD
                   MOVE ZEROS TO LK-POSICAO
               WHEN 'O'
                   IF LK-ORDEM EQUAL ZEROS OR LK-ORDEM > TC-QTD
                       MOVE 'N'   TO LK-RESULTADO
                       MOVE ZEROS TO LK-POSICAO
                   ELSE
                       MOVE TC-COD-CLIENTE(LK-ORDEM) TO LK-COD-CLIENTE
                       MOVE TC-POSICAO(LK-ORDEM)     TO LK-POSICAO
                   END-IF
               WHEN 'L'
               WHEN 'I'
                   PERFORM 1000-LOCALIZA THRU 1000-LOCALIZA-FIM
                   IF TC-ACHOU EQUAL 'S'
                       MOVE TC-POSICAO(TC-INICIO) TO LK-POSICAO
                   ELSE
                       IF LK-FUNCAO EQUAL 'L'
                           MOVE 'N'   TO LK-RESULTADO
                           MOVE ZEROS TO LK-POSICAO
                       ELSE
                           PERFORM 2000-INCLUI THRU 2000-INCLUI-FIM
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N'   TO LK-RESULTADO
                   MOVE ZEROS TO LK-POSICAO
           END-EVALUATE

           GOBACK.
      *
      **************************************
      * BUSCA BINARIA DO CODIGO: ACHANDO,  *
      * TC-INICIO APONTA O ITEM; NAO       *
      * ACHANDO, APONTA ONDE ELE ENTRA     *
      **************************************
      *
       1000-LOCALIZA.
           MOVE 'N' TO TC-ACHOU
           MOVE 1      TO TC-INICIO
           MOVE TC-QTD TO TC-FIM

           PERFORM UNTIL TC-INICIO > TC-FIM OR TC-ACHOU EQUAL 'S'
               COMPUTE TC-MEIO = (TC-INICIO + TC-FIM) / 2
               EVALUATE TRUE
                   WHEN TC-COD-CLIENTE(TC-MEIO) EQUAL LK-COD-CLIENTE
                       MOVE 'S'     TO TC-ACHOU
                       MOVE TC-MEIO TO TC-INICIO
                   WHEN TC-COD-CLIENTE(TC-MEIO) < LK-COD-CLIENTE
                       COMPUTE TC-INICIO = TC-MEIO + 1
                   WHEN OTHER
                       IF TC-MEIO EQUAL 1
                           MOVE ZEROS TO TC-FIM
                       ELSE
                           COMPUTE TC-FIM = TC-MEIO - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.
       1000-LOCALIZA-FIM.
           EXIT.
      *
      **************************************
      * INCLUSAO NA POSICAO DE ORDEM, COM  *
      * A PROXIMA POSICAO COMPACTA LIVRE   *
      **************************************
      *
       2000-INCLUI.
           IF TC-QTD NOT < TC-MAX-CLIENTES
               MOVE 'C'   TO LK-RESULTADO
               MOVE ZEROS TO LK-POSICAO
               GO TO 2000-INCLUI-FIM
           END-IF

           PERFORM VARYING TC-IDX FROM TC-QTD BY -1
               UNTIL TC-IDX < TC-INICIO
               MOVE TC-ITEM(TC-IDX) TO TC-ITEM(TC-IDX + 1)
           END-PERFORM

           ADD 1 TO TC-QTD
           MOVE LK-COD-CLIENTE TO TC-COD-CLIENTE(TC-INICIO)
           MOVE TC-QTD         TO TC-POSICAO(TC-INICIO)
           MOVE TC-QTD         TO LK-POSICAO.
       2000-INCLUI-FIM.
           EXIT.

       END PROGRAM TAB_CLIENTE.

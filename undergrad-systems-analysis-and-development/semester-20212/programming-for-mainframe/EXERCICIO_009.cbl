      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 06/11/2021
      * Purpose: CRUD. PRODUTO QUE E KIT (ESTRUTURA EM KITS, MANTIDA
      * EM EXERCICIO_164) NAO TEM ESTOQUE PROPRIO: A QUANTIDADE DELE
      * NAO E ALTERADA AQUI, E NEM O KIT NEM PRODUTO QUE E COMPONENTE
      * DE ALGUM KIT PODEM SER EXCLUIDOS. A OPCAO 6 MUDA A SITUACAO
      * DO PRODUTO NO CICLO DE VIDA (ATIVO, BLOQUEADO PARA COMPRA,
      * DESCONTINUADO COM O SUBSTITUTO, INATIVO) COM A DATA DE
      * VIGENCIA; PRODUTO INATIVO EM VIGOR NAO APARECE NA LISTAGEM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-HIST.

           SELECT KITS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\kits.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS KIT-CHAVE
           FILE STATUS IS WS-FS-KIT.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUTOS.
           03 HIST-PRECO-ANT        PIC 9(07)V9(02).
           03 HIST-PRECO-NOVO       PIC 9(07)V9(02).

       FD KITS.
       01 REG-KIT.
           COPY KIT.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 WS-FS-MOVTO       PIC 99.
       77 WS-FS-ESTDEP      PIC 99.
       77 WS-DEP-SALDO      PIC S9(09).
       77 WS-EOF-HIST       PIC 99.
      *> O PRODUTO E KIT / E COMPONENTE DE ALGUM KIT (ARQUIVO KITS).
       77 WS-FS-KIT         PIC 99.
       77 WS-EOF-KIT        PIC 99.
       77 WS-E-KIT          PIC X(01).
       77 WS-E-COMPONENTE   PIC X(01).
       77 W-VER-HIST        PIC X(01).
       77 WS-ESTOQUE-ANTERIOR PIC 9(09).
       77 WS-QTDE-DELTA     PIC S9(09).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> NOVA SITUACAO NO CICLO DE VIDA E VALIDACAO DA DATA
      *> DE VIGENCIA (SUBROTINA CALC_DATA).
       77 W-SITUACAO        PIC X(01).
       77 W-DT-SITUACAO     PIC 9(08).
       77 W-COD-SUBST       PIC 9(03).
       77 WS-HOJE-AAAAMMDD  PIC 9(08).
       77 WS-CD-FUNCAO      PIC X(001).
       77 WS-CD-DATA-1      PIC 9(008).
       77 WS-CD-DATA-2      PIC 9(008).
       77 WS-CD-DIAS        PIC S9(006).
       77 WS-CD-RESULTADO   PIC 9(008).
       77 WS-CD-VALIDA      PIC X(001).

       77 WS-TOTAL-UNIDADES PIC 9(11) VALUE ZEROS.
       77 WS-TOTAL-VALOR    PIC 9(11)V9(02) VALUE ZEROS.

           03 WS-COD-FORNECEDOR        PIC 9(05).
           03 WS-CUSTO-MEDIO-PRODUTO   PIC 9(07)V9(02).
           03 WS-GRUPO-PRODUTO         PIC X(03).
           03 WS-SITUACAO-PRODUTO      PIC X(01).
              88 WS-PRODUTO-INATIVO    VALUE 'I'.
           03 WS-DT-SITUACAO-PRODUTO   PIC 9(08).
           03 WS-COD-PRODUTO-SUBST     PIC 9(03).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
            DISPLAY "| 3 - EXCLUIR  |"
            DISPLAY "| 4 - CONSULTA |"
            DISPLAY "| 5 - LISTAR   |"
            DISPLAY "| 6 - SITUACAO |"
            DISPLAY "| 99 - SAIR    |"
            DISPLAY '|--------------|'
            DISPLAY " "
               GO TO CON-001.
            IF W-OPCAO = 5
               GO TO LIS-001.
            IF W-OPCAO = 6
               GO TO SIT-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            IF W-OPCAO NOT = 1 AND 2 AND 3 AND 4 AND 5 AND 6 AND 99
               DISPLAY "*** DIGITE APENAS 1, 2, 3, 4, 5, 6 OU 99 ***"
               DISPLAY " "
               GO TO MENU-001.
      *

       INC-WR1.
            MOVE ZEROS TO CUSTO-MEDIO-PRODUTO
      *> PRODUTO NOVO NASCE ATIVO; A SITUACAO MUDA PELA OPCAO 6.
            MOVE 'A'   TO SITUACAO-PRODUTO
            MOVE FUNCTION CURRENT-DATE(1:8) TO DT-SITUACAO-PRODUTO
            MOVE ZEROS TO COD-PRODUTO-SUBST
            WRITE REG-PRODUTO
            PERFORM 9700-GRAVA-JORNAL THRU 9700-GRAVA-JORNAL-FIM
            PERFORM 9800-MSG-FILE-STATUS THRU 9800-MSG-FILE-STATUS-FIM
                       MOVE WS-NOME-PRODUTO    TO WS-NOME-ANTERIOR
                       MOVE WS-PRECO-PRODUTO   TO WS-PRECO-ANTERIOR
                       MOVE 'S' TO WS-ALTERAR
                       PERFORM 0400-VERIFICA-KIT
                           THRU 0400-VERIFICA-KIT-FIM
            END-READ.

            IF WS-ALTERAR EQUAL 'S'
               DISPLAY 'INFORME O GRUPO FISCAL DO PRODUTO'
               ACCEPT GRUPO-PRODUTO

               IF WS-E-KIT EQUAL 'S' AND
                   ESTOQUE-PRODUTO NOT = WS-ESTOQUE-ANTERIOR
                   DISPLAY "* PRODUTO E KIT, SEM ESTOQUE PROPRIO - "
                       "QUANTIDADE MANTIDA *"
                   MOVE WS-ESTOQUE-ANTERIOR TO ESTOQUE-PRODUTO
               END-IF

               IF ESTOQUE-PRODUTO NOT = WS-ESTOQUE-ANTERIOR
                   DISPLAY 'INFORME O MOTIVO DA MOVIMENTACAO'
                       '(ENTRADA/VENDA/AJUSTE)'
            CLOSE PRODUTOS
            GO TO MENU-001.
      *
      ***************************************
      * ROTINA DE SITUACAO NO CICLO DE VIDA *
      ***************************************
      *
       SIT-001.
            OPEN I-O PRODUTOS.
            DISPLAY '---------- SITUACAO DO PRODUTO -------------'
            DISPLAY 'INFORME O CODIGO DO PRODUTO'
            ACCEPT COD-PRODUTO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.

       SIT-001A.
            MOVE 'L'             TO WS-LK-FUNCAO
            MOVE 'PRODUTOS'      TO WS-LK-ARQUIVO
            MOVE SPACES          TO WS-LK-REGISTRO
            MOVE COD-PRODUTO     TO WS-LK-REGISTRO(1:3)
            CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
                WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
                WS-LK-RESULTADO
            IF WS-LK-RESULTADO EQUAL 'N'
               DISPLAY "*** REGISTRO EM EDICAO PELO OPERADOR "
                   WS-LK-DONO " - TENTE MAIS TARDE ***"
               CLOSE PRODUTOS
               GO TO MENU-001.

       SIT-001B.
            MOVE SPACE TO WS-ALTERAR
            READ PRODUTOS RECORD INTO WS-PRODUTO
              KEY IS COD-PRODUTO
                   INVALID KEY
                       PERFORM 9800-MSG-FILE-STATUS
                           THRU 9800-MSG-FILE-STATUS-FIM
                   NOT INVALID KEY
                       DISPLAY 'CODIGO DO PRODUTO: ' WS-COD-PRODUTO
                       DISPLAY 'NOME DO PRODUTO: ' WS-NOME-PRODUTO
                       DISPLAY 'SITUACAO ATUAL: ' WS-SITUACAO-PRODUTO
                           ' DESDE ' WS-DT-SITUACAO-PRODUTO
                           ' SUBSTITUTO: ' WS-COD-PRODUTO-SUBST
                       MOVE 'S' TO WS-ALTERAR
            END-READ.
            IF WS-ALTERAR NOT EQUAL 'S'
               GO TO SIT-FIM.

       SIT-002.
            DISPLAY 'INFORME A NOVA SITUACAO (A=ATIVO B=BLOQUEADO '
                'PARA COMPRA D=DESCONTINUADO I=INATIVO)'
            ACCEPT W-SITUACAO
            IF W-SITUACAO NOT = 'A' AND 'B' AND 'D' AND 'I'
               DISPLAY "*** DIGITE APENAS A, B, D OU I ***"
               GO TO SIT-002.

      *> A SITUACAO SO PASSA A VALER NA DATA DE VIGENCIA; ATE LA O
      *> PRODUTO SEGUE COMO ATIVO.
       SIT-003.
            DISPLAY 'INFORME A DATA DE VIGENCIA AAAAMMDD (0 = HOJE)'
            ACCEPT W-DT-SITUACAO
            IF W-DT-SITUACAO = ZEROS
               MOVE WS-HOJE-AAAAMMDD TO W-DT-SITUACAO.
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE W-DT-SITUACAO TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA DE VIGENCIA INVALIDA ***"
               GO TO SIT-003.

      *> SO O DESCONTINUADO APONTA UM SUBSTITUTO, QUE TEM DE EXISTIR
      *> E NAO PODE ESTAR ELE MESMO FORA DE LINHA.
       SIT-004.
            MOVE ZEROS TO W-COD-SUBST
            IF W-SITUACAO NOT = 'D'
               GO TO SIT-OPC.
            DISPLAY 'INFORME O PRODUTO SUBSTITUTO (0 = SEM SUBSTITUTO)'
            ACCEPT W-COD-SUBST
            IF W-COD-SUBST = ZEROS
               GO TO SIT-OPC.
            IF W-COD-SUBST = WS-COD-PRODUTO
               DISPLAY "*** O SUBSTITUTO NAO PODE SER O PROPRIO "
                   "PRODUTO ***"
               GO TO SIT-004.
            MOVE W-COD-SUBST TO COD-PRODUTO
            READ PRODUTOS
                INVALID KEY
                    DISPLAY "*** SUBSTITUTO NAO CADASTRADO ***"
                    GO TO SIT-004
            END-READ
            IF PRODUTO-DESCONTINUADO OR PRODUTO-INATIVO
               DISPLAY "*** SUBSTITUTO TAMBEM ESTA FORA DE LINHA ***"
               GO TO SIT-004.
            DISPLAY 'SUBSTITUTO: ' NOME-PRODUTO.

       SIT-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO SIT-FIM.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO SIT-OPC.

       SIT-WR1.
            MOVE WS-PRODUTO    TO REG-PRODUTO
            MOVE W-SITUACAO    TO SITUACAO-PRODUTO
            MOVE W-DT-SITUACAO TO DT-SITUACAO-PRODUTO
            MOVE W-COD-SUBST   TO COD-PRODUTO-SUBST
            REWRITE REG-PRODUTO
            END-REWRITE
            PERFORM 9700-GRAVA-JORNAL THRU 9700-GRAVA-JORNAL-FIM

            MOVE "SITUACAO"         TO AUD-OPERACAO
            MOVE COD-PRODUTO        TO AUD-COD-PRODUTO
            MOVE NOME-PRODUTO       TO AUD-NOME-ANTERIOR
            MOVE NOME-PRODUTO       TO AUD-NOME-NOVO
            MOVE ESTOQUE-PRODUTO    TO AUD-ESTOQUE-ANTERIOR
            MOVE ESTOQUE-PRODUTO    TO AUD-ESTOQUE-NOVO
            MOVE PRECO-PRODUTO      TO AUD-PRECO-ANTERIOR
            MOVE PRECO-PRODUTO      TO AUD-PRECO-NOVO
            PERFORM 0200-GRAVA-AUDITORIA
                THRU 0200-GRAVA-AUDITORIA-FIM
            DISPLAY "SITUACAO " SITUACAO-PRODUTO " GRAVADA, VIGENTE "
                "A PARTIR DE " DT-SITUACAO-PRODUTO ".".

       SIT-FIM.
            MOVE 'U' TO WS-LK-FUNCAO
            CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
                WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
                WS-LK-RESULTADO

            CLOSE PRODUTOS
            GO TO MENU-001.
      *
      **************************************
      * ROTINA DE GRAVACAO DO MOVIMENTO DE *
      * ESTOQUE (TRILHA DE AUDITORIA)      *
                       DISPLAY 'NOME DO PRODUTO: ' WS-NOME-PRODUTO
                       DISPLAY 'QTDE EM ESTOQUE: ' WS-ESTOQUE-PRODUTO
                       MOVE 'S' TO WS-EXCLUIR
                       PERFORM 0400-VERIFICA-KIT
                           THRU 0400-VERIFICA-KIT-FIM
            END-READ.

            IF WS-EXCLUIR EQUAL 'S' AND WS-E-KIT EQUAL 'S'
               DISPLAY "*** PRODUTO E KIT - EXCLUA A ESTRUTURA EM "
                   "EXERCICIO_164 ANTES ***"
               MOVE SPACE TO WS-EXCLUIR
            END-IF
            IF WS-EXCLUIR EQUAL 'S' AND WS-E-COMPONENTE EQUAL 'S'
               DISPLAY "*** PRODUTO E COMPONENTE DE KIT - NAO PODE "
                   "SER EXCLUIDO ***"
               MOVE SPACE TO WS-EXCLUIR
            END-IF

            IF WS-EXCLUIR EQUAL 'S'
               DELETE PRODUTOS RECORD
                   INVALID KEY
            MOVE ZEROS TO WS-TOTAL-UNIDADES
            MOVE ZEROS TO WS-TOTAL-VALOR
            OPEN INPUT PRODUTOS
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
            DISPLAY '---------- LISTAGEM DE PRODUTOS -------------'
            PERFORM UNTIL WS-EOF = 1
               READ PRODUTOS INTO WS-PRODUTO
                   AT END MOVE 1 TO WS-EOF NOT AT END
      *> PRODUTO INATIVO (JA EM VIGOR) NAO APARECE NA LISTAGEM.
                     IF NOT WS-PRODUTO-INATIVO OR
                         WS-DT-SITUACAO-PRODUTO > WS-HOJE-AAAAMMDD
                       DISPLAY ' COD. PRODUTO: ' WS-COD-PRODUTO
                               ' NOME PRODUTO: ' WS-NOME-PRODUTO
                               ' QTDE EM ESTOQUE: ' WS-ESTOQUE-PRODUTO
                       COMPUTE WS-TOTAL-VALOR = WS-TOTAL-VALOR +
                           (WS-ESTOQUE-PRODUTO *
                            WS-CUSTO-MEDIO-PRODUTO)
                     END-IF
               END-READ
            END-PERFORM
            DISPLAY 'TOTAL DE REGISTRO LOCALIZADOS: ' WS-CONTADOR
                       DISPLAY 'PRECO UNITARIO: ' WS-PRECO-PRODUTO
                       DISPLAY 'CODIGO DO FORNECEDOR: '
                           WS-COD-FORNECEDOR
                       DISPLAY 'SITUACAO: ' WS-SITUACAO-PRODUTO
                           ' DESDE ' WS-DT-SITUACAO-PRODUTO
                           ' SUBSTITUTO: ' WS-COD-PRODUTO-SUBST
                       DISPLAY " "
            END-READ.
            CLOSE PRODUTOS
            DISPLAY 'QTDE EM ESTOQUE: ' WS-ESTOQUE-PRODUTO
            DISPLAY 'PRECO UNITARIO: ' WS-PRECO-PRODUTO
            DISPLAY 'CODIGO DO FORNECEDOR: ' WS-COD-FORNECEDOR
            DISPLAY 'SITUACAO: ' WS-SITUACAO-PRODUTO
                ' DESDE ' WS-DT-SITUACAO-PRODUTO
                ' SUBSTITUTO: ' WS-COD-PRODUTO-SUBST
            DISPLAY " "
            ADD 1 TO WS-CONTADOR
            GO TO CON-002-LOOP.
           EXIT.
      *
      **************************************
      * VERIFICA SE O PRODUTO E KIT OU     *
      * COMPONENTE DE ALGUM KIT            *
      **************************************
      *
       0400-VERIFICA-KIT.
           MOVE 'N' TO WS-E-KIT
           MOVE 'N' TO WS-E-COMPONENTE
           SET WS-FS-KIT  TO 0.
           SET WS-EOF-KIT TO 0.
           OPEN INPUT KITS
           IF WS-FS-KIT EQUAL 35
               GO TO 0400-VERIFICA-KIT-FIM
           END-IF

           PERFORM UNTIL WS-EOF-KIT = 1
               READ KITS
                   AT END
                       MOVE 1 TO WS-EOF-KIT
                   NOT AT END
                       IF KIT-COD-KIT EQUAL WS-COD-PRODUTO
                           MOVE 'S' TO WS-E-KIT
                       END-IF
                       IF KIT-COD-COMPONENTE EQUAL WS-COD-PRODUTO
                           MOVE 'S' TO WS-E-COMPONENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE KITS.
       0400-VERIFICA-KIT-FIM.
           EXIT.
      *
      **************************************
      * ANEXA A IMAGEM POSTERIOR DO        *
      * PRODUTO AO JORNAL (GRAVA_IMAGEM)   *
      **************************************

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: DECISAO DO SUPERVISOR SOBRE A REVISAO TRIMESTRAL DE
      * ACESSOS GERADA PELO EXERCICIO_206: LISTA AS LINHAS PENDENTES
      * DO TRIMESTRE (CONTAS, PERMISSOES E CONFLITOS DE SEGREGACAO DE
      * FUNCOES) E O SUPERVISOR (OPERADOR COM O FLAG DE APROVACAO,
      * OP-PODE-EXCLUIR) CONFIRMA OU REVOGA CADA UMA. REVOGAR A CONTA
      * BLOQUEIA O OPERADOR; REVOGAR UMA PERMISSAO DESLIGA O FLAG EM
      * OPERADORES (APROVACAO DESLIGA OP-PODE-EXCLUIR); REVOGAR UM
      * CONFLITO DESLIGA UMA DAS DUAS PERMISSOES, A ESCOLHA DO
      * SUPERVISOR. MANTER UM CONFLITO EXIGE JUSTIFICATIVA. CADA
      * REVOGACAO VAI PARA O LOG DE SEGURANCA (SEG_LOG, EVENTO
      * REVOGA) E A LINHA GUARDA O SUPERVISOR, O MOMENTO, O QUE FOI
      * REVOGADO E A JUSTIFICATIVA; A OPCAO DE EVIDENCIAS LISTA AS
      * DECISOES DO TRIMESTRE PARA A AUDITORIA. O SUPERVISOR NAO
      * DECIDE AS LINHAS DA PROPRIA CONTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_207.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVISAO_ACESSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\revisao_acessos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RVA-CHAVE
           FILE STATUS IS WS-FS-REVISAO.

           SELECT OPERADORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\operadores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-FS-OPER.

           SELECT SEG_LOG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\seg_log.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-SEGLOG.
       DATA DIVISION.
       FILE SECTION.
       FD REVISAO_ACESSOS.
       01 REG-REVISAO-ACESSO.
           COPY REVACESS.

       FD OPERADORES.
       01 REG-OPERADOR.
           COPY OPERADOR.

       FD SEG_LOG.
       01 REG-SEG-LOG.
           03 SEG-DATA-HORA            PIC 9(014).
           03 SEG-OPERADOR             PIC X(008).
           03 SEG-EVENTO               PIC X(010).
           03 SEG-PROGRAMA             PIC X(013).

       WORKING-STORAGE SECTION.
       77 WS-FS-REVISAO     PIC 99.
       77 WS-FS-OPER        PIC 99.
       77 WS-FS-SEGLOG      PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 WS-TRIMESTRE      PIC 9(005).
       77 WS-ID             PIC X(008).
       77 WS-TIPO           PIC X(001).
       77 WS-ITEM           PIC X(011).
       77 WS-LADO           PIC 9(001).
       77 WS-JUSTIFICATIVA  PIC X(040).
       77 WS-QTD-LINHAS     PIC 9(006).
       77 WS-SITUACAO       PIC X(010).

      *> NOMES DAS PERMISSOES NA ORDEM DE OP-PERMISSOES, MAIS O FLAG
      *> DE APROVACAO (OP-PODE-EXCLUIR) NA POSICAO 9 - A MESMA TABELA
      *> DA REVISAO TRIMESTRAL.
       01 WS-TAB-NOME-PERM.
           03 FILLER PIC X(011) VALUE 'CLIENTES'.
           03 FILLER PIC X(011) VALUE 'PRODUTOS'.
           03 FILLER PIC X(011) VALUE 'COMPRAS'.
           03 FILLER PIC X(011) VALUE 'ESTORNO'.
           03 FILLER PIC X(011) VALUE 'DUPLICATAS'.
           03 FILLER PIC X(011) VALUE 'VENDEDORES'.
           03 FILLER PIC X(011) VALUE 'DISCIPLINAS'.
           03 FILLER PIC X(011) VALUE 'MATRICULA'.
           03 FILLER PIC X(011) VALUE 'APROVACAO'.
       01 FILLER REDEFINES WS-TAB-NOME-PERM.
           03 WS-NOME-PERM OCCURS 9 TIMES PIC X(011).
       77 WS-IX-PERM        PIC 9(002).
       77 WS-IX-ACHADO      PIC 9(002).
       77 WS-ITEM-REVOGAR   PIC X(011).
       01 WS-PERMISSOES-OPER.
           03 WS-PERM-OPER OCCURS 8 TIMES PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON); DECIDIR UMA
      *> LINHA EXIGE AINDA O FLAG DE APROVACAO (OP-PODE-EXCLUIR).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_207'.
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
            DISPLAY '|-----[ REVISAO DE ACESSOS ]-----|'
            DISPLAY "| 1 - LISTAR LINHAS PENDENTES    |"
            DISPLAY "| 2 - CONFIRMAR LINHA            |"
            DISPLAY "| 3 - REVOGAR LINHA              |"
            DISPLAY "| 4 - EVIDENCIAS DO TRIMESTRE    |"
            DISPLAY "| 99 - SAIR                      |"
            DISPLAY '|--------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO CON-001.
            IF W-OPCAO = 3
               GO TO REV-001.
            IF W-OPCAO = 4
               GO TO EVI-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * LISTAGEM DOS PENDENTES     *
      ******************************
      *
       LIS-001.
            DISPLAY 'INFORME O TRIMESTRE (AAAAT):'
            ACCEPT WS-TRIMESTRE
            PERFORM 8000-POSICIONA THRU 8000-POSICIONA-FIM
            IF WS-FS-REVISAO EQUAL 35
                GO TO MENU-001.

       LIS-002.
            DISPLAY '------ LINHAS PENDENTES DO TRIMESTRE ------'
            DISPLAY ' (A = CONTA, C = CONFLITO, P = PERMISSAO)'
            PERFORM UNTIL WS-EOF = 1
               READ REVISAO_ACESSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RVA-TRIMESTRE NOT EQUAL WS-TRIMESTRE
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF RVA-PENDENTE
                               PERFORM 8100-MOSTRA-LINHA
                                   THRU 8100-MOSTRA-LINHA-FIM
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'LINHAS PENDENTES: ' WS-QTD-LINHAS
            DISPLAY " "
            CLOSE REVISAO_ACESSOS
            GO TO MENU-001.
      *
      ******************************
      * CONFIRMACAO DE UMA LINHA   *
      ******************************
      *
       CON-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       CON-002.
            PERFORM 8200-LE-LINHA THRU 8200-LE-LINHA-FIM
            IF WS-FS-REVISAO NOT EQUAL 0
                GO TO MENU-001.

       CON-003.
      *> MANTER UM CONFLITO DE SEGREGACAO E UMA EXCECAO: PRECISA
      *> FICAR ESCRITO POR QUE.
            DISPLAY 'JUSTIFICATIVA (OBRIGATORIA PARA CONFLITO):'
            MOVE SPACES TO WS-JUSTIFICATIVA
            ACCEPT WS-JUSTIFICATIVA
            IF RVA-LINHA-CONFLITO AND WS-JUSTIFICATIVA EQUAL SPACES
                DISPLAY "*** CONFLITO SO PODE SER MANTIDO COM "
                    "JUSTIFICATIVA ***"
                CLOSE REVISAO_ACESSOS
                GO TO MENU-001.

            MOVE 'C'              TO RVA-DECISAO
            MOVE SPACES           TO RVA-ITEM-REVOGADO
            MOVE WS-JUSTIFICATIVA TO RVA-JUSTIFICATIVA
            MOVE WS-SIGN-OPERADOR TO RVA-SUPERVISOR
            MOVE FUNCTION CURRENT-DATE(1:14) TO RVA-DT-DECISAO
            REWRITE REG-REVISAO-ACESSO
            CLOSE REVISAO_ACESSOS

            DISPLAY "LINHA " RVA-TIPO " " RVA-ITEM " DO OPERADOR "
                RVA-OPERADOR " CONFIRMADA PELO SUPERVISOR "
                WS-SIGN-OPERADOR "."
            GO TO MENU-001.
      *
      ******************************
      * REVOGACAO DE UMA LINHA     *
      ******************************
      *
       REV-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
               DISPLAY "*** OPERADOR SEM O FLAG DE APROVACAO ***"
               GO TO MENU-001.

       REV-002.
            PERFORM 8200-LE-LINHA THRU 8200-LE-LINHA-FIM
            IF WS-FS-REVISAO NOT EQUAL 0
                GO TO MENU-001.

       REV-003.
      *> O QUE SAI DE OPERADORES: A CONTA INTEIRA (BLOQUEIO), A
      *> PERMISSAO DA LINHA, OU UMA DAS DUAS DO CONFLITO.
            EVALUATE TRUE
                WHEN RVA-LINHA-CONTA
                    MOVE 'CONTA'  TO WS-ITEM-REVOGAR
                WHEN RVA-LINHA-PERMISSAO
                    MOVE RVA-ITEM TO WS-ITEM-REVOGAR
                WHEN RVA-LINHA-CONFLITO
                    DISPLAY 'REVOGAR QUAL PERMISSAO? 1 - '
                        RVA-PERMISSAO-1 ' 2 - ' RVA-PERMISSAO-2
                    ACCEPT WS-LADO
                    EVALUATE WS-LADO
                        WHEN 1
                            MOVE RVA-PERMISSAO-1 TO WS-ITEM-REVOGAR
                        WHEN 2
                            MOVE RVA-PERMISSAO-2 TO WS-ITEM-REVOGAR
                        WHEN OTHER
                            DISPLAY "*** DIGITE APENAS 1 OU 2 ***"
                            CLOSE REVISAO_ACESSOS
                            GO TO MENU-001
                    END-EVALUATE
            END-EVALUATE

            DISPLAY 'JUSTIFICATIVA (OPCIONAL):'
            MOVE SPACES TO WS-JUSTIFICATIVA
            ACCEPT WS-JUSTIFICATIVA.

       REV-004.
            SET WS-FS-OPER TO 0.
            OPEN I-O OPERADORES
            IF WS-FS-OPER EQUAL 35
                DISPLAY "* ARQUIVO OPERADORES NAO EXISTE *"
                CLOSE REVISAO_ACESSOS
                GO TO MENU-001.

            MOVE RVA-OPERADOR TO OP-ID
            READ OPERADORES
                INVALID KEY
                    DISPLAY "*** OPERADOR " RVA-OPERADOR
                        " NAO ESTA MAIS CADASTRADO ***"
                    CLOSE OPERADORES
                    CLOSE REVISAO_ACESSOS
                    GO TO MENU-001
            END-READ

            IF WS-ITEM-REVOGAR EQUAL 'CONTA'
                MOVE 'S' TO OP-BLOQUEADO
            ELSE
                PERFORM 8300-INDICE-PERMISSAO
                    THRU 8300-INDICE-PERMISSAO-FIM
                EVALUATE WS-IX-ACHADO
                    WHEN 0
                        DISPLAY "*** PERMISSAO DESCONHECIDA: "
                            WS-ITEM-REVOGAR " ***"
                        CLOSE OPERADORES
                        CLOSE REVISAO_ACESSOS
                        GO TO MENU-001
                    WHEN 9
                        MOVE 'N' TO OP-PODE-EXCLUIR
                    WHEN OTHER
                        MOVE OP-PERMISSOES TO WS-PERMISSOES-OPER
                        MOVE 'N' TO WS-PERM-OPER(WS-IX-ACHADO)
                        MOVE WS-PERMISSOES-OPER TO OP-PERMISSOES
                END-EVALUATE
            END-IF
            REWRITE REG-OPERADOR
            CLOSE OPERADORES

            MOVE 'R'              TO RVA-DECISAO
            MOVE WS-ITEM-REVOGAR  TO RVA-ITEM-REVOGADO
            MOVE WS-JUSTIFICATIVA TO RVA-JUSTIFICATIVA
            MOVE WS-SIGN-OPERADOR TO RVA-SUPERVISOR
            MOVE FUNCTION CURRENT-DATE(1:14) TO RVA-DT-DECISAO
            REWRITE REG-REVISAO-ACESSO
            CLOSE REVISAO_ACESSOS

            PERFORM 9000-LOG-REVOGACAO THRU 9000-LOG-REVOGACAO-FIM

            DISPLAY "REVOGADO " WS-ITEM-REVOGAR " DO OPERADOR "
                RVA-OPERADOR " PELO SUPERVISOR " WS-SIGN-OPERADOR "."
            GO TO MENU-001.
      *
      ******************************
      * EVIDENCIAS DAS DECISOES    *
      ******************************
      *
       EVI-001.
            DISPLAY 'INFORME O TRIMESTRE (AAAAT):'
            ACCEPT WS-TRIMESTRE
            PERFORM 8000-POSICIONA THRU 8000-POSICIONA-FIM
            IF WS-FS-REVISAO EQUAL 35
                GO TO MENU-001.

       EVI-002.
            DISPLAY '------ DECISOES DA REVISAO DO TRIMESTRE ------'
            PERFORM UNTIL WS-EOF = 1
               READ REVISAO_ACESSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RVA-TRIMESTRE NOT EQUAL WS-TRIMESTRE
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF NOT RVA-PENDENTE
                               PERFORM 8100-MOSTRA-LINHA
                                   THRU 8100-MOSTRA-LINHA-FIM
                               DISPLAY '    DECISAO: ' WS-SITUACAO
                                   ' SUPERVISOR: ' RVA-SUPERVISOR
                                   ' EM: ' RVA-DT-DECISAO
                                   ' REVOGADO: ' RVA-ITEM-REVOGADO
                               DISPLAY '    JUSTIFICATIVA: '
                                   RVA-JUSTIFICATIVA
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'LINHAS DECIDIDAS: ' WS-QTD-LINHAS
            DISPLAY " "
            CLOSE REVISAO_ACESSOS
            GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      **************************************
      * ABRE A REVISAO NO INICIO DO        *
      * TRIMESTRE INFORMADO                *
      **************************************
      *
       8000-POSICIONA.
           SET WS-EOF        TO 0.
           SET WS-FS-REVISAO TO 0.
           SET WS-QTD-LINHAS TO 0.
           OPEN INPUT REVISAO_ACESSOS
           IF WS-FS-REVISAO EQUAL 35
               DISPLAY "* ARQUIVO REVISAO_ACESSOS NAO EXISTE *"
               GO TO 8000-POSICIONA-FIM
           END-IF

           MOVE LOW-VALUES   TO RVA-CHAVE
           MOVE WS-TRIMESTRE TO RVA-TRIMESTRE
           START REVISAO_ACESSOS KEY IS NOT LESS THAN RVA-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
       8000-POSICIONA-FIM.
           EXIT.
      *
       8100-MOSTRA-LINHA.
           EVALUATE TRUE
               WHEN RVA-PENDENTE
                   MOVE 'PENDENTE'   TO WS-SITUACAO
               WHEN RVA-CONFIRMADA
                   MOVE 'CONFIRMADA' TO WS-SITUACAO
               WHEN RVA-REVOGADA
                   MOVE 'REVOGADA'   TO WS-SITUACAO
           END-EVALUATE
           DISPLAY ' ' RVA-OPERADOR ' ' RVA-TIPO ' ' RVA-ITEM
               ' ULTIMO USO: ' RVA-DT-ULT-USO
               ' NO TRIMESTRE: ' RVA-USADO-TRIMESTRE
               ' SOD: ' RVA-EM-CONFLITO
           IF RVA-LINHA-CONFLITO
               DISPLAY '    ' RVA-PERMISSAO-1 ' X ' RVA-PERMISSAO-2
           END-IF
           DISPLAY '    ' RVA-DESCRICAO
           ADD 1 TO WS-QTD-LINHAS.
       8100-MOSTRA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * LE A LINHA PENDENTE A DECIDIR;     *
      * DEIXA REVISAO_ACESSOS ABERTO I-O   *
      * QUANDO WS-FS-REVISAO VOLTA ZERO    *
      **************************************
      *
       8200-LE-LINHA.
           DISPLAY 'INFORME O TRIMESTRE (AAAAT):'
           ACCEPT WS-TRIMESTRE
           DISPLAY 'INFORME O ID DO OPERADOR REVISADO:'
           ACCEPT WS-ID
           DISPLAY 'INFORME O TIPO DA LINHA (A, C OU P):'
           ACCEPT WS-TIPO
           EVALUATE WS-TIPO
               WHEN 'A'
                   MOVE 'CONTA' TO WS-ITEM
               WHEN 'C'
                   DISPLAY 'INFORME O CODIGO DA REGRA DE CONFLITO:'
                   MOVE SPACES TO WS-ITEM
                   ACCEPT WS-ITEM
               WHEN 'P'
                   DISPLAY 'INFORME A PERMISSAO:'
                   MOVE SPACES TO WS-ITEM
                   ACCEPT WS-ITEM
               WHEN OTHER
                   DISPLAY "*** DIGITE APENAS A, C OU P ***"
                   MOVE 99 TO WS-FS-REVISAO
                   GO TO 8200-LE-LINHA-FIM
           END-EVALUATE

      *> SEGREGACAO DE FUNCOES TAMBEM NA REVISAO: NINGUEM APROVA O
      *> PROPRIO ACESSO.
           IF WS-ID EQUAL WS-SIGN-OPERADOR
               DISPLAY "*** O SUPERVISOR NAO DECIDE A REVISAO DA "
                   "PROPRIA CONTA ***"
               MOVE 99 TO WS-FS-REVISAO
               GO TO 8200-LE-LINHA-FIM
           END-IF

           SET WS-FS-REVISAO TO 0.
           OPEN I-O REVISAO_ACESSOS
           IF WS-FS-REVISAO EQUAL 35
               DISPLAY "* ARQUIVO REVISAO_ACESSOS NAO EXISTE *"
               GO TO 8200-LE-LINHA-FIM
           END-IF

           MOVE WS-TRIMESTRE TO RVA-TRIMESTRE
           MOVE WS-ID        TO RVA-OPERADOR
           MOVE WS-TIPO      TO RVA-TIPO
           MOVE WS-ITEM      TO RVA-ITEM
           READ REVISAO_ACESSOS
               INVALID KEY
                   DISPLAY "*** LINHA NAO ENCONTRADA NA REVISAO ***"
                   CLOSE REVISAO_ACESSOS
                   MOVE 23 TO WS-FS-REVISAO
                   GO TO 8200-LE-LINHA-FIM
           END-READ

           IF NOT RVA-PENDENTE
               DISPLAY "*** LINHA JA DECIDIDA (" RVA-DECISAO ") POR "
                   RVA-SUPERVISOR " EM " RVA-DT-DECISAO " ***"
               CLOSE REVISAO_ACESSOS
               MOVE 99 TO WS-FS-REVISAO
               GO TO 8200-LE-LINHA-FIM
           END-IF

           MOVE ZEROS TO WS-QTD-LINHAS
           PERFORM 8100-MOSTRA-LINHA THRU 8100-MOSTRA-LINHA-FIM.
       8200-LE-LINHA-FIM.
           EXIT.
      *
       8300-INDICE-PERMISSAO.
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM 8310-COMPARA-NOME THRU 8310-COMPARA-NOME-FIM
               VARYING WS-IX-PERM FROM 1 BY 1
               UNTIL WS-IX-PERM > 9 OR WS-IX-ACHADO > ZEROS.
       8300-INDICE-PERMISSAO-FIM.
           EXIT.
      *
       8310-COMPARA-NOME.
           IF WS-NOME-PERM(WS-IX-PERM) EQUAL WS-ITEM-REVOGAR
               MOVE WS-IX-PERM TO WS-IX-ACHADO
           END-IF.
       8310-COMPARA-NOME-FIM.
           EXIT.
      *
      **************************************
      * REGISTRA A REVOGACAO NO LOG DE     *
      * SEGURANCA                          *
      **************************************
      *
       9000-LOG-REVOGACAO.
           SET WS-FS-SEGLOG TO 0.
           OPEN EXTEND SEG_LOG
           IF WS-FS-SEGLOG EQUAL 35
               OPEN OUTPUT SEG_LOG
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO SEG-DATA-HORA
           MOVE RVA-OPERADOR     TO SEG-OPERADOR
           MOVE 'REVOGA'         TO SEG-EVENTO
           MOVE WS-SIGN-PROGRAMA TO SEG-PROGRAMA
           WRITE REG-SEG-LOG

           CLOSE SEG_LOG.
       9000-LOG-REVOGACAO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_207.

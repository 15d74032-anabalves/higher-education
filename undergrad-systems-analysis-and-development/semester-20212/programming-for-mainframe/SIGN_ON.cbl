      * ALEM DE LIM-FALHAS BLOQUEIAM A CONTA (SO O SUPERVISOR
      * DESBLOQUEIA EM EXERCICIO_120) E TODO EVENTO - SIGN-ON,
      * FALHA, BLOQUEIO, TROCA E PERMISSAO NEGADA - FICA NO LOG DE
      * SEGURANCA (SEG_LOG). A TABELA DE PERMISSOES COBRE TAMBEM O
      * ROMANEIO, O DE-PARA DE ITENS, AS METAS DE VENDAS, OS CURSOS,
      * A TABELA DE MENSALIDADES, O APROVEITAMENTO DE ESTUDOS, AS
      * SALAS, AS ATIVIDADES COMPLEMENTARES E DE ESTAGIO E A TABELA
      * DE TAXAS DE SERVICOS ACADEMICOS, A REVISAO DE CLIENTES
      * DUPLICADOS, O SPOOL DE RELATORIOS E O ATENDIMENTO LGPD.
      * A TABELA PROGRAMA X PERMISSAO FICA NA SUBROTINA MAPA_PERMISSAO,
      * COMPARTILHADA COM A REVISAO PERIODICA DE ACESSOS
      * (EXERCICIO_206); CADA PROGRAMA LIBERADO NUMA SESSAO JA
      * ASSINADA FICA NO LOG COMO 'ACESSO', PARA QUE A REVISAO SAIBA
      * QUANDO CADA PERMISSAO FOI USADA PELA ULTIMA VEZ.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          05 WS-MEM-VENDEDORES         PIC X(001).
          05 WS-MEM-DISCIPLINAS        PIC X(001).
          05 WS-MEM-MATRICULA          PIC X(001).
       01 FILLER REDEFINES WS-PERMISSOES-MEM.
          05 WS-MEM-PERMISSAO OCCURS 8 TIMES PIC X(001).
       77 WS-IX-PERMISSAO              PIC 9(002).
      *> A SESSAO JA ESTAVA ASSINADA NA ENTRADA: O ACESSO AO PROGRAMA
      *> VAI PARA O LOG COMO 'ACESSO' (O PRIMEIRO JA SAI COMO SIGNON).
       77 WS-JA-ASSINADO               PIC X(001).
       77 WS-PERMITIDO                 PIC X(001).
       77 WS-FS-SEGLOG                 PIC 99.
       77 WS-EVENTO                    PIC X(010).
           MOVE 'N'    TO LK-RESULTADO
           MOVE SPACES TO LK-OPERADOR
           MOVE 'N'    TO LK-PODE-EXCLUIR
           MOVE WS-ASSINADO TO WS-JA-ASSINADO

           IF WS-ASSINADO NOT EQUAL 'S'
               PERFORM 1000-IDENTIFICA THRU 1000-IDENTIFICA-FIM
               MOVE WS-OPERADOR-MEM TO LK-OPERADOR
               MOVE WS-EXCLUIR-MEM  TO LK-PODE-EXCLUIR
               MOVE 'O'             TO LK-RESULTADO
               IF WS-JA-ASSINADO EQUAL 'S'
                   MOVE 'ACESSO' TO WS-EVENTO
                   PERFORM 9000-GRAVA-SEG-LOG
                       THRU 9000-GRAVA-SEG-LOG-FIM
               END-IF
           ELSE
               DISPLAY "*** OPERADOR " WS-OPERADOR-MEM
                   " SEM PERMISSAO PARA " LK-PROGRAMA " ***"
      *
       2000-CONFERE-PERMISSAO.
           MOVE 'N' TO WS-PERMITIDO
           CALL 'MAPA_PERMISSAO' USING LK-PROGRAMA, WS-IX-PERMISSAO
           IF WS-IX-PERMISSAO > ZEROS
               MOVE WS-MEM-PERMISSAO(WS-IX-PERMISSAO) TO WS-PERMITIDO
           END-IF.
       2000-CONFERE-PERMISSAO-FIM.
           EXIT.


      * COLACAO QUE A INSPECAO DO MINISTERIO PEDE. A MATRICULA
      * (EXERCICIO_030) E O FATURAMENTO DE MENSALIDADES
      * (EXERCICIO_031) PASSAM A PULAR O ALUNO FORMADO. A FORMATURA
      * SAI DO LIVRO DE PAPEL. A COLACAO E RECUSADA ENQUANTO O ALUNO
      * NAO TIVER VALIDADAS AS HORAS MINIMAS DE ATIVIDADES
      * COMPLEMENTARES E DE ESTAGIO DO SEU CURSO (EXERCICIO_189,
      * SUBROTINA HORAS_COMPLEM), MOSTRANDO O QUE AINDA FALTA. O
      * PRIMEIRO CERTIFICADO SAI SEM CUSTO NO REGISTRO; A REIMPRESSAO
      * (SEGUNDA VIA) COBRA A TAXA DE SERVICO DO TIPO DIP (SUBROTINA
      * COBRA_TAXA, TABELA DO EXERCICIO_193) CONTRA O NUMERO DO
      * DIPLOMA. SE O TIPO RETEM ATE O PAGAMENTO, A SEGUNDA VIA SO SAI
      * QUANDO A REIMPRESSAO E PEDIDA DE NOVO COM A DUPLICATA PAGA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).
       77 WS-RGM           PIC 9(005).
       77 WS-DT-COLACAO    PIC 9(008).
       77 WS-NR-DIPLOMA    PIC 9(007).

      *> RETORNO DA SUBROTINA HORAS_COMPLEM.
       77 WS-COD-CURSO      PIC 9(003).
       77 WS-HC-MIN-COMPLEM PIC 9(004).
       77 WS-HC-MIN-ESTAGIO PIC 9(004).
       77 WS-HC-COMPLEM     PIC 9(005).
       77 WS-HC-ESTAGIO     PIC 9(005).
       77 WS-HC-RESULTADO   PIC X(001).
       77 WS-HC-FALTA       PIC 9(005).
       01 WS-LINHA-REL     PIC X(132).

      *> CHAMADA DA SUBROTINA DE TAXAS DE SERVICOS ACADEMICOS.
       77 WS-TX-FUNCAO       PIC X(001) VALUE 'E'.
       77 WS-TX-TIPO-DOC     PIC X(003) VALUE 'DIP'.
       77 WS-TX-PERIODO      PIC X(006) VALUE SPACES.
       77 WS-TX-REFERENCIA   PIC X(010).
       77 WS-TX-NR-DUPLICATA PIC 9(007).
       77 WS-TX-VALOR        PIC S9(013)V9(002).
       77 WS-TX-RESULTADO    PIC X(001).
       77 WS-TX-VALOR-EDIT   PIC ZZZZZZZZZZZZ9.99.

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_115'.
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_115'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'LIVRO DE COLACAO DE GRAU'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
                    GO TO MENU-001
            END-READ
            DISPLAY 'FORMANDO: ' NOME-ALUNO
            MOVE COD-CURSO-ALUNO TO WS-COD-CURSO
            CLOSE ALUNOS

      *> SEM AS HORAS MINIMAS DE ATIVIDADES E ESTAGIO VALIDADAS O
      *> ALUNO NAO COLA GRAU; CURSO FORA DO CADASTRO NAO TEM MINIMO.
            CALL 'HORAS_COMPLEM' USING WS-RGM, WS-COD-CURSO,
                WS-HC-MIN-COMPLEM, WS-HC-MIN-ESTAGIO, WS-HC-COMPLEM,
                WS-HC-ESTAGIO, WS-HC-RESULTADO
            IF WS-HC-RESULTADO EQUAL 'N'
               DISPLAY "*** ALUNO NAO ELEGIVEL - HORAS MINIMAS DO "
                   "CURSO NAO CUMPRIDAS ***"
               IF WS-HC-COMPLEM < WS-HC-MIN-COMPLEM
                  SUBTRACT WS-HC-COMPLEM FROM WS-HC-MIN-COMPLEM
                      GIVING WS-HC-FALTA
                  DISPLAY "    FALTAM " WS-HC-FALTA
                      " HORAS DE ATIVIDADES COMPLEMENTARES"
               END-IF
               IF WS-HC-ESTAGIO < WS-HC-MIN-ESTAGIO
                  SUBTRACT WS-HC-ESTAGIO FROM WS-HC-MIN-ESTAGIO
                      GIVING WS-HC-FALTA
                  DISPLAY "    FALTAM " WS-HC-FALTA
                      " HORAS DE ESTAGIO"
               END-IF
               GO TO MENU-001.

       REG-003.
            SET WS-FS-COLACAO TO 0.
            END-READ
            CLOSE COLACAO_GRAU

      *> SEGUNDA VIA: TAXA CONTRA O NUMERO DO DIPLOMA. COM A TAXA
      *> RETIDA, A MESMA CHAMADA SO CONFERE O PAGAMENTO.
            MOVE COL-NR-DIPLOMA TO WS-TX-REFERENCIA
            CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
                WS-RGM, WS-TX-PERIODO, WS-TX-REFERENCIA,
                WS-SIGN-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
                WS-TX-RESULTADO
            MOVE WS-TX-VALOR TO WS-TX-VALOR-EDIT
            EVALUATE WS-TX-RESULTADO
                WHEN 'I'
                    DISPLAY "* TAXA DA SEGUNDA VIA ISENTA *"
                WHEN 'C'
                    DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                        " COBRADA NA DUPLICATA " WS-TX-NR-DUPLICATA
                        " *"
                WHEN 'R'
                    DISPLAY "* SEGUNDA VIA RETIDA ATE O PAGAMENTO DA "
                        "DUPLICATA " WS-TX-NR-DUPLICATA " (VALOR "
                        WS-TX-VALOR-EDIT ") *"
                    GO TO MENU-001
                WHEN 'L'
                    DISPLAY "* DUPLICATA " WS-TX-NR-DUPLICATA
                        " PAGA - SEGUNDA VIA LIBERADA *"
                WHEN 'N'
                    DISPLAY "* ATENCAO: TAXA NAO COBRADA - ALUNO SEM "
                        "CLIENTE; AVISE O FINANCEIRO *"
            END-EVALUATE

            PERFORM 5000-IMPRIME-CERTIFICADO
                THRU 5000-IMPRIME-CERTIFICADO-FIM
            GO TO MENU-001.
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            CLOSE RELATORIO
            MOVE 'LIVRO DE COLACAO DE GRAU' TO WS-AR-TITULO
            PERFORM 9700-ARQUIVA-RELATORIO
                THRU 9700-ARQUIVA-RELATORIO-FIM
            CLOSE COLACAO_GRAU
            DISPLAY 'LIVRO DE COLACAO GRAVADO EM colacao_grau_rel ('
                WS-CONTADOR ' FORMADOS).'
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           CLOSE RELATORIO
           MOVE 'CERTIFICADO DE COLACAO DE GRAU' TO WS-AR-TITULO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           DISPLAY "CERTIFICADO GRAVADO EM colacao_grau_rel.".
       5000-IMPRIME-CERTIFICADO-FIM.
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

           MOVE WS-SIGN-OPERADOR TO WS-AR-OPERADOR
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

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_115.

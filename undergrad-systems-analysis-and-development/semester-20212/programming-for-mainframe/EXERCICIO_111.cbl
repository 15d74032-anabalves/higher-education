      * (CAL_CHECK), PELO BLOQUEIO DE DEBITO (POSICAO_CLIENTE), PELA
      * CAPACIDADE DA TURMA E PELO CHOQUE DE HORARIO, COMO NA
      * MATRICULA MANUAL (EXERCICIO_030). A SECRETARIA PARA DE
      * REDIGITAR CENTENAS DE MATRICULAS. AS PROPOSTAS SAEM DA GRADE
      * DO CURSO E VERSAO EM QUE O ALUNO ENTROU (GRADE.CPY).
      * DISCIPLINA APROVEITADA DE OUTRA INSTITUICAO (APROVEITAMENTOS,
      * EXERCICIO_186) VALE COMO APROVADA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      -        '\grade_curricular.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GRADE-CHAVE
           FILE STATUS IS WS-FS-GRADE.

           SELECT REMATRICULA ASSIGN TO
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-MATR.

           SELECT APROVEITAMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\aproveitamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS APV-CHAVE
           FILE STATUS     IS WS-FS-APV.

           SELECT TURMAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turmas.txt'
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

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.

       FD GRADE_CURRICULAR.
       01 REG-GRADE.
           COPY GRADE.

      *> PROPOSTA DE REMATRICULA: 'PRO' PROPOSTA, 'CNF' CONFIRMADA
      *> EM MATRICULA REAL, 'REC' RECUSADA NA CONFIRMACAO.
       01 REG-POSICAO.
           COPY POSICAO.

       FD APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           COPY APROVEIT.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       77 WS-FS-MATR       PIC 99.
       77 WS-FS-TURMAS     PIC 99.
       77 WS-FS-POSICAO    PIC 99.
       77 WS-FS-APV        PIC 99.
       77 WS-FS-REL        PIC 99.
       77 WS-EOF           PIC 99.
       77 WS-EOF-GRADE     PIC 99.
       77 WS-PERIODO-NOVO  PIC X(006).
       77 WS-HOJE-AAAAMMDD PIC 9(008).
       77 WS-RGM           PIC 9(005).
       77 WS-CURSO-ALUNO   PIC 9(003).
       77 WS-VERSAO-ALUNO  PIC 9(002).
       77 WS-SECAO         PIC X(003).
       77 WS-APROVADO      PIC X(001).
       77 WS-PREREQ-OK     PIC X(001).
       77 WS-CC-DATA       PIC 9(008).
       77 WS-CC-RESULTADO  PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_111'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'REMATRICULA EM LOTE'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ REMATRICULA EM LOTE ------'

           SET WS-FS-A21 TO 0.
           OPEN INPUT ALUNOS2021
           SET WS-FS-APV TO 0.
           OPEN INPUT APROVEITAMENTOS
           SET WS-FS-GRADE TO 0.
           OPEN INPUT GRADE_CURRICULAR
           IF WS-FS-GRADE EQUAL 35
               UNTIL WS-EOF = 1.

           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           CLOSE REMATRICULA
           CLOSE GRADE_CURRICULAR
           IF WS-FS-A21 NOT EQUAL 35
               CLOSE ALUNOS2021
           END-IF
           IF WS-FS-APV NOT EQUAL 35
               CLOSE APROVEITAMENTOS
           END-IF
           CLOSE ALUNOS

           DISPLAY " "
               MOVE 1 TO WS-EOF
           NOT AT END

           MOVE RGM-ALUNO          TO WS-RGM
           MOVE COD-CURSO-ALUNO    TO WS-CURSO-ALUNO
           MOVE VERSAO-GRADE-ALUNO TO WS-VERSAO-ALUNO

           MOVE SPACES TO WS-LINHA-REL
           STRING ' ' DELIMITED BY SIZE
               WS-RGM DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               NOME-ALUNO DELIMITED BY SIZE
               '   CURSO ' DELIMITED BY SIZE
               WS-CURSO-ALUNO DELIMITED BY SIZE
               ' GRADE VERSAO ' DELIMITED BY SIZE
               WS-VERSAO-ALUNO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL

           ADD 1 TO WS-QTD-ALUNOS

      *> VARRE A GRADE DO CURSO E VERSAO DESTE ALUNO.
           SET WS-EOF-GRADE TO 0
           MOVE WS-CURSO-ALUNO  TO GRADE-COD-CURSO
           MOVE WS-VERSAO-ALUNO TO GRADE-VERSAO
           MOVE LOW-VALUES      TO GRADE-COD-DISCIPLINA
           START GRADE_CURRICULAR KEY IS NOT LESS THAN
               GRADE-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-GRADE
           END-START
               MOVE 1 TO WS-EOF-GRADE
           NOT AT END

      *> ACABOU A GRADE DO CURSO/VERSAO DO ALUNO.
           IF GRADE-COD-CURSO NOT EQUAL WS-CURSO-ALUNO OR
              GRADE-VERSAO NOT EQUAL WS-VERSAO-ALUNO
               MOVE 1 TO WS-EOF-GRADE
               GO TO 1200-EXAMINA-DISCIPLINA-FIM
           END-IF

      *> DISCIPLINA JA APROVADA NO HISTORICO NAO E PROPOSTA.
           MOVE GRADE-COD-DISCIPLINA TO WS-PREREQ
           PERFORM 2000-TESTA-APROVACAO
       2000-TESTA-APROVACAO.
           MOVE 'N' TO WS-APROVADO
           IF WS-FS-A21 EQUAL 35
               GO TO 2000-TESTA-APROVEITAMENTO
           END-IF

           MOVE WS-RGM    TO RGM-ALUNOS2021
           MOVE SPACES    TO DISCIPLINA-ALUNOS2021
           START ALUNOS2021 KEY IS NOT LESS THAN CHAVE-ALUNOS2021
               INVALID KEY
                   GO TO 2000-TESTA-APROVEITAMENTO
           END-START

           PERFORM 2100-VARRE-HISTORICO
           IF WS-APROVADO EQUAL 'F'
               MOVE 'N' TO WS-APROVADO
           END-IF.

      *> SEM APROVACAO NO HISTORICO, VALE O APROVEITAMENTO DE ESTUDOS.
       2000-TESTA-APROVEITAMENTO.
           IF WS-APROVADO EQUAL 'N' AND WS-FS-APV NOT EQUAL 35
               MOVE WS-RGM    TO APV-RGM
               MOVE WS-PREREQ TO APV-COD-DISCIPLINA
               READ APROVEITAMENTOS
                   NOT INVALID KEY
                       IF APV-APROVEITADO
                           MOVE 'S' TO WS-APROVADO
                       END-IF
               END-READ
           END-IF.
       2000-TESTA-APROVACAO-FIM.
           EXIT.
      *
           END-READ.
       5310-EXAMINA-MATRICULA-FIM.
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

       END PROGRAM EXERCICIO_111.

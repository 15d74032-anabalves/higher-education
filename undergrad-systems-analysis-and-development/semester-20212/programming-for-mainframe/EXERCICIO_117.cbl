      * DATA DE EMISSAO E UM NUMERO DE CONTROLE SEQUENCIAL
      * (NUM_DECLARA) QUE FICA REGISTRADO EM DECLARACOES PARA A
      * VERIFICACAO DE AUTENTICIDADE QUANDO ALGUEM LIGA CONFERINDO.
      * A MAQUINA DE ESCREVER DA SECRETARIA PODE DESCANSAR. A EMISSAO
      * COBRA A TAXA DE SERVICO DA DECLARACAO (SUBROTINA COBRA_TAXA,
      * TABELA DO EXERCICIO_193) CONTRA O NUMERO DE CONTROLE, COM AS
      * ISENCOES DA TABELA; QUANDO O TIPO RETEM O DOCUMENTO ATE O
      * PAGAMENTO, A DECLARACAO FICA REGISTRADA MAS SO E IMPRESSA NA
      * OPCAO DE LIBERACAO, DEPOIS DE PAGA A DUPLICATA. A PEDIDO DO
      * ALUNO A DECLARACAO TRAZ TAMBEM O COEFICIENTE DE RENDIMENTO
      * (CR) E A CLASSIFICACAO NO CURSO, DO ULTIMO PERIODO CALCULADO
      * ATE O DA DECLARACAO EM COEF_REND (EXERCICIO_195).
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT COEF_REND ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\coef_rend.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CRD-CHAVE
           FILE STATUS     IS WS-FS-CRD.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
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

       FD MATRICULA.
       01 REG-MATRICULA.
       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       FD COEF_REND.
       01 REG-COEF-REND.
           COPY COEFREND.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS     PIC 99.
       77 WS-FS-MATR       PIC 99.
       77 WS-FS-TURMAS     PIC 99.
       77 WS-FS-DECL       PIC 99.
       77 WS-FS-REL        PIC 99.
       77 WS-FS-CRD        PIC 99.
       77 WS-EOF           PIC 99.
       77 W-OPCAO          PIC 99.
       77 WS-RGM           PIC 9(005).
       77 WS-QTD-DISC      PIC 9(003).
       01 WS-LINHA-REL     PIC X(132).

      *> CR E CLASSIFICACAO NA DECLARACAO (OPCIONAL).
       77 WS-INCLUI-CR     PIC X(001).
       77 WS-ACHOU-CR      PIC X(001).
       77 WS-CR-EDIT       PIC Z9.99.
       77 WS-CR-PER-EDIT   PIC Z9.99.
       77 WS-POS-EDIT      PIC ZZZ9.
       77 WS-TURMA-EDIT    PIC ZZZ9.
       01 WS-ULTIMO-CR     PIC X(061).

      *> CHAMADA DA SUBROTINA DE TAXAS DE SERVICOS ACADEMICOS.
       77 WS-TX-FUNCAO       PIC X(001).
       77 WS-TX-TIPO-DOC     PIC X(003) VALUE 'DEC'.
       77 WS-TX-REFERENCIA   PIC X(010).
       77 WS-TX-NR-DUPLICATA PIC 9(007).
       77 WS-TX-VALOR        PIC S9(013)V9(002).
       77 WS-TX-RESULTADO    PIC X(001).
       77 WS-TX-VALOR-EDIT   PIC ZZZZZZZZZZZZ9.99.

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_117'.
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_117'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'DECLARACAO ESCOLAR'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            DISPLAY '|---[ DECLARACOES DE MATRICULA ]---|'
            DISPLAY "| 1 - EMITIR DECLARACAO            |"
            DISPLAY "| 2 - VERIFICAR AUTENTICIDADE      |"
            DISPLAY "| 3 - LIBERAR DECLARACAO RETIDA    |"
            DISPLAY "| 99 - SAIR                        |"
            DISPLAY '|----------------------------------|'
            DISPLAY " "
               GO TO EMI-001.
            IF W-OPCAO = 2
               GO TO VER-001.
            IF W-OPCAO = 3
               GO TO LIB-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
            ACCEPT WS-RGM
            DISPLAY 'INFORME O PERIODO LETIVO (EX: 202102):'
            ACCEPT WS-PERIODO
            DISPLAY 'INCLUIR CR E CLASSIFICACAO (S/N)?'
            ACCEPT WS-INCLUI-CR

            SET WS-FS-ALUNOS TO 0.
            OPEN INPUT ALUNOS
                INVALID KEY
                    REWRITE REG-DECLARACAO
            END-WRITE
            CLOSE DECLARACOES

      *> TAXA DA DECLARACAO, REGISTRADA CONTRA O NUMERO DE CONTROLE.
      *> RETIDA ATE O PAGAMENTO: NAO IMPRIME AGORA.
            MOVE 'E'       TO WS-TX-FUNCAO
            MOVE WS-NUMERO TO WS-TX-REFERENCIA
            CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
                WS-RGM, WS-PERIODO, WS-TX-REFERENCIA,
                WS-SIGN-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
                WS-TX-RESULTADO
            PERFORM TAXA-001
            IF WS-TX-RESULTADO EQUAL 'R'
                DISPLAY "DECLARACAO " WS-NUMERO " RETIDA ATE O "
                    "PAGAMENTO - LIBERE NA OPCAO 3"
                GO TO MENU-001.

       EMI-004.
            SET WS-FS-REL TO 0.
                WRITE REG-RELATORIO FROM WS-LINHA-REL
            END-IF

            IF WS-INCLUI-CR EQUAL 'S' OR WS-INCLUI-CR EQUAL 's'
                PERFORM 1200-LINHA-CR THRU 1200-LINHA-CR-FIM
            END-IF

            MOVE SPACES TO WS-LINHA-REL
            STRING ' EMITIDA EM ' DELIMITED BY SIZE
                WS-HOJE-AAAAMMDD DELIMITED BY SIZE
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            CLOSE RELATORIO
            PERFORM 9700-ARQUIVA-RELATORIO
                THRU 9700-ARQUIVA-RELATORIO-FIM
            DISPLAY "DECLARACAO " WS-NUMERO " GRAVADA EM "
                "declaracao_rel (" WS-QTD-DISC " DISCIPLINAS)."
            GO TO MENU-001.
       1100-LINHA-MATRICULA-FIM.
           EXIT.
      *
      **************************************
      * CR E CLASSIFICACAO DO ULTIMO       *
      * PERIODO CALCULADO ATE O DA         *
      * DECLARACAO                         *
      **************************************
      *
       1200-LINHA-CR.
           SET WS-FS-CRD TO 0.
           OPEN INPUT COEF_REND
           IF WS-FS-CRD EQUAL 35
               GO TO 1200-LINHA-CR-FIM
           END-IF

           MOVE 'N' TO WS-ACHOU-CR
           SET WS-EOF TO 0.
           MOVE WS-RGM     TO CRD-RGM
           MOVE LOW-VALUES TO CRD-PERIODO
           START COEF_REND KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ COEF_REND NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CRD-RGM NOT EQUAL WS-RGM OR
                           CRD-PERIODO > WS-PERIODO
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'S' TO WS-ACHOU-CR
                           MOVE REG-COEF-REND TO WS-ULTIMO-CR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COEF_REND

           IF WS-ACHOU-CR NOT EQUAL 'S'
               DISPLAY "* CR AINDA NAO CALCULADO PARA O ALUNO - "
                   "DECLARACAO SEM CR *"
               GO TO 1200-LINHA-CR-FIM
           END-IF
           MOVE WS-ULTIMO-CR TO REG-COEF-REND

           MOVE CRD-CR-ACUMULADO      TO WS-CR-EDIT
           MOVE CRD-CR-PERIODO        TO WS-CR-PER-EDIT
           MOVE CRD-POSICAO-ACUMULADO TO WS-POS-EDIT
           MOVE CRD-QTD-TURMA         TO WS-TURMA-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING ' COEFICIENTE DE RENDIMENTO (CR) ACUMULADO ATE '
               DELIMITED BY SIZE
               CRD-PERIODO DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WS-CR-EDIT DELIMITED BY SIZE
               '  (NO PERIODO: ' DELIMITED BY SIZE
               WS-CR-PER-EDIT DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CLASSIFICACAO NO CURSO (INGRESSANTES DE '
               DELIMITED BY SIZE
               CRD-PERIODO-INGRESSO DELIMITED BY SIZE
               '): ' DELIMITED BY SIZE
               WS-POS-EDIT DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WS-TURMA-EDIT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           WRITE REG-RELATORIO FROM WS-LINHA-REL.
       1200-LINHA-CR-FIM.
           EXIT.
      *
      ******************************
      * VERIFICACAO DE             *
      * AUTENTICIDADE              *
            CLOSE DECLARACOES
            GO TO MENU-001.
      *
      ******************************
      * LIBERACAO DA DECLARACAO    *
      * RETIDA ATE O PAGAMENTO     *
      ******************************
      *
       LIB-001.
            SET WS-FS-DECL TO 0.
            OPEN INPUT DECLARACOES
            IF WS-FS-DECL EQUAL 35
                DISPLAY "* NENHUMA DECLARACAO EMITIDA *"
                GO TO MENU-001.

            DISPLAY 'INFORME O NUMERO DE CONTROLE:'
            ACCEPT DEC-NUMERO
            READ DECLARACOES
                INVALID KEY
                    DISPLAY "*** NUMERO NAO CONSTA ***"
                    CLOSE DECLARACOES
                    GO TO MENU-001
            END-READ
            CLOSE DECLARACOES
            MOVE DEC-NUMERO  TO WS-NUMERO
            MOVE DEC-RGM     TO WS-RGM
            MOVE DEC-PERIODO TO WS-PERIODO
            DISPLAY 'INCLUIR CR E CLASSIFICACAO (S/N)?'
            ACCEPT WS-INCLUI-CR

            MOVE 'V'       TO WS-TX-FUNCAO
            MOVE WS-NUMERO TO WS-TX-REFERENCIA
            CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
                WS-RGM, WS-PERIODO, WS-TX-REFERENCIA,
                WS-SIGN-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
                WS-TX-RESULTADO
            IF WS-TX-RESULTADO EQUAL 'S'
                DISPLAY "*** DECLARACAO NAO ESTA RETIDA ***"
                GO TO MENU-001.
            PERFORM TAXA-001
            IF WS-TX-RESULTADO NOT EQUAL 'L'
                GO TO MENU-001.

            SET WS-FS-ALUNOS TO 0.
            OPEN INPUT ALUNOS
            IF WS-FS-ALUNOS EQUAL 35
                DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
                GO TO MENU-001.
            MOVE WS-RGM TO RGM-ALUNO
            READ ALUNOS
                INVALID KEY
                    DISPLAY "*** RGM NAO CADASTRADO ***"
                    CLOSE ALUNOS
                    GO TO MENU-001
            END-READ
            CLOSE ALUNOS
            GO TO EMI-004.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
      *
      ******************************
      * AVISO DA TAXA DE SERVICO   *
      ******************************
      *
       TAXA-001.
            MOVE WS-TX-VALOR TO WS-TX-VALOR-EDIT
            EVALUATE WS-TX-RESULTADO
                WHEN 'I'
                    DISPLAY "* TAXA DA DECLARACAO ISENTA *"
                WHEN 'C'
                    DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                        " COBRADA NA DUPLICATA " WS-TX-NR-DUPLICATA
                        " *"
                WHEN 'R'
                    DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                        " PENDENTE NA DUPLICATA " WS-TX-NR-DUPLICATA
                        " *"
                WHEN 'L'
                    DISPLAY "* DUPLICATA " WS-TX-NR-DUPLICATA
                        " PAGA - DECLARACAO LIBERADA *"
                WHEN 'N'
                    DISPLAY "* ATENCAO: TAXA NAO COBRADA - ALUNO SEM "
                        "CLIENTE; AVISE O FINANCEIRO *"
            END-EVALUATE.
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

       END PROGRAM EXERCICIO_117.

      * Author: Ana Beatriz Barbosa Alves
      * Date: 18/11/2021
      * Purpose: EMITIR O HISTORICO ESCOLAR DE UM ALUNO (TODOS OS
      * PERIODOS LANCADOS EM ALUNOS2021), SEGUIDO DAS DISCIPLINAS
      * APROVEITADAS DE OUTRA INSTITUICAO (APROVEITAMENTOS,
      * EXERCICIO_186), QUE CONTAM NA CARGA CUMPRIDA MAS NAO TEM NOTA
      * E FICAM FORA DA MEDIA GERAL. A EMISSAO COBRA A TAXA DE
      * SERVICO DO HISTORICO (SUBROTINA COBRA_TAXA, TABELA DO
      * EXERCICIO_193); SE O TIPO RETEM O DOCUMENTO ATE O PAGAMENTO,
      * O HISTORICO SO E LISTADO QUANDO PEDIDO DE NOVO COM A
      * DUPLICATA PAGA. NO FIM MOSTRA O COEFICIENTE DE RENDIMENTO
      * (CR) DO PERIODO E ACUMULADO E A CLASSIFICACAO DO ALUNO NA
      * TURMA DE INGRESSO, DO ULTIMO PERIODO CALCULADO EM COEF_REND
      * (EXERCICIO_195).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISCIPLINAS.

           SELECT APROVEITAMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\aproveitamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS APV-CHAVE
           FILE STATUS     IS WS-FS-APV.

           SELECT COEF_REND ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\coef_rend.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CRD-CHAVE
           FILE STATUS     IS WS-FS-CRD.
       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS2021.
           03 COD-DISCIPLINA          PIC X(06).
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       FD APROVEITAMENTOS.
       01 REG-APROVEITAMENTO.
           COPY APROVEIT.

       FD COEF_REND.
       01 REG-COEF-REND.
           COPY COEFREND.
       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS2021         PIC 99.
       77 WS-FS-DISCIPLINAS        PIC 99.
       77 WS-FS-APV                PIC 99.
       77 WS-FS-CRD                PIC 99.
       77 WS-ACHOU-CR              PIC X(001).
       77 WS-EOF                   PIC 99.
       77 WS-DISC-BUSCA            PIC X(006).
       77 WS-QTD-APROVEITADAS      PIC 9(003) VALUE ZEROS.
       77 WS-RGM-PROCURADO         PIC 9(005).
       77 WS-NOME-DISCIPLINA       PIC X(030).
       77 WS-CARGA-HORARIA         PIC 9(003).
       77 WS-SOMA-MEDIAS           PIC S9(005)V9(002) VALUE ZEROS.
       77 WS-MEDIA-GERAL           PIC S9(002)V9(002).

      *> CHAMADA DA SUBROTINA DE TAXAS DE SERVICOS ACADEMICOS.
       77 WS-TX-FUNCAO             PIC X(001) VALUE 'E'.
       77 WS-TX-TIPO-DOC           PIC X(003) VALUE 'HIS'.
       77 WS-TX-PERIODO            PIC X(006) VALUE SPACES.
       77 WS-TX-REFERENCIA         PIC X(010) VALUE SPACES.
       77 WS-TX-OPERADOR           PIC X(008) VALUE 'SECRETAR'.
       77 WS-TX-NR-DUPLICATA       PIC 9(007).
       77 WS-TX-VALOR              PIC S9(013)V9(002).
       77 WS-TX-RESULTADO          PIC X(001).
       77 WS-TX-VALOR-EDIT         PIC ZZZZZZZZZZZZ9.99.

      *> ULTIMO REGISTRO DE COEF_REND DO ALUNO.
       01 WS-ULTIMO-CR             PIC X(061).

       01 WS-ALUNO2021.
           03 WS-CHAVE-ALUNOS2021.
              05 WS-RGM-ALUNOS2021     PIC 9(005).

           DISPLAY 'INFORME O RGM DO ALUNO'
           ACCEPT WS-RGM-PROCURADO

      *> TAXA DO HISTORICO. RETIDO ATE O PAGAMENTO: NAO LISTA.
           CALL 'COBRA_TAXA' USING WS-TX-FUNCAO, WS-TX-TIPO-DOC,
               WS-RGM-PROCURADO, WS-TX-PERIODO, WS-TX-REFERENCIA,
               WS-TX-OPERADOR, WS-TX-NR-DUPLICATA, WS-TX-VALOR,
               WS-TX-RESULTADO
           MOVE WS-TX-VALOR TO WS-TX-VALOR-EDIT
           EVALUATE WS-TX-RESULTADO
               WHEN 'I'
                   DISPLAY "* TAXA DO HISTORICO ISENTA *"
               WHEN 'C'
                   DISPLAY "* TAXA DE " WS-TX-VALOR-EDIT
                       " COBRADA NA DUPLICATA " WS-TX-NR-DUPLICATA " *"
               WHEN 'L'
                   DISPLAY "* DUPLICATA " WS-TX-NR-DUPLICATA
                       " PAGA - HISTORICO LIBERADO *"
               WHEN 'N'
                   DISPLAY "* ATENCAO: TAXA NAO COBRADA - ALUNO SEM "
                       "CLIENTE; AVISE O FINANCEIRO *"
               WHEN 'R'
                   DISPLAY "* HISTORICO RETIDO ATE O PAGAMENTO DA "
                       "DUPLICATA " WS-TX-NR-DUPLICATA " (VALOR "
                       WS-TX-VALOR-EDIT ") *"
                   CLOSE ALUNOS2021
                   IF WS-FS-DISCIPLINAS NOT EQUAL 35
                       CLOSE DISCIPLINAS
                   END-IF
                   STOP RUN
           END-EVALUATE

           MOVE WS-RGM-PROCURADO TO RGM-ALUNOS2021
           MOVE LOW-VALUES TO PERIODO-ALUNOS2021
           MOVE LOW-VALUES TO DISCIPLINA-ALUNOS2021
           PERFORM 2000-LISTA-PERIODO THRU 2000-LISTA-PERIODO-FIM
               UNTIL WS-EOF = 1.

           PERFORM 3000-LISTA-APROVEITAMENTOS
               THRU 3000-LISTA-APROVEITAMENTOS-FIM.

           CLOSE ALUNOS2021.
           IF WS-FS-DISCIPLINAS NOT EQUAL 35
               CLOSE DISCIPLINAS
           DISPLAY " "
           DISPLAY "------------- TOTAIS DO HISTORICO -------------"
           DISPLAY "DISCIPLINAS CURSADAS: " WS-QTD-LINHAS
           DISPLAY "DISCIPLINAS APROVEITADAS: " WS-QTD-APROVEITADAS
           DISPLAY "CARGA HORARIA ACUMULADA: " WS-TOTAL-CARGA
           IF WS-QTD-LINHAS > 0
               COMPUTE WS-MEDIA-GERAL =
                   WS-SOMA-MEDIAS / WS-QTD-LINHAS
               DISPLAY "MEDIA GERAL DO ALUNO: " WS-MEDIA-GERAL
           END-IF

           PERFORM 4000-MOSTRA-CR THRU 4000-MOSTRA-CR-FIM
           STOP RUN.

      *
                   IF WS-RGM-ALUNOS2021 NOT EQUAL WS-RGM-PROCURADO
                       MOVE 1 TO WS-EOF
                   ELSE
                       MOVE WS-DISCIPLINA-ALUNOS2021 TO WS-DISC-BUSCA
                       PERFORM 2100-BUSCA-DISCIPLINA
                           THRU 2100-BUSCA-DISCIPLINA-FIM
                       DISPLAY ' PERIODO: ' WS-PERIODO-ALUNOS2021
               GO TO 2100-BUSCA-DISCIPLINA-FIM
           END-IF

           MOVE WS-DISC-BUSCA TO COD-DISCIPLINA
           READ DISCIPLINAS
               INVALID KEY
                   MOVE '(NAO CADASTRADA)' TO WS-NOME-DISCIPLINA
           END-READ.
       2100-BUSCA-DISCIPLINA-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DE LISTAGEM DAS DISCIPLINAS *
      * APROVEITADAS (SEM NOTA, FORA DA    *
      * MEDIA GERAL)                       *
      **************************************
      *
       3000-LISTA-APROVEITAMENTOS.
           SET WS-FS-APV TO 0.
           OPEN INPUT APROVEITAMENTOS
           IF WS-FS-APV EQUAL 35
               GO TO 3000-LISTA-APROVEITAMENTOS-FIM
           END-IF

           SET WS-EOF TO 0
           MOVE WS-RGM-PROCURADO TO APV-RGM
           MOVE LOW-VALUES       TO APV-COD-DISCIPLINA
           START APROVEITAMENTOS KEY IS NOT LESS THAN APV-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ APROVEITAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF APV-RGM NOT EQUAL WS-RGM-PROCURADO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF APV-APROVEITADO
                               MOVE APV-COD-DISCIPLINA TO WS-DISC-BUSCA
                               PERFORM 2100-BUSCA-DISCIPLINA
                                   THRU 2100-BUSCA-DISCIPLINA-FIM
                               DISPLAY ' APROVEITAMENTO EM '
                                   APV-DT-DECISAO
                                   ' DISCIPLINA: ' APV-COD-DISCIPLINA
                                   ' - ' WS-NOME-DISCIPLINA
                                   ' CARGA: ' WS-CARGA-HORARIA
                                   ' STATUS: ' APV-STATUS
                               DISPLAY '   ORIGEM: ' APV-INSTITUICAO
                                   ' - ' APV-DISC-ORIGEM
                               ADD 1 TO WS-QTD-APROVEITADAS
                               ADD WS-CARGA-HORARIA TO WS-TOTAL-CARGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE APROVEITAMENTOS.
       3000-LISTA-APROVEITAMENTOS-FIM.
           EXIT.
      *
      **************************************
      * ROTINA DO CR E DA CLASSIFICACAO DO *
      * ULTIMO PERIODO CALCULADO           *
      **************************************
      *
       4000-MOSTRA-CR.
           SET WS-FS-CRD TO 0.
           OPEN INPUT COEF_REND
           IF WS-FS-CRD EQUAL 35
               GO TO 4000-MOSTRA-CR-FIM
           END-IF

      *> A CHAVE E RGM + PERIODO: O ULTIMO LIDO DO RGM E O MAIS RECENTE.
           MOVE 'N' TO WS-ACHOU-CR
           SET WS-EOF TO 0
           MOVE WS-RGM-PROCURADO TO CRD-RGM
           MOVE LOW-VALUES       TO CRD-PERIODO
           START COEF_REND KEY IS NOT LESS THAN CRD-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ COEF_REND NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CRD-RGM NOT EQUAL WS-RGM-PROCURADO
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'S' TO WS-ACHOU-CR
                           MOVE REG-COEF-REND TO WS-ULTIMO-CR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COEF_REND

           IF WS-ACHOU-CR NOT EQUAL 'S'
               GO TO 4000-MOSTRA-CR-FIM
           END-IF
           MOVE WS-ULTIMO-CR TO REG-COEF-REND
           DISPLAY "CR DO PERIODO " CRD-PERIODO ": " CRD-CR-PERIODO
               "   CR ACUMULADO: " CRD-CR-ACUMULADO
           DISPLAY "CLASSIFICACAO NA TURMA DE INGRESSO "
               CRD-PERIODO-INGRESSO ": " CRD-POSICAO-ACUMULADO
               " DE " CRD-QTD-TURMA
           IF CRD-QTD-PENDENTES > ZEROS
               DISPLAY "(CR PROVISORIO - DISCIPLINA AGUARDANDO EXAME)"
           END-IF.
       4000-MOSTRA-CR-FIM.
           EXIT.

       END PROGRAM EXERCICIO_016.

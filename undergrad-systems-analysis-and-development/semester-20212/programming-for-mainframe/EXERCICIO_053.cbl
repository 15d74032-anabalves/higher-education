      * Date: 12/01/2022
      * Purpose: CONCILIACAO DOS DESCONTOS DE BOLSA NO FATURAMENTO:
      * PARA O PERIODO INFORMADO, RECALCULA O VALOR LIQUIDO ESPERADO
      * DE CADA ALUNO (MENSALIDADE X PERC-DESCONTO DE ALUNOS) E
      * COMPARA COM O VALOR DA DUPLICATA REALMENTE GRAVADA EM
      * DUPLICATAS PARA O COD-CLIENTE DO ALUNO NO MES, APONTANDO CADA
      * DIVERGENCIA COM OS DOIS VALORES - EXIGENCIA DA AUDITORIA. A
      * MENSALIDADE ESPERADA E A DA TABELA POR CURSO, SEMESTRE DA GRADE
      * E PERIODO LETIVO (SUBROTINA PRECO_MENSALIDADE), A MESMA DO
      * FATURAMENTO; ALUNO SEM MATRICULA ATIVA NO PERIODO NAO ENTRA NA
      * CONCILIACAO E O SEM PRECO NA TABELA SAI APONTADO. O DESCONTO
      * USADO E O QUE VALIA NO PERIODO LETIVO CONCILIADO (SUBROTINA
      * DESCONTO_VIGENTE, PELO HISTORICO DA RENOVACAO DE BOLSAS DE
      * EXERCICIO_192), O MESMO DO FATURAMENTO.
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

       FD DUPLICATAS.
       01 REG-DUPLICATA.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-PERIODO                   PIC 9(006).
       77 WS-PERIODO-LETIVO            PIC X(006).
      *> VALOR DA MENSALIDADE DO ALUNO, DA TABELA DE MENSALIDADES
      *> (SUBROTINA PRECO_MENSALIDADE) - O MESMO QUE O FATURAMENTO
      *> (EXERCICIO_031) USA, PARA A CONCILIACAO NAO COMPARAR CONTRA
      *> NUMERO REDIGITADO.
       77 WS-VALOR-MENSALIDADE         PIC S9(013)V9(002).
       77 WS-PM-SEMESTRE               PIC 9(002).
       77 WS-PM-QTD-DISC               PIC 9(002).
       77 WS-PM-RESULTADO              PIC X(001).
       77 WS-QTD-SEM-PRECO             PIC 9(003) VALUE 0.
       77 WS-VALOR-ESPERADO            PIC S9(013)V9(002).
       77 WS-IDX                       PIC 9(003).
       77 WS-QTD-FATURAS               PIC 9(003) VALUE 0.
       77 WS-QTD-ALUNOS                PIC 9(003) VALUE 0.
       77 WS-QTD-DIVERGENTES           PIC 9(003) VALUE 0.
       77 WS-QTD-SEM-FATURA            PIC 9(003) VALUE 0.
      *> DESCONTO DE BOLSA EM VIGOR NO PERIODO LETIVO (SUBROTINA
      *> DESCONTO_VIGENTE), O MESMO QUE O FATURAMENTO APLICOU.
       77 WS-PERC-VIGENTE              PIC 9(003).
       77 WS-DV-ORIGEM                 PIC X(001).

      *> MES (AAAAMM) DA EMISSAO DA DUPLICATA EM EXAME.
       01 WS-DATA-EMISSAO              PIC 9(008).
      *> PARA CRUZAR COM CADA ALUNO PELO COD-CLIENTE.
       01 WS-TAB-FATURAS.
           03 WS-FAT-ITEM OCCURS 999 TIMES.
              05 WS-FAT-COD-CLIENTE    PIC 9(005).
              05 WS-FAT-NR-DUPLICATA   PIC 9(007).
              05 WS-FAT-VL-FATURA      PIC S9(013)V9(002).

           DISPLAY 'INFORME O PERIODO FATURADO (AAAAMM):'
           ACCEPT WS-PERIODO

           DISPLAY 'INFORME O PERIODO LETIVO DA TABELA DE '
               'MENSALIDADES (EX: 202102):'
           ACCEPT WS-PERIODO-LETIVO
           IF WS-PERIODO-LETIVO EQUAL SPACES
               DISPLAY "*** PERIODO LETIVO EM BRANCO - CONCILIACAO "
                   "NAO EXECUTADA ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CARREGA-FATURAS THRU 1000-CARREGA-FATURAS-FIM.

           DISPLAY "FATURAS DO PERIODO: " WS-QTD-FATURAS
           DISPLAY "DIVERGENCIAS DE VALOR: " WS-QTD-DIVERGENTES
           DISPLAY "ALUNOS SEM FATURA NO PERIODO: " WS-QTD-SEM-FATURA
           DISPLAY "ALUNOS SEM PRECO NA TABELA: " WS-QTD-SEM-PRECO

           IF WS-QTD-DIVERGENTES > 0 OR WS-QTD-SEM-PRECO > 0
               MOVE 8 TO RETURN-CODE
           END-IF

               GO TO 2000-CONCILIA-ALUNO-FIM
           END-IF

      *> SO ENTRA QUEM TEM MATRICULA ATIVA NO PERIODO, COMO NO
      *> FATURAMENTO; O PRECO E O DA TABELA PARA O ALUNO.
           CALL 'PRECO_MENSALIDADE' USING RGM-ALUNO,
               WS-PERIODO-LETIVO, COD-CURSO-ALUNO, VERSAO-GRADE-ALUNO,
               WS-PM-SEMESTRE, WS-PM-QTD-DISC, WS-VALOR-MENSALIDADE,
               WS-PM-RESULTADO
           IF WS-PM-RESULTADO EQUAL 'M'
               GO TO 2000-CONCILIA-ALUNO-FIM
           END-IF

           ADD 1 TO WS-QTD-ALUNOS

           IF WS-PM-RESULTADO EQUAL 'P'
               ADD 1 TO WS-QTD-SEM-PRECO
               DISPLAY " [SEM PRECO] RGM " RGM-ALUNO
                   " " NOME-ALUNO
                   " CURSO " COD-CURSO-ALUNO
                   " SEMESTRE " WS-PM-SEMESTRE
                   " SEM LINHA NA TABELA DE MENSALIDADES"
               GO TO 2000-CONCILIA-ALUNO-FIM
           END-IF

           CALL 'DESCONTO_VIGENTE' USING RGM-ALUNO,
               WS-PERIODO-LETIVO, PERC-DESCONTO, WS-PERC-VIGENTE,
               WS-DV-ORIGEM
           COMPUTE WS-VALOR-ESPERADO ROUNDED =
               WS-VALOR-MENSALIDADE * (1 - (WS-PERC-VIGENTE / 100))

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                           " DUPLICATA " WS-FAT-NR-DUPLICATA(WS-IDX)
                           " FATURADO " WS-FAT-VL-FATURA(WS-IDX)
                           " ESPERADO " WS-VALOR-ESPERADO
                           " (DESCONTO NO PERIODO " WS-PERC-VIGENTE
                           "%)"
                   END-IF
               END-IF
           END-PERFORM

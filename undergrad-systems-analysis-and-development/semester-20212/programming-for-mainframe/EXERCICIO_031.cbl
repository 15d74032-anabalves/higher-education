      * DIVIDIDA EM DUAS DUPLICATAS: A PARTE DO ALUNO NO CLIENTE DA
      * FAMILIA E A DO PATROCINADOR NO CLIENTE DO CONVENIO - O
      * ATRASO DO PATROCINADOR NAO BLOQUEIA A MATRICULA DA FAMILIA.
      * O CENTRO DE CUSTO DO CURSO (VINCULO 'C' EM CC_VINCULOS PELA
      * DISCIPLINA DA MATRICULA QUE DISPAROU O FATURAMENTO) FICA
      * GRAVADO PARA CADA DUPLICATA EM DUPL_CCUSTO, DE ONDE O DIARIO
      * DE FECHAMENTO (EXERCICIO_040) O TIRA. O PRECO DE CADA ALUNO
      * VEM DA TABELA DE MENSALIDADES POR CURSO, SEMESTRE DA GRADE E
      * PERIODO (SUBROTINA PRECO_MENSALIDADE, COM COBRANCA POR
      * CREDITO PARA CARGA PARCIAL) EM VEZ DO PARAMETRO UNICO
      * MENSALIDADE; ALUNO SEM PRECO NA TABELA NAO E FATURADO E A
      * RODADA TERMINA COM RETURN-CODE 8. O DESCONTO DE BOLSA
      * APLICADO E O QUE VALIA NO PERIODO FATURADO (SUBROTINA
      * DESCONTO_VIGENTE, PELO HISTORICO DA RENOVACAO DE BOLSAS DE
      * EXERCICIO_192), NAO O JA REVISTO PARA O PERIODO SEGUINTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.

      *> CENTRO DE CUSTO DO CURSO DE CADA DUPLICATA GERADA, LIDO PELO
      *> DIARIO CONTABIL (EXERCICIO_040).
           SELECT DUPL_CCUSTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_ccusto.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS DCC-NR-DUPLICATA
           FILE STATUS     IS WS-FS-DCC.

       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
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
       FD CONVENIOS.
       01 REG-CONVENIO.
           03 CNV-RGM                  PIC 9(005).
           03 CNV-COD-CLIENTE-CONV     PIC 9(005).
           03 CNV-PCT-COBERTURA        PIC 9(003).
           03 CNV-DT-INI               PIC 9(008).
           03 CNV-DT-FIM               PIC 9(008).
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD DUPL_CCUSTO.
       01 REG-DUPL-CCUSTO.
           COPY DUPLCC.

       WORKING-STORAGE SECTION.
       77 WS-FS-ALUNOS                  PIC 99.
       77 WS-FS-CARTAO                  PIC 99.
       77 WS-RGM-FATURA                 PIC 9(005).
       77 WS-NOME-FATURA                PIC X(020).
       77 WS-PERIODO                    PIC X(006) VALUE SPACES.
      *> VALOR DA MENSALIDADE DO ALUNO, DA TABELA DE MENSALIDADES
      *> (SUBROTINA PRECO_MENSALIDADE) PELO CURSO, SEMESTRE E PERIODO.
       77 WS-VALOR-MENSALIDADE          PIC S9(013)V9(002).
       77 WS-PM-SEMESTRE                PIC 9(002).
       77 WS-PM-QTD-DISC                PIC 9(002).
       77 WS-PM-RESULTADO               PIC X(001).
       77 WS-QTD-SEM-PRECO              PIC 9(003) VALUE 0.
       77 WS-NR-NOVO                    PIC 9(007).
       77 WS-DT-EMISSAO                 PIC 9(008).
       77 WS-DATA-VENC                  PIC 9(008).
       77 WS-VL-LIMITE                  PIC S9(013)V9(002).
       77 WS-CRED-RESULTADO             PIC X(001).

      *> DESCONTO DE BOLSA EM VIGOR NO PERIODO FATURADO (SUBROTINA
      *> DESCONTO_VIGENTE): A RENOVACAO DE BOLSAS PODE JA TER MUDADO
      *> O PERC-DESCONTO DE ALUNOS PARA O PERIODO SEGUINTE.
       77 WS-PERC-VIGENTE               PIC 9(003).
       77 WS-DV-ORIGEM                  PIC X(001).

      *> DIVISAO DA MENSALIDADE COM O CONVENIO: A PARTE DO
      *> PATROCINADOR E COBRADA NO CLIENTE DO CONVENIO E A DO ALUNO
      *> NO CLIENTE DA FAMILIA - O ATRASO DO PATROCINADOR NAO VIRA
       77 WS-TEM-CONVENIO               PIC X(001).
       77 WS-VL-PARTE-ALUNO             PIC S9(013)V9(002).
       77 WS-VL-PARTE-CONV              PIC S9(013)V9(002).
       77 WS-FAT-CLIENTE                PIC 9(005).
       77 WS-FAT-VALOR                  PIC S9(013)V9(002).
       77 WS-FAT-ROTULO                 PIC X(010).

      *> CENTRO DE CUSTO DO CURSO (SUBROTINA BUSCA_CCUSTO, VINCULO
      *> 'C' PELA DISCIPLINA); EM BRANCO A DUPLICATA FICA COM O
      *> CENTRO PADRAO DO EVENTO NO DIARIO.
       77 WS-FS-DCC                     PIC 99.
       77 WS-BCC-TIPO                   PIC X(001) VALUE 'C'.
       77 WS-BCC-CODIGO                 PIC X(010).
       77 WS-BCC-PADRAO                 PIC X(006) VALUE SPACES.
       77 WS-CC-CURSO                   PIC X(006).

       01 WS-ALUNO2021.
           03 WS-CHAVE-ALUNOS2021.
              05 WS-RGM-ALUNOS2021       PIC 9(005).
               ACCEPT WS-PERIODO
           END-IF

           IF WS-FS-CARTAO EQUAL 35
               DISPLAY 'INFORME A DATA DE EMISSAO (AAAAMMDD):'
               ACCEPT WS-DT-EMISSAO
               OPEN OUTPUT DUPLICATAS
           END-IF

           SET WS-FS-DCC TO 0.
           OPEN I-O DUPL_CCUSTO
           IF WS-FS-DCC EQUAL 35
               OPEN OUTPUT DUPL_CCUSTO
               CLOSE DUPL_CCUSTO
               OPEN I-O DUPL_CCUSTO
           END-IF

           PERFORM 1000-PROCESSA-MATRICULA
               THRU 1000-PROCESSA-MATRICULA-FIM
               UNTIL WS-EOF-MATRICULA = 1.
           CLOSE ALUNOS.
           CLOSE MATRICULA.
           CLOSE DUPLICATAS.
           CLOSE DUPL_CCUSTO.

           PERFORM 3000-COMPARA-BASES THRU 3000-COMPARA-BASES-FIM.

               WS-QTD-SEM-CREDITO
           DISPLAY "ALUNOS FORMADOS (NAO FATURADOS): "
               WS-QTD-FORMADOS
           DISPLAY "ALUNOS SEM PRECO NA TABELA DE MENSALIDADES (NAO "
               "FATURADOS): " WS-QTD-SEM-PRECO
           IF WS-QTD-SEM-PRECO > ZEROS AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF

       ROT-FIM.
           MOVE 'F' TO WS-RC-FUNCAO
                           " SEM CODIGO DE CLIENTE - NAO FATURADO ***"
                       ADD 1 TO WS-QTD-SEM-CLIENTE
                   ELSE
      *> PRECO PELO CURSO, SEMESTRE DA GRADE E PERIODO DO ALUNO.
                       CALL 'PRECO_MENSALIDADE' USING WS-RGM-FATURA,
                           WS-PERIODO, COD-CURSO-ALUNO,
                           VERSAO-GRADE-ALUNO, WS-PM-SEMESTRE,
                           WS-PM-QTD-DISC, WS-VALOR-MENSALIDADE,
                           WS-PM-RESULTADO
                       IF WS-PM-RESULTADO NOT EQUAL 'S' AND
                           WS-PM-RESULTADO NOT EQUAL 'C'
                           DISPLAY "*** " NOME-ALUNO
                               " SEM PRECO NA TABELA PARA O CURSO "
                               COD-CURSO-ALUNO " SEMESTRE "
                               WS-PM-SEMESTRE " (" WS-PM-RESULTADO
                               ") - NAO FATURADO ***"
                           ADD 1 TO WS-QTD-SEM-PRECO
                           GO TO 1200-FATURA-ALUNO-FIM
                       END-IF
                       IF WS-PM-RESULTADO EQUAL 'C'
                           DISPLAY "* RGM " WS-RGM-FATURA
                               " CARGA PARCIAL: " WS-PM-QTD-DISC
                               " DISCIPLINA(S) COBRADAS POR CREDITO *"
                       END-IF

                       CALL 'DESCONTO_VIGENTE' USING WS-RGM-FATURA,
                           WS-PERIODO, PERC-DESCONTO, WS-PERC-VIGENTE,
                           WS-DV-ORIGEM
                       COMPUTE WS-VALOR-LIQUIDO ROUNDED =
                           WS-VALOR-MENSALIDADE *
                           (1 - (WS-PERC-VIGENTE / 100))

      *> VERIFICACAO DE CREDITO ANTES DE GERAR A MENSALIDADE:
      *> CLIENTE BLOQUEADO OU ACIMA DO LIMITE NAO E FATURADO. O
                       PERFORM 1250-CONSULTA-CONVENIO
                           THRU 1250-CONSULTA-CONVENIO-FIM

      *> O ALUNO E FATURADO UMA VEZ POR PERIODO; O CURSO E O DA
      *> DISCIPLINA DA MATRICULA QUE DISPAROU O FATURAMENTO.
                       MOVE SPACES TO WS-BCC-CODIGO
                       MOVE COD-DISCIPLINA-MATR TO WS-BCC-CODIGO
                       CALL 'BUSCA_CCUSTO' USING WS-BCC-TIPO,
                           WS-BCC-CODIGO, WS-BCC-PADRAO, WS-CC-CURSO

                       MOVE COD-CLIENTE TO WS-FAT-CLIENTE
                       MOVE WS-VL-PARTE-ALUNO TO WS-FAT-VALOR
                       MOVE 'ALUNO'     TO WS-FAT-ROTULO
                       " VALOR "
                       DUPL-VL-FATURA OF REG-DUPLICATA
                       " (" WS-FAT-ROTULO ")"
                   IF WS-CC-CURSO NOT EQUAL SPACES
                       MOVE DUPL-NR-DUPLICATA OF REG-DUPLICATA
                           TO DCC-NR-DUPLICATA
                       MOVE WS-CC-CURSO TO DCC-CENTRO-CUSTO
                       WRITE REG-DUPL-CCUSTO
                           INVALID KEY
                               REWRITE REG-DUPL-CCUSTO
                       END-WRITE
                   END-IF
           END-WRITE.
       1300-GRAVA-MENSALIDADE-FIM.
           EXIT.

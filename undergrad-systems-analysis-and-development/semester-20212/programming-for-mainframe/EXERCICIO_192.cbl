      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: RENOVACAO DAS BOLSAS PELO DESEMPENHO ACADEMICO, RODADA
      * DEPOIS DO FECHAMENTO DO PERIODO (EXERCICIO_008) E DO EXAME
      * FINAL (EXERCICIO_048). PARA CADA BOLSISTA DE ALUNOS
      * (PERC-DESCONTO MAIOR QUE ZERO) CALCULA A MEDIA DO PERIODO
      * AVALIADO DO CARTAO bolsa_param (MEDIA DAS MEDIAS FINAIS DAS
      * DISCIPLINAS EM ALUNOS2021) E CONTA AS REPROVACOES, E DECIDE
      * PELOS CORTES DO ARQUIVO PARAMETROS: MAIS REPROVACOES QUE
      * BOLSA-MAXREP SUSPENDE; MEDIA IGUAL OU ACIMA DE BOLSA-MEDIA
      * MANTEM; MEDIA IGUAL OU ACIMA DE BOLSA-MEDRED REDUZ O DESCONTO
      * EM BOLSA-REDUZ PONTOS PERCENTUAIS; ABAIXO DISSO SUSPENDE. O
      * NOVO DESCONTO VALE A PARTIR DO PERIODO SEGUINTE DO CARTAO:
      * FICA EM ALUNOS E NO HISTORICO BOLSA_HIST (BOLSAHIS.CPY) COM O
      * MOTIVO, E A FAMILIA RECEBE A CARTA DE AVISO (CARTAS_BOLSA, COM
      * O ENDERECO DO CLIENTE DO ALUNO EM CLIENTES). BOLSISTA COM
      * EXAME AINDA PENDENTE OU SEM NOTA NO PERIODO NAO E AVALIADO E
      * SAI NA LISTA DE PENDENCIAS (RETURN-CODE 8); O JA AVALIADO
      * PARA A MESMA VIGENCIA E PULADO, O QUE PERMITE RODAR DE NOVO
      * DEPOIS DE RESOLVER AS PENDENCIAS.
      * AO FECHAR, O ARQUIVO DAS CARTAS E CATALOGADO NO SPOOL
      * (ARQUIVA_REL) PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_192.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO COM O PERIODO AVALIADO E O PERIODO DE VIGENCIA.
           SELECT CARTAO_BOLSA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bolsa_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT ALUNOS2021 ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CHAVE-ALUNOS2021
           FILE STATUS     IS WS-FS-ALUNOS2021.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COD-CLIENTE OF REG-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT BOLSA_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bolsa_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS BHS-CHAVE
           FILE STATUS     IS WS-FS-BHS.

           SELECT CARTAS_BOLSA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cartas_bolsa.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAS.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_BOLSA.
       01 REG-CARTAO-BOLSA.
           03 CARD-PERIODO-AVALIADO    PIC X(006).
           03 CARD-PERIODO-VIGENCIA    PIC X(006).

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

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.
           03 CHAVE-ALUNOS2021.
              05 RGM-ALUNOS2021    PIC 9(005).
              05 PERIODO-ALUNOS2021 PIC X(006).
              05 DISCIPLINA-ALUNOS2021 PIC X(006).
           03 NOME-ALUNOS2021      PIC A(020).
           03 NOTA1-ALUNOS2021     PIC S9(002)V9(002).
           03 NOTA2-ALUNOS2021     PIC S9(002)V9(002).
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD BOLSA_HIST.
       01 REG-BOLSA-HIST.
           COPY BOLSAHIS.

      *> UMA CARTA POR BOLSA REDUZIDA OU SUSPENSA, PRONTA PARA A
      *> IMPRESSAO E O ENVELOPE.
       FD CARTAS_BOLSA.
       01 REG-CARTA                    PIC X(080).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-ALUNOS2021             PIC 99.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-BHS                    PIC 99.
       77 WS-FS-CARTAS                 PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-EOF-NOTAS                 PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-PERIODO                   PIC X(006).
       77 WS-VIGENCIA                  PIC X(006).
       77 WS-ACHOU                     PIC X(001).
       01 WS-LINHA-CARTA               PIC X(080).

      *> CORTES DA RENOVACAO, LIDOS DO ARQUIVO PARAMETROS NO INICIO.
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).
       77 WS-BOLSA-MEDIA               PIC S9(002)V9(002).
       77 WS-BOLSA-MEDRED              PIC S9(002)V9(002).
       77 WS-BOLSA-MAXREP              PIC 9(002).
       77 WS-BOLSA-REDUZ               PIC 9(003).

      *> DESEMPENHO DO BOLSISTA NO PERIODO AVALIADO.
       77 WS-QTD-DISC                  PIC 9(002).
       77 WS-QTD-REPROV                PIC 9(002).
       77 WS-QTD-EXAME-PEND            PIC 9(002).
       77 WS-SOMA-MEDIAS               PIC S9(004)V9(002).
       77 WS-MEDIA-PERIODO             PIC S9(002)V9(002).
       77 WS-DECISAO                   PIC X(001).
       77 WS-MOTIVO                    PIC X(040).
       77 WS-PERC-ANTERIOR             PIC 9(003).
       77 WS-PERC-NOVO                 PIC 9(003).

      *> CAMPOS EDITADOS PARA O TEXTO DA CARTA.
       77 WS-MEDIA-EDITADA             PIC Z9.99.
       77 WS-PERC-ANT-EDITADO          PIC ZZ9.
       77 WS-PERC-NOVO-EDITADO         PIC ZZ9.
       77 WS-CEP-EDITADO               PIC 99999B999.

      *> TOTAIS DE CONTROLE.
       77 WS-QTD-BOLSISTAS             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-MANTIDAS              PIC 9(005) VALUE ZEROS.
       77 WS-QTD-REDUZIDAS             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SUSPENSAS             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-JA-AVALIADOS          PIC 9(005) VALUE ZEROS.
       77 WS-QTD-PENDENTES             PIC 9(005) VALUE ZEROS.
       77 WS-QTD-CARTAS                PIC 9(005) VALUE ZEROS.
       77 WS-QTD-SEM-CARTA             PIC 9(005) VALUE ZEROS.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O ARQUIVO DAS
      *> CARTAS FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_192'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'CARTAS DE RENOVACAO DAS BOLSAS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '-------- RENOVACAO DE BOLSAS DE ESTUDO --------'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           PERFORM 0050-CARREGA-PARAMETROS
               THRU 0050-CARREGA-PARAMETROS-FIM

           SET WS-FS-ALUNOS TO 0.
           OPEN I-O ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-ALUNOS2021 TO 0.
           OPEN INPUT ALUNOS2021
           IF WS-FS-ALUNOS2021 EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS2021 NAO EXISTE - SEM NOTAS "
                   "NAO HA AVALIACAO *"
               CLOSE ALUNOS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           SET WS-FS-CLIENTES TO 0.
           OPEN INPUT CLIENTES

           SET WS-FS-BHS TO 0.
           OPEN I-O BOLSA_HIST
           IF WS-FS-BHS EQUAL 35
               OPEN OUTPUT BOLSA_HIST
               CLOSE BOLSA_HIST
               OPEN I-O BOLSA_HIST
           END-IF

           SET WS-FS-CARTAS TO 0.
           OPEN EXTEND CARTAS_BOLSA
           IF WS-FS-CARTAS EQUAL 35
               OPEN OUTPUT CARTAS_BOLSA
           END-IF

           DISPLAY " "
           DISPLAY "------------- DECISOES E PENDENCIAS -------------"

           SET WS-EOF TO 0.
           PERFORM 1000-AVALIA-ALUNO THRU 1000-AVALIA-ALUNO-FIM
               UNTIL WS-EOF = 1.

           CLOSE ALUNOS
           CLOSE ALUNOS2021
           IF WS-FS-CLIENTES NOT EQUAL 35
               CLOSE CLIENTES
           END-IF
           CLOSE BOLSA_HIST
           CLOSE CARTAS_BOLSA
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "PERIODO AVALIADO: " WS-PERIODO
               " VIGENCIA: " WS-VIGENCIA
           DISPLAY "BOLSISTAS LIDOS: " WS-QTD-BOLSISTAS
           DISPLAY "  MANTIDAS: " WS-QTD-MANTIDAS
               " REDUZIDAS: " WS-QTD-REDUZIDAS
               " SUSPENSAS: " WS-QTD-SUSPENSAS
           DISPLAY "  JA AVALIADOS PARA A VIGENCIA: "
               WS-QTD-JA-AVALIADOS
           DISPLAY "  PENDENTES (NAO AVALIADOS): " WS-QTD-PENDENTES
           DISPLAY "CARTAS GRAVADAS: " WS-QTD-CARTAS
               " SEM ENDERECO PARA A CARTA: " WS-QTD-SEM-CARTA

           IF WS-QTD-PENDENTES > ZEROS OR WS-QTD-SEM-CARTA > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LEITURA DO CARTAO DA RENOVACAO     *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_BOLSA
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY "*** CARTAO bolsa_param NAO EXISTE - SEM OS "
                   "PERIODOS NAO HA RENOVACAO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           READ CARTAO_BOLSA
               AT END
                   DISPLAY "*** CARTAO DA RENOVACAO VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_BOLSA
                   STOP RUN
           END-READ
           CLOSE CARTAO_BOLSA

           IF CARD-PERIODO-AVALIADO EQUAL SPACES OR
               CARD-PERIODO-VIGENCIA EQUAL SPACES OR
               CARD-PERIODO-VIGENCIA NOT > CARD-PERIODO-AVALIADO
               DISPLAY "*** CARTAO INVALIDO: INFORME O PERIODO "
                   "AVALIADO E O PERIODO SEGUINTE DE VIGENCIA ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CARD-PERIODO-AVALIADO TO WS-PERIODO
           MOVE CARD-PERIODO-VIGENCIA TO WS-VIGENCIA
           DISPLAY "PARAMETROS DO CARTAO: PERIODO " WS-PERIODO
               " VIGENCIA " WS-VIGENCIA.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * AVALIACAO DE UM BOLSISTA           *
      **************************************
      *
       1000-AVALIA-ALUNO.
           READ ALUNOS
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           IF PERC-DESCONTO EQUAL ZEROS
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF
           ADD 1 TO WS-QTD-BOLSISTAS

      *> A DECISAO PARA A VIGENCIA JA EXISTE: RODADA REPETIDA.
           MOVE RGM-ALUNO   TO BHS-RGM
           MOVE WS-VIGENCIA TO BHS-PERIODO-VIGENCIA
           MOVE 'S' TO WS-ACHOU
           READ BOLSA_HIST
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           IF WS-ACHOU EQUAL 'S'
               ADD 1 TO WS-QTD-JA-AVALIADOS
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF

           PERFORM 1100-APURA-DESEMPENHO THRU 1100-APURA-DESEMPENHO-FIM

           IF WS-QTD-DISC EQUAL ZEROS
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY " [PENDENTE] RGM " RGM-ALUNO " " NOME-ALUNO
                   " SEM NOTAS NO PERIODO " WS-PERIODO
                   " - DECIDIR A BOLSA MANUALMENTE"
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF

           IF WS-QTD-EXAME-PEND > ZEROS
               ADD 1 TO WS-QTD-PENDENTES
               DISPLAY " [PENDENTE] RGM " RGM-ALUNO " " NOME-ALUNO
                   " COM " WS-QTD-EXAME-PEND
                   " DISCIPLINA(S) AGUARDANDO O EXAME FINAL"
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF

           COMPUTE WS-MEDIA-PERIODO ROUNDED =
               WS-SOMA-MEDIAS / WS-QTD-DISC

           PERFORM 1200-DECIDE THRU 1200-DECIDE-FIM

           PERFORM 1300-GRAVA-HISTORICO THRU 1300-GRAVA-HISTORICO-FIM

           DISPLAY " [" WS-DECISAO "] RGM " RGM-ALUNO " " NOME-ALUNO
               " MEDIA " WS-MEDIA-PERIODO
               " REPROV " WS-QTD-REPROV
               " DESCONTO " WS-PERC-ANTERIOR "% -> "
               WS-PERC-NOVO "% " WS-MOTIVO

           IF WS-DECISAO EQUAL 'M'
               GO TO 1000-AVALIA-ALUNO-FIM
           END-IF

           MOVE WS-PERC-NOVO TO PERC-DESCONTO
           REWRITE ALUNOS-FILE

           PERFORM 1400-GRAVA-CARTA THRU 1400-GRAVA-CARTA-FIM

           END-READ.
       1000-AVALIA-ALUNO-FIM.
           EXIT.
      *
      **************************************
      * MEDIA E REPROVACOES DO BOLSISTA NO *
      * PERIODO, PELAS MEDIAS FINAIS DE    *
      * ALUNOS2021                         *
      **************************************
      *
       1100-APURA-DESEMPENHO.
           MOVE ZEROS TO WS-QTD-DISC
           MOVE ZEROS TO WS-QTD-REPROV
           MOVE ZEROS TO WS-QTD-EXAME-PEND
           MOVE ZEROS TO WS-SOMA-MEDIAS
           MOVE ZEROS TO WS-MEDIA-PERIODO

           SET WS-EOF-NOTAS TO 0
           MOVE RGM-ALUNO  TO RGM-ALUNOS2021
           MOVE WS-PERIODO TO PERIODO-ALUNOS2021
           MOVE LOW-VALUES TO DISCIPLINA-ALUNOS2021
           START ALUNOS2021 KEY IS NOT LESS THAN CHAVE-ALUNOS2021
               INVALID KEY
                   MOVE 1 TO WS-EOF-NOTAS
           END-START

           PERFORM UNTIL WS-EOF-NOTAS = 1
               READ ALUNOS2021 NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-NOTAS
                   NOT AT END
                       IF RGM-ALUNOS2021 NOT EQUAL RGM-ALUNO OR
                          PERIODO-ALUNOS2021 NOT EQUAL WS-PERIODO
                           MOVE 1 TO WS-EOF-NOTAS
                       ELSE
                           IF WS-QTD-DISC < 99
                               ADD 1 TO WS-QTD-DISC
                               ADD MEDIA-ALUNOS2021 TO WS-SOMA-MEDIAS
                           END-IF
      *> PROBATORIO E REPROVADO AINDA VAO AO EXAME (EXERCICIO_048);
      *> SO REPROV-EX E REPROVACAO DEFINITIVA.
                           IF STATUS-ALUNOS2021 EQUAL "PROBATORIO" OR
                              STATUS-ALUNOS2021 EQUAL "REPROVADO"
                               ADD 1 TO WS-QTD-EXAME-PEND
                           END-IF
                           IF STATUS-ALUNOS2021 EQUAL "REPROV-EX"
                               ADD 1 TO WS-QTD-REPROV
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1100-APURA-DESEMPENHO-FIM.
           EXIT.
      *
      **************************************
      * DECISAO PELOS CORTES DE PARAMETROS *
      **************************************
      *
       1200-DECIDE.
           MOVE PERC-DESCONTO TO WS-PERC-ANTERIOR

           IF WS-QTD-REPROV > WS-BOLSA-MAXREP
               MOVE 'S'   TO WS-DECISAO
               MOVE ZEROS TO WS-PERC-NOVO
               MOVE 'REPROVACOES ACIMA DO LIMITE DA BOLSA'
                   TO WS-MOTIVO
               GO TO 1200-DECIDE-FIM
           END-IF

           IF WS-MEDIA-PERIODO NOT < WS-BOLSA-MEDIA
               MOVE 'M'           TO WS-DECISAO
               MOVE PERC-DESCONTO TO WS-PERC-NOVO
               MOVE 'MEDIA E REPROVACOES DENTRO DOS LIMITES'
                   TO WS-MOTIVO
               GO TO 1200-DECIDE-FIM
           END-IF

           IF WS-MEDIA-PERIODO NOT < WS-BOLSA-MEDRED AND
               PERC-DESCONTO > WS-BOLSA-REDUZ
               MOVE 'R' TO WS-DECISAO
               SUBTRACT WS-BOLSA-REDUZ FROM PERC-DESCONTO
                   GIVING WS-PERC-NOVO
               MOVE 'MEDIA DO PERIODO ABAIXO DO MINIMO DA BOLSA'
                   TO WS-MOTIVO
               GO TO 1200-DECIDE-FIM
           END-IF

      *> A REDUCAO QUE ZERARIA O DESCONTO VIRA SUSPENSAO.
           MOVE 'S'   TO WS-DECISAO
           MOVE ZEROS TO WS-PERC-NOVO
           IF WS-MEDIA-PERIODO NOT < WS-BOLSA-MEDRED
               MOVE 'MEDIA ABAIXO DO MINIMO - REDUCAO ZERA BOLSA'
                   TO WS-MOTIVO
           ELSE
               MOVE 'MEDIA ABAIXO DO MINIMO PARA REDUCAO'
                   TO WS-MOTIVO
           END-IF.
       1200-DECIDE-FIM.
           EXIT.
      *
      **************************************
      * HISTORICO DA DECISAO (BOLSA_HIST)  *
      **************************************
      *
       1300-GRAVA-HISTORICO.
           MOVE RGM-ALUNO         TO BHS-RGM
           MOVE WS-VIGENCIA       TO BHS-PERIODO-VIGENCIA
           MOVE WS-PERIODO        TO BHS-PERIODO-AVALIADO
           MOVE WS-PERC-ANTERIOR  TO BHS-PERC-ANTERIOR
           MOVE WS-PERC-NOVO      TO BHS-PERC-NOVO
           MOVE WS-DECISAO        TO BHS-DECISAO
           MOVE WS-MEDIA-PERIODO  TO BHS-MEDIA-PERIODO
           MOVE WS-QTD-REPROV     TO BHS-QTD-REPROVACOES
           MOVE WS-MOTIVO         TO BHS-MOTIVO
           MOVE COD-CLIENTE OF ALUNOS-FILE TO BHS-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD  TO BHS-DT-AVALIACAO
           WRITE REG-BOLSA-HIST
               INVALID KEY
                   DISPLAY "*** ERRO GRAVANDO BOLSA_HIST RGM "
                       RGM-ALUNO " ***"
                   MOVE 16 TO RETURN-CODE
           END-WRITE

           EVALUATE WS-DECISAO
               WHEN 'M'
                   ADD 1 TO WS-QTD-MANTIDAS
               WHEN 'R'
                   ADD 1 TO WS-QTD-REDUZIDAS
               WHEN OTHER
                   ADD 1 TO WS-QTD-SUSPENSAS
           END-EVALUATE.
       1300-GRAVA-HISTORICO-FIM.
           EXIT.
      *
      **************************************
      * CARTA DE AVISO A FAMILIA, NO       *
      * ENDERECO DO CLIENTE DO ALUNO       *
      **************************************
      *
       1400-GRAVA-CARTA.
           MOVE 'N' TO WS-ACHOU
           IF WS-FS-CLIENTES NOT EQUAL 35 AND
               COD-CLIENTE OF ALUNOS-FILE NOT EQUAL ZEROS
               MOVE COD-CLIENTE OF ALUNOS-FILE
                   TO COD-CLIENTE OF REG-CLIENTE
               MOVE 'S' TO WS-ACHOU
               READ CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WS-ACHOU
               END-READ
           END-IF

           IF WS-ACHOU EQUAL 'N'
               ADD 1 TO WS-QTD-SEM-CARTA
               DISPLAY "   * CARTA NAO GERADA: ALUNO SEM CLIENTE "
                   "CADASTRADO - AVISAR A FAMILIA PELA SECRETARIA *"
               GO TO 1400-GRAVA-CARTA-FIM
           END-IF

           IF ENDERECO-EM-REVISAO
               DISPLAY "   * AVISO: ENDERECO DO CLIENTE "
                   COD-CLIENTE OF REG-CLIENTE
                   " EM REVISAO - CONFERIR ANTES DE POSTAR *"
           END-IF

           MOVE WS-MEDIA-PERIODO TO WS-MEDIA-EDITADA
           MOVE WS-PERC-ANTERIOR TO WS-PERC-ANT-EDITADO
           MOVE WS-PERC-NOVO     TO WS-PERC-NOVO-EDITADO
           MOVE CEP-CLIENTE      TO WS-CEP-EDITADO
           INSPECT WS-CEP-EDITADO REPLACING ALL ' ' BY '-'

           MOVE ALL '-' TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE NOME-CLIENTE TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING LOGRADOURO-CLIENTE DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               NUMERO-CLIENTE DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING WS-CEP-EDITADO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CIDADE-CLIENTE DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               UF-CLIENTE DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           STRING 'REF.: BOLSA DE ESTUDOS DE ' DELIMITED BY SIZE
               NOME-ALUNO DELIMITED BY '  '
               ' (RGM ' DELIMITED BY SIZE
               RGM-ALUNO DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           STRING 'NA AVALIACAO DO PERIODO ' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ' O ALUNO TEVE MEDIA ' DELIMITED BY SIZE
               WS-MEDIA-EDITADA DELIMITED BY SIZE
               ' E ' DELIMITED BY SIZE
               WS-QTD-REPROV DELIMITED BY SIZE
               ' REPROVACAO(OES).' DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           IF WS-DECISAO EQUAL 'R'
               STRING 'PELAS REGRAS DA BOLSA O DESCONTO PASSA DE '
                   DELIMITED BY SIZE
                   WS-PERC-ANT-EDITADO DELIMITED BY SIZE
                   '% PARA ' DELIMITED BY SIZE
                   WS-PERC-NOVO-EDITADO DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO WS-LINHA-CARTA
           ELSE
               STRING 'PELAS REGRAS DA BOLSA O DESCONTO DE '
                   DELIMITED BY SIZE
                   WS-PERC-ANT-EDITADO DELIMITED BY SIZE
                   '% FICA SUSPENSO' DELIMITED BY SIZE
                   INTO WS-LINHA-CARTA
           END-IF
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           STRING 'A PARTIR DO PERIODO ' DELIMITED BY SIZE
               WS-VIGENCIA DELIMITED BY SIZE
               '. MOTIVO: ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY '  '
               '.' DELIMITED BY SIZE
               INTO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE SPACES TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA
           MOVE 'SECRETARIA ACADEMICA' TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA

           ADD 1 TO WS-QTD-CARTAS.
       1400-GRAVA-CARTA-FIM.
           EXIT.
      *
      **************************************
      * CORTES DA RENOVACAO (PARAMETROS)   *
      **************************************
      *
       0050-CARREGA-PARAMETROS.
           MOVE 'BOLSA-MEDIA' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BOLSA-MEDIA NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARAM-VALOR TO WS-BOLSA-MEDIA

           MOVE 'BOLSA-MEDRED' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BOLSA-MEDRED NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARAM-VALOR TO WS-BOLSA-MEDRED

           MOVE 'BOLSA-MAXREP' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BOLSA-MAXREP NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARAM-VALOR TO WS-BOLSA-MAXREP

           MOVE 'BOLSA-REDUZ' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO BOLSA-REDUZ NAO CADASTRADO "
                   "EM PARAMETROS ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARAM-VALOR TO WS-BOLSA-REDUZ

           IF WS-BOLSA-MEDRED > WS-BOLSA-MEDIA
               DISPLAY "*** PARAMETROS INCOERENTES: BOLSA-MEDRED "
                   "MAIOR QUE BOLSA-MEDIA ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CORTES: MEDIA PARA MANTER " WS-BOLSA-MEDIA
               " PARA REDUZIR " WS-BOLSA-MEDRED
               " MAX REPROVACOES " WS-BOLSA-MAXREP
               " REDUCAO " WS-BOLSA-REDUZ " PONTOS".
       0050-CARREGA-PARAMETROS-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA NO SPOOL O ARQUIVO DAS    *
      * CARTAS JA FECHADO, RELENDO-O LINHA *
      * A LINHA                            *
      **************************************
      *
       9700-ARQUIVA-RELATORIO.
           SET WS-FS-CARTAS TO 0.
           SET WS-EOF-REL   TO 0.
           OPEN INPUT CARTAS_BOLSA
           IF WS-FS-CARTAS NOT EQUAL 0
               DISPLAY "* CARTAS NAO CATALOGADAS NO SPOOL - ERRO "
                   WS-FS-CARTAS " NA RELEITURA *"
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'A' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO NOT EQUAL 'S'
               DISPLAY "* SPOOL DE RELATORIOS INDISPONIVEL - CARTAS "
                   "NAO CATALOGADAS *"
               CLOSE CARTAS_BOLSA
               GO TO 9700-ARQUIVA-RELATORIO-FIM
           END-IF

           MOVE 'L' TO WS-AR-FUNCAO
           PERFORM UNTIL WS-EOF-REL = 1
               READ CARTAS_BOLSA INTO WS-AR-LINHA
                   AT END
                       MOVE 1 TO WS-EOF-REL
                   NOT AT END
                       CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO,
                           WS-AR-PROGRAMA, WS-AR-TITULO,
                           WS-AR-OPERADOR, WS-AR-PAGINAS,
                           WS-AR-LINHA, WS-AR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE CARTAS_BOLSA

           MOVE ZEROS TO WS-AR-PAGINAS
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "CARTAS CATALOGADAS NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_192.

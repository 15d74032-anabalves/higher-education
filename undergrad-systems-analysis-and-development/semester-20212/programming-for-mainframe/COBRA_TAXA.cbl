      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE COBRANCA DA TAXA DE SERVICO ACADEMICO NA
      * EMISSAO DE UM DOCUMENTO, NO MESMO ESQUEMA DE CHAMADA DE
      * PRECO_MENSALIDADE. PELA TABELA_TAXAS (TAXASERV.CPY) DECIDE SE
      * O DOCUMENTO DO ALUNO E ISENTO (QUANTIDADE GRATUITA NO PERIODO
      * JA NAO USADA, OU BOLSISTA QUANDO O TIPO ISENTA BOLSISTA - PELO
      * DESCONTO EM VIGOR NO PERIODO, SUBROTINA DESCONTO_VIGENTE) OU
      * COBRADO; NA COBRANCA GERA A DUPLICATA NO COD-CLIENTE DO ALUNO
      * (NUMERO DE NUM_DUPLICATA, VENCIMENTO EM DIA UTIL) E REGISTRA A
      * TAXA EM TAXAS_EMITIDAS (TAXAEMIT.CPY) CONTRA A REFERENCIA DO
      * DOCUMENTO. FUNCOES:
      *   'E' EMISSAO DO DOCUMENTO (COBRA OU ISENTA; SE JA HOUVER
      *       TAXA RETIDA PARA A MESMA REFERENCIA, SO CONFERE O
      *       PAGAMENTO, SEM COBRAR DE NOVO)
      *   'V' VERIFICA SE O DOCUMENTO RETIDO DA REFERENCIA JA PODE
      *       SER LIBERADO (DUPLICATA PAGA OU CANCELADA)
      * RESULTADO: 'S' SEM TAXA, 'I' ISENTO, 'C' COBRADO, 'R' RETIDO
      * ATE O PAGAMENTO (NAO ENTREGAR), 'L' LIBERADO APOS O PAGAMENTO,
      * 'N' NAO COBRADO POR FALTA DE CLIENTE (ENTREGAR COM AVISO).
      * PERIODO EM BRANCO = SEMESTRE DA DATA DE HOJE (AAAA01/AAAA02).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA_TAXA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA_TAXAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\tabela_taxas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS TXS-TIPO-DOC
           FILE STATUS     IS WS-FS-TXS.

           SELECT TAXAS_EMITIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\taxas_emitidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS TXE-CHAVE
           FILE STATUS     IS WS-FS-TXE.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-ALUNOS.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS DUPL-NR-DUPLICATA
           FILE STATUS     IS WS-FS-DUPLICATAS.
       DATA DIVISION.
       FILE SECTION.
       FD TABELA_TAXAS.
       01 REG-TABELA-TAXA.
           COPY TAXASERV.

       FD TAXAS_EMITIDAS.
       01 REG-TAXA-EMITIDA.
           COPY TAXAEMIT.

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

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       WORKING-STORAGE SECTION.
       77 WS-FS-TXS                    PIC 99.
       77 WS-FS-TXE                    PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-DUPLICATAS             PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-ULTIMA-SEQ                PIC 9(004).
       77 WS-QTD-NO-PERIODO            PIC 9(004).
       77 WS-ACHOU-RETIDA              PIC X(001).
       77 WS-SEQ-RETIDA                PIC 9(004).
       77 WS-PAGA                      PIC X(001).
       77 WS-NR-NOVO                   PIC 9(007).
       77 WS-DATA-VENC                 PIC 9(008).
       77 WS-DATA-VENC-UTIL            PIC 9(008).
       77 WS-PERC-VIGENTE              PIC 9(003).
       77 WS-DV-ORIGEM                 PIC X(001).
       77 WS-MOTIVO                    PIC X(030).

      *> DATA DE HOJE E O SEMESTRE DELA, PARA O PERIODO EM BRANCO.
       01 WS-HOJE-AAAAMMDD             PIC 9(008).
       01 FILLER REDEFINES WS-HOJE-AAAAMMDD.
           03 WS-HOJE-ANO              PIC X(004).
           03 WS-HOJE-MES              PIC 9(002).
           03 FILLER                   PIC 9(002).
       01 WS-PERIODO                   PIC X(006).
       01 FILLER REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANO           PIC X(004).
           03 WS-PERIODO-SEM           PIC X(002).

       LINKAGE SECTION.
       01 LK-FUNCAO                    PIC X(001).
       01 LK-TIPO-DOC                  PIC X(003).
       01 LK-RGM                       PIC 9(005).
       01 LK-PERIODO                   PIC X(006).
       01 LK-REFERENCIA                PIC X(010).
       01 LK-OPERADOR                  PIC X(008).
       01 LK-NR-DUPLICATA              PIC 9(007).
       01 LK-VALOR                     PIC S9(013)V9(002).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-FUNCAO, LK-TIPO-DOC, LK-RGM,
           LK-PERIODO, LK-REFERENCIA, LK-OPERADOR, LK-NR-DUPLICATA,
           LK-VALOR, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE ZEROS TO LK-NR-DUPLICATA
           MOVE ZEROS TO LK-VALOR
           MOVE 'S'   TO LK-RESULTADO

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE LK-PERIODO TO WS-PERIODO
           IF WS-PERIODO EQUAL SPACES
               MOVE WS-HOJE-ANO TO WS-PERIODO-ANO
               IF WS-HOJE-MES < 7
                   MOVE '01' TO WS-PERIODO-SEM
               ELSE
                   MOVE '02' TO WS-PERIODO-SEM
               END-IF
           END-IF

           SET WS-FS-TXE TO 0.
           OPEN I-O TAXAS_EMITIDAS
           IF WS-FS-TXE EQUAL 35
               IF LK-FUNCAO NOT EQUAL 'E'
                   GOBACK
               END-IF
               OPEN OUTPUT TAXAS_EMITIDAS
               CLOSE TAXAS_EMITIDAS
               OPEN I-O TAXAS_EMITIDAS
           END-IF

      *> TAXA JA RETIDA PARA O MESMO DOCUMENTO: SO CONFERE O
      *> PAGAMENTO, NUNCA COBRA DUAS VEZES.
           PERFORM 1000-VARRE-TAXAS THRU 1000-VARRE-TAXAS-FIM
           IF WS-ACHOU-RETIDA EQUAL 'S'
               PERFORM 3000-CONFERE-PAGAMENTO
                   THRU 3000-CONFERE-PAGAMENTO-FIM
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF
           IF LK-FUNCAO NOT EQUAL 'E'
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF

           SET WS-FS-TXS TO 0.
           OPEN INPUT TABELA_TAXAS
           IF WS-FS-TXS EQUAL 35
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF
           MOVE LK-TIPO-DOC TO TXS-TIPO-DOC
           READ TABELA_TAXAS
               INVALID KEY
                   MOVE ZEROS TO TXS-VALOR
           END-READ
           CLOSE TABELA_TAXAS
           IF TXS-VALOR NOT > ZEROS
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF

           SET WS-FS-ALUNOS TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               MOVE 'N' TO LK-RESULTADO
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF
           MOVE LK-RGM TO RGM-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE 'N' TO LK-RESULTADO
           END-READ
           CLOSE ALUNOS
           IF LK-RESULTADO EQUAL 'N'
               CLOSE TAXAS_EMITIDAS
               GOBACK
           END-IF

           PERFORM 2000-DECIDE-ISENCAO THRU 2000-DECIDE-ISENCAO-FIM

           IF LK-RESULTADO EQUAL 'S'
               MOVE TXS-VALOR TO LK-VALOR
               IF COD-CLIENTE EQUAL ZEROS
                   MOVE 'N' TO LK-RESULTADO
                   MOVE 'ALUNO SEM CODIGO DE CLIENTE' TO WS-MOTIVO
               ELSE
                   PERFORM 4000-GERA-DUPLICATA
                       THRU 4000-GERA-DUPLICATA-FIM
               END-IF
           END-IF

           PERFORM 5000-REGISTRA-TAXA THRU 5000-REGISTRA-TAXA-FIM

           CLOSE TAXAS_EMITIDAS

           GOBACK.
      *
      **************************************
      * TAXAS DO ALUNO NO TIPO: ULTIMA     *
      * SEQUENCIA, QUANTAS NO PERIODO E A  *
      * RETIDA DA MESMA REFERENCIA         *
      **************************************
      *
       1000-VARRE-TAXAS.
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE ZEROS TO WS-QTD-NO-PERIODO
           MOVE 'N'   TO WS-ACHOU-RETIDA

           SET WS-EOF TO 0
           MOVE LK-RGM      TO TXE-RGM
           MOVE LK-TIPO-DOC TO TXE-TIPO-DOC
           MOVE ZEROS       TO TXE-SEQ
           START TAXAS_EMITIDAS KEY IS NOT LESS THAN TXE-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ TAXAS_EMITIDAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TXE-RGM NOT EQUAL LK-RGM OR
                          TXE-TIPO-DOC NOT EQUAL LK-TIPO-DOC
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE TXE-SEQ TO WS-ULTIMA-SEQ
                           IF TXE-PERIODO EQUAL WS-PERIODO
                               ADD 1 TO WS-QTD-NO-PERIODO
                           END-IF
                           IF TXE-RETIDO AND
                              TXE-REFERENCIA EQUAL LK-REFERENCIA
                               MOVE 'S'     TO WS-ACHOU-RETIDA
                               MOVE TXE-SEQ TO WS-SEQ-RETIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1000-VARRE-TAXAS-FIM.
           EXIT.
      *
      **************************************
      * ISENCOES: GRATUITO DO PERIODO E    *
      * BOLSISTA                           *
      **************************************
      *
       2000-DECIDE-ISENCAO.
           MOVE SPACES TO WS-MOTIVO

           IF WS-QTD-NO-PERIODO < TXS-QTD-GRATIS-PERIODO
               MOVE 'I' TO LK-RESULTADO
               MOVE 'GRATUITO NO PERIODO' TO WS-MOTIVO
               GO TO 2000-DECIDE-ISENCAO-FIM
           END-IF

           IF TXS-BOLSISTA-ISENTO
               CALL 'DESCONTO_VIGENTE' USING LK-RGM, WS-PERIODO,
                   PERC-DESCONTO, WS-PERC-VIGENTE, WS-DV-ORIGEM
               IF WS-PERC-VIGENTE > ZEROS
                   MOVE 'I' TO LK-RESULTADO
                   MOVE 'BOLSISTA' TO WS-MOTIVO
               END-IF
           END-IF.
       2000-DECIDE-ISENCAO-FIM.
           EXIT.
      *
      **************************************
      * DOCUMENTO RETIDO: LIBERA QUANDO A  *
      * DUPLICATA ESTA PAGA OU CANCELADA   *
      **************************************
      *
       3000-CONFERE-PAGAMENTO.
           MOVE LK-RGM        TO TXE-RGM
           MOVE LK-TIPO-DOC   TO TXE-TIPO-DOC
           MOVE WS-SEQ-RETIDA TO TXE-SEQ
           READ TAXAS_EMITIDAS
               INVALID KEY
                   GO TO 3000-CONFERE-PAGAMENTO-FIM
           END-READ
           MOVE TXE-NR-DUPLICATA TO LK-NR-DUPLICATA
           MOVE TXE-VALOR        TO LK-VALOR
           MOVE 'R'              TO LK-RESULTADO

           MOVE 'N' TO WS-PAGA
           SET WS-FS-DUPLICATAS TO 0.
           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               GO TO 3000-CONFERE-PAGAMENTO-FIM
           END-IF
           MOVE TXE-NR-DUPLICATA TO DUPL-NR-DUPLICATA
           READ DUPLICATAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DUPL-ST-DUPLICATA EQUAL "SIM" OR
                      DUPL-ST-DUPLICATA EQUAL "CAN"
                       MOVE 'S' TO WS-PAGA
                   END-IF
           END-READ
           CLOSE DUPLICATAS

           IF WS-PAGA EQUAL 'S'
               MOVE 'L'              TO TXE-SITUACAO
               MOVE WS-HOJE-AAAAMMDD TO TXE-DT-LIBERACAO
               REWRITE REG-TAXA-EMITIDA
               MOVE 'L'              TO LK-RESULTADO
           END-IF.
       3000-CONFERE-PAGAMENTO-FIM.
           EXIT.
      *
      **************************************
      * DUPLICATA DA TAXA NO CLIENTE DO    *
      * ALUNO                              *
      **************************************
      *
       4000-GERA-DUPLICATA.
           SET WS-FS-DUPLICATAS TO 0.
           OPEN I-O DUPLICATAS
           IF WS-FS-DUPLICATAS EQUAL 35
               OPEN OUTPUT DUPLICATAS
               CLOSE DUPLICATAS
               OPEN I-O DUPLICATAS
           END-IF

           CALL 'NUM_DUPLICATA' USING WS-NR-NOVO
           MOVE WS-NR-NOVO       TO DUPL-NR-DUPLICATA
           MOVE COD-CLIENTE      TO DUPL-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD TO DUPL-DT-EMISSAO
           MOVE TXS-VALOR        TO DUPL-VL-FATURA
           MOVE ZEROS            TO DUPL-VL-PAGO
           MOVE "NAO"            TO DUPL-ST-DUPLICATA
           MOVE ZEROS            TO DUPL-DT-ULTJUROS
           MOVE ZEROS            TO DUPL-DT-BAIXA

           COMPUTE WS-DATA-VENC = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD) +
               TXS-DIAS-VENCIMENTO)
           CALL 'CALC_DIA_UTIL' USING WS-DATA-VENC,
               WS-DATA-VENC-UTIL
           MOVE WS-DATA-VENC-UTIL TO DUPL-DT-VENCIMENTO

           WRITE REG-DUPLICATA
               INVALID KEY
                   MOVE 'N' TO LK-RESULTADO
                   MOVE 'ERRO AO GRAVAR A DUPLICATA' TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE WS-NR-NOVO TO LK-NR-DUPLICATA
                   IF TXS-RETER-ATE-PAGAR
                       MOVE 'R' TO LK-RESULTADO
                   ELSE
                       MOVE 'C' TO LK-RESULTADO
                   END-IF
           END-WRITE
           CLOSE DUPLICATAS.
       4000-GERA-DUPLICATA-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO DA TAXA EM TAXAS_EMITIDAS *
      **************************************
      *
       5000-REGISTRA-TAXA.
           MOVE LK-RGM           TO TXE-RGM
           MOVE LK-TIPO-DOC      TO TXE-TIPO-DOC
           ADD 1 TO WS-ULTIMA-SEQ GIVING TXE-SEQ
           MOVE WS-PERIODO       TO TXE-PERIODO
           MOVE LK-REFERENCIA    TO TXE-REFERENCIA
           MOVE LK-RESULTADO     TO TXE-SITUACAO
           MOVE WS-MOTIVO        TO TXE-MOTIVO
           MOVE LK-NR-DUPLICATA  TO TXE-NR-DUPLICATA
           MOVE COD-CLIENTE      TO TXE-COD-CLIENTE
           MOVE WS-HOJE-AAAAMMDD TO TXE-DT-EMISSAO
           MOVE ZEROS            TO TXE-DT-LIBERACAO
           MOVE LK-OPERADOR      TO TXE-OPERADOR
           IF LK-RESULTADO EQUAL 'I'
               MOVE ZEROS TO TXE-VALOR
           ELSE
               MOVE TXS-VALOR TO TXE-VALOR
           END-IF
           WRITE REG-TAXA-EMITIDA
               INVALID KEY
                   DISPLAY "*** ERRO GRAVANDO TAXAS_EMITIDAS RGM "
                       LK-RGM " ***"
           END-WRITE.
       5000-REGISTRA-TAXA-FIM.
           EXIT.

       END PROGRAM COBRA_TAXA.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE CALCULO DAS RETENCOES NA FONTE (IRRF,
      * ISS E INSS) DE UM PAGAMENTO A FORNECEDOR, NO MESMO ESQUEMA DE
      * CHAMADA DE RECUPERA_INCOB. FUNCAO 'C' (CALCULA): RECEBE O
      * FORNECEDOR, O VALOR BRUTO A PAGAR E A DATA DO PAGAMENTO; LE
      * AS ALIQUOTAS DO CADASTRO DO FORNECEDOR (FORNECEDORES,
      * FORNEC.CPY) E DEVOLVE, POR IMPOSTO
      * (AREA RETCALC.CPY), A ALIQUOTA, O VALOR RETIDO (ALIQUOTA
      * SOBRE O BRUTO, ARREDONDADO) E O FORNECEDOR QUE REPRESENTA O
      * FISCO DAQUELE IMPOSTO (PARAMETRO 'FISCO-' + CODIGO, NA MESMA
      * DISCIPLINA DO EXERCICIO_142), MAIS O TOTAL RETIDO E O
      * VENCIMENTO DOS TITULOS DAS RETENCOES: DIA DO PARAMETRO
      * RET-DIA-VENC DO MES SEGUINTE AO DO PAGAMENTO, LIMITADO AO FIM
      * DO MES E ROLADO PARA DIA UTIL. CHAMADA PELO REGISTRO DE
      * PAGAMENTO (EXERCICIO_062) E PELO BORDERO (EXERCICIO_091).
      * FUNCAO 'F' (FISCO): OS VALORES JA VEM NA AREA (RETENCAO
      * APROVADA NO BORDERO, QUE NAO MUDA SE O CADASTRO MUDAR DEPOIS);
      * SO DEVOLVE O TOTAL, O FORNECEDOR DO FISCO E O VENCIMENTO PARA A
      * DATA DE PAGAMENTO CONFIRMADA.
      * RESULTADO:
      *   'O' = CALCULADO (PODE SER ZERO: FORNECEDOR SEM RETENCAO)
      *   'N' = FORNECEDOR NAO CADASTRADO (PAGA SEM RETENCAO, COM AVISO)
      *   'E' = PARAMETRO FISCO-XXXX OU RET-DIA-VENC NAO CADASTRADO OU
      *         INVALIDO, OU RETENCAO IGUAL OU MAIOR QUE O BRUTO
      *         (PAGAMENTO DEVE SER RECUSADO)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC_RETENCAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS FORN-COD-FORNECEDOR
           FILE STATUS     IS WS-FS-FORN.
       DATA DIVISION.
       FILE SECTION.
       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       WORKING-STORAGE SECTION.
       77 WS-FS-FORN                   PIC 99.
       77 WS-IDX                       PIC 9(001).

       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> SUBROTINA CALC_DATA (FUNCAO 'V' VALIDA A DATA).
       77 WS-CD-FUNCAO                 PIC X(001).
       77 WS-CD-DATA-1                 PIC 9(008).
       77 WS-CD-DATA-2                 PIC 9(008).
       77 WS-CD-DIAS                   PIC S9(006).
       77 WS-CD-RESULTADO              PIC 9(008).
       77 WS-CD-VALIDA                 PIC X(001).

       01 WS-DT-AUXILIAR               PIC 9(008).
       01 FILLER REDEFINES WS-DT-AUXILIAR.
           03 WS-AUX-ANO               PIC 9(004).
           03 WS-AUX-MES               PIC 9(002).
           03 WS-AUX-DIA               PIC 9(002).

      *> VENCIMENTO DAS RETENCOES: DIA DO PARAMETRO NO MES SEGUINTE
      *> AO DO PAGAMENTO.
       01 WS-DATA-VENC                 PIC 9(008).
       01 FILLER REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANOMES           PIC 9(006).
           03 WS-VENC-DIA              PIC 9(002).

       LINKAGE SECTION.
       01 LK-FUNCAO                    PIC X(001).
       01 LK-COD-FORNECEDOR            PIC 9(005).
       01 LK-VL-BRUTO                  PIC S9(013)V9(002).
       01 LK-DT-PAGAMENTO              PIC 9(008).
       01 LK-RETENCOES.
           COPY RETCALC.
       01 LK-VL-RETIDO                 PIC S9(013)V9(002).
       01 LK-DT-VENCIMENTO             PIC 9(008).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-FUNCAO, LK-COD-FORNECEDOR,
           LK-VL-BRUTO, LK-DT-PAGAMENTO, LK-RETENCOES, LK-VL-RETIDO,
           LK-DT-VENCIMENTO, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'O'    TO LK-RESULTADO
           MOVE ZEROS  TO LK-VL-RETIDO
           MOVE ZEROS  TO LK-DT-VENCIMENTO
           MOVE 'IRRF' TO RTC-COD-RETENCAO(1)
           MOVE 'ISS'  TO RTC-COD-RETENCAO(2)
           MOVE 'INSS' TO RTC-COD-RETENCAO(3)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF LK-FUNCAO NOT EQUAL 'F'
                   MOVE ZEROS TO RTC-PCT(WS-IDX)
                   MOVE ZEROS TO RTC-VALOR(WS-IDX)
               END-IF
               MOVE ZEROS TO RTC-FORN-FISCO(WS-IDX)
           END-PERFORM

           IF LK-FUNCAO NOT EQUAL 'F'
               PERFORM 1000-LE-FORNECEDOR THRU 1000-LE-FORNECEDOR-FIM
               IF LK-RESULTADO NOT EQUAL 'O'
                   GO TO ROT-FIM
               END-IF
               PERFORM 2000-CALCULA-IMPOSTO
                   THRU 2000-CALCULA-IMPOSTO-FIM
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
           END-IF

           PERFORM 2100-LE-FISCO THRU 2100-LE-FISCO-FIM
               VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
           IF LK-RESULTADO NOT EQUAL 'O' OR LK-VL-RETIDO EQUAL ZEROS
               GO TO ROT-FIM
           END-IF

      *> O FORNECEDOR TEM DE RECEBER ALGUMA COISA.
           IF LK-VL-RETIDO NOT < LK-VL-BRUTO
               MOVE 'E' TO LK-RESULTADO
               GO TO ROT-FIM
           END-IF

           PERFORM 3000-CALCULA-VENCIMENTO
               THRU 3000-CALCULA-VENCIMENTO-FIM.

       ROT-FIM.
           GOBACK.
      *
      **************************************
      * ALIQUOTAS DO CADASTRO DO           *
      * FORNECEDOR                         *
      **************************************
      *
       1000-LE-FORNECEDOR.
           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORN EQUAL 35
               MOVE 'N' TO LK-RESULTADO
               GO TO 1000-LE-FORNECEDOR-FIM
           END-IF

           MOVE LK-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'N' TO LK-RESULTADO
               NOT INVALID KEY
                   MOVE FORN-PCT-IRRF TO RTC-PCT(1)
                   MOVE FORN-PCT-ISS  TO RTC-PCT(2)
                   MOVE FORN-PCT-INSS TO RTC-PCT(3)
           END-READ

           CLOSE FORNECEDORES.
       1000-LE-FORNECEDOR-FIM.
           EXIT.
      *
      **************************************
      * VALOR RETIDO DE UM IMPOSTO         *
      **************************************
      *
       2000-CALCULA-IMPOSTO.
           IF RTC-PCT(WS-IDX) EQUAL ZEROS
               GO TO 2000-CALCULA-IMPOSTO-FIM
           END-IF

           COMPUTE RTC-VALOR(WS-IDX) ROUNDED =
               LK-VL-BRUTO * RTC-PCT(WS-IDX) / 100
           IF RTC-VALOR(WS-IDX) < ZEROS
               MOVE ZEROS TO RTC-VALOR(WS-IDX)
           END-IF.
       2000-CALCULA-IMPOSTO-FIM.
           EXIT.
      *
      **************************************
      * FORNECEDOR DO FISCO QUE RECEBE O   *
      * IMPOSTO RETIDO                     *
      **************************************
      *
       2100-LE-FISCO.
           IF RTC-VALOR(WS-IDX) NOT > ZEROS
               GO TO 2100-LE-FISCO-FIM
           END-IF
           ADD RTC-VALOR(WS-IDX) TO LK-VL-RETIDO

           MOVE SPACES TO WS-PARAM-CODIGO
           STRING 'FISCO-' DELIMITED BY SIZE
               RTC-COD-RETENCAO(WS-IDX) DELIMITED BY SPACE
               INTO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S' OR WS-PARAM-VALOR < 1
               MOVE 'E' TO LK-RESULTADO
               GO TO 2100-LE-FISCO-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO RTC-FORN-FISCO(WS-IDX).
       2100-LE-FISCO-FIM.
           EXIT.
      *
      **************************************
      * VENCIMENTO DOS TITULOS DAS         *
      * RETENCOES                          *
      **************************************
      *
       3000-CALCULA-VENCIMENTO.
           MOVE 'RET-DIA-VENC' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S' OR WS-PARAM-VALOR < 1
               OR WS-PARAM-VALOR > 31
               MOVE 'E' TO LK-RESULTADO
               GO TO 3000-CALCULA-VENCIMENTO-FIM
           END-IF

           MOVE LK-DT-PAGAMENTO TO WS-DT-AUXILIAR
           MOVE 01 TO WS-AUX-DIA
           IF WS-AUX-MES EQUAL 12
               ADD 1 TO WS-AUX-ANO
               MOVE 01 TO WS-AUX-MES
           ELSE
               ADD 1 TO WS-AUX-MES
           END-IF
           MOVE WS-DT-AUXILIAR(1:6) TO WS-VENC-ANOMES
           MOVE WS-PARAM-VALOR TO WS-VENC-DIA

           MOVE 'N' TO WS-CD-VALIDA
           PERFORM 3100-VALIDA-DIA THRU 3100-VALIDA-DIA-FIM
               UNTIL WS-CD-VALIDA EQUAL 'S'

      *> VENCIMENTO EM FIM DE SEMANA OU FERIADO ROLA PARA O PROXIMO
      *> DIA UTIL, COMO NOS DEMAIS TITULOS.
           CALL 'CALC_DIA_UTIL' USING WS-DATA-VENC,
               LK-DT-VENCIMENTO.
       3000-CALCULA-VENCIMENTO-FIM.
           EXIT.
      *
       3100-VALIDA-DIA.
           MOVE 'V' TO WS-CD-FUNCAO
           MOVE WS-DATA-VENC TO WS-CD-DATA-1
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           IF WS-CD-VALIDA NOT EQUAL 'S'
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.
       3100-VALIDA-DIA-FIM.
           EXIT.

       END PROGRAM CALC_RETENCAO.

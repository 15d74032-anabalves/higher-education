      * OU ALEM DO INTERVALO (PELO KM ACUMULADO DESDE A ULTIMA
      * REVISAO, ALIMENTADO PELO REGISTRO DE VIAGENS EM
      * EXERCICIO_004) E A TRANSACAO DE REVISAO FEITA, QUE ZERA O
      * CONTADOR. CADA VEICULO E TAMBEM UM ATIVO IMOBILIZADO: A
      * INCLUSAO PEDE O CUSTO DE AQUISICAO, O VALOR RESIDUAL E A VIDA
      * UTIL EM MESES (DEPRECIADOS PELO EXERCICIO_151), QUE PODEM SER
      * CORRIGIDOS ENQUANTO NENHUMA DEPRECIACAO FOI LANCADA; A VENDA OU
      * BAIXA (SUCATA, SINISTRO) REGISTRA A DATA E O VALOR DE VENDA,
      * E O LANCAMENTO DO GANHO OU PERDA FICA COM A DEPRECIACAO DO
      * MES. VEICULO VENDIDO OU BAIXADO SAI DA MANUTENCAO DEVIDA.
      * CADA VEICULO TEM A CATEGORIA DE CNH EXIGIDA PARA DIRIGI-LO,
      * CONFERIDA CONTRA A CNH DO MOTORISTA EM CADA VIAGEM; A OPCAO 7
      * INFORMA A CATEGORIA DOS VEICULOS JA CADASTRADOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.
       77 W-OPCAO          PIC 99.
       77 WS-LIMITE-AVISO  PIC 9(008)V9(002).

      *> DADOS DO ATIVO E DA VENDA/BAIXA DO VEICULO.
       77 WS-TIPO-BAIXA    PIC X(001).
       77 WS-SITUACAO-DESC PIC X(008).
       01 WS-DT-BAIXA      PIC 9(008).
       01 FILLER REDEFINES WS-DT-BAIXA.
           03 WS-MES-BAIXA PIC 9(006).
           03 FILLER       PIC 9(002).
       77 WS-VL-LIQUIDO    PIC -ZZZZZZZZZZZZ9.99.

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> VENDA OU BAIXA EM MES JA FECHADO (EXERCICIO_090) E RECUSADA.
       77 WS-PC-DATA       PIC 9(008).
       77 WS-PC-RESULTADO  PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
      *
            DISPLAY "| 2 - LISTAR VEICULOS      |"
            DISPLAY "| 3 - MANUTENCAO DEVIDA    |"
            DISPLAY "| 4 - REGISTRAR REVISAO    |"
            DISPLAY "| 5 - DADOS DO ATIVO       |"
            DISPLAY "| 6 - VENDA / BAIXA        |"
            DISPLAY "| 7 - CATEGORIA DE CNH     |"
            DISPLAY "| 99 - SAIR                |"
            DISPLAY '|--------------------------|'
            DISPLAY " "
               GO TO MAN-001.
            IF W-OPCAO = 4
               GO TO REV-001.
            IF W-OPCAO = 5
               GO TO ATV-001.
            IF W-OPCAO = 6
               GO TO BAI-001.
            IF W-OPCAO = 7
               GO TO CAT-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            IF W-OPCAO NOT = 1 AND 2 AND 3 AND 4 AND 5 AND 6 AND 7
                AND 99
               DISPLAY "*** DIGITE APENAS 1 A 7 OU 99 ***"
               DISPLAY " "
               GO TO MENU-001.
      *
            ACCEPT VEIC-INTERVALO-KM
            MOVE ZEROS TO VEIC-KM-DESDE-REV
            MOVE ZEROS TO VEIC-DT-ULT-REVISAO
            PERFORM 5300-INFORMA-CATEGORIA
                THRU 5300-INFORMA-CATEGORIA-FIM

      *> DADOS DO ATIVO; A DEPRECIACAO COMECA ZERADA E A BAIXA EM
      *> BRANCO.
            PERFORM 5000-INFORMA-ATIVO THRU 5000-INFORMA-ATIVO-FIM
            MOVE ZEROS TO VEIC-DEPREC-ACUM
            MOVE ZEROS TO VEIC-MES-ULT-DEPREC
            MOVE 'A'   TO VEIC-SITUACAO
            MOVE ZEROS TO VEIC-DT-BAIXA
            MOVE ZEROS TO VEIC-VL-VENDA
            MOVE 'N'   TO VEIC-BAIXA-LANCADA

            WRITE REG-VEICULO
                INVALID KEY
            PERFORM UNTIL WS-EOF = 1
               READ VEICULOS NEXT RECORD
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       PERFORM 5200-DESCREVE-SITUACAO
                           THRU 5200-DESCREVE-SITUACAO-FIM
                       DISPLAY ' VEICULO: ' VEIC-CODIGO
                               ' PLACA: ' VEIC-PLACA
                               ' MODELO: ' VEIC-MODELO
                               ' KM DESDE A REVISAO: '
                               VEIC-KM-DESDE-REV
                               ' INTERVALO: ' VEIC-INTERVALO-KM
                               ' CNH: ' VEIC-CATEGORIA-CNH
                               ' ' WS-SITUACAO-DESC
                       ADD 1 TO WS-CONTADOR
               END-READ
            END-PERFORM
                   AT END MOVE 1 TO WS-EOF NOT AT END
                       COMPUTE WS-LIMITE-AVISO =
                           VEIC-INTERVALO-KM * 0.90
      *> VEICULO VENDIDO OU BAIXADO NAO RODA MAIS.
                       IF VEIC-ATIVO
                           IF VEIC-KM-DESDE-REV >= VEIC-INTERVALO-KM
                               DISPLAY ' VEICULO ' VEIC-CODIGO
                                   ' PLACA ' VEIC-PLACA
                                   ' ' VEIC-MODELO
                                   ' KM ' VEIC-KM-DESDE-REV
                                   ' *** REVISAO VENCIDA ***'
                               ADD 1 TO WS-CONTADOR
                           ELSE
                               IF VEIC-KM-DESDE-REV >= WS-LIMITE-AVISO
                                   DISPLAY ' VEICULO ' VEIC-CODIGO
                                       ' PLACA ' VEIC-PLACA
                                       ' ' VEIC-MODELO
                                       ' KM ' VEIC-KM-DESDE-REV
                                       ' * REVISAO PROXIMA *'
                                   ADD 1 TO WS-CONTADOR
                               END-IF
                           END-IF
                       END-IF
               END-READ

            CLOSE VEICULOS
            GO TO MENU-001.
      *
      **************************************
      * DADOS DO ATIVO: CUSTO, RESIDUAL E  *
      * VIDA UTIL, CORRIGIVEIS ENQUANTO    *
      * NAO HOUVER DEPRECIACAO LANCADA     *
      **************************************
      *
       ATV-001.
            SET WS-FS TO 0.
            OPEN I-O VEICULOS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO VEICULOS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '---------- DADOS DO ATIVO -------------'
            DISPLAY 'INFORME O CODIGO DO VEICULO'
            ACCEPT VEIC-CODIGO

            READ VEICULOS
                INVALID KEY
                    DISPLAY "*** VEICULO NAO CADASTRADO ***"
                    CLOSE VEICULOS
                    GO TO MENU-001
            END-READ

            DISPLAY 'VEICULO: ' VEIC-MODELO ' PLACA ' VEIC-PLACA
            DISPLAY 'CUSTO: ' VEIC-VL-AQUISICAO
                ' RESIDUAL: ' VEIC-VL-RESIDUAL
                ' VIDA UTIL (MESES): ' VEIC-VIDA-UTIL
            DISPLAY 'DEPRECIACAO ACUMULADA: ' VEIC-DEPREC-ACUM

      *> DEPOIS DA PRIMEIRA DEPRECIACAO O CUSTO JA ESTA NO DIARIO;
      *> CORRECAO SO POR LANCAMENTO DA CONTABILIDADE.
            IF NOT VEIC-ATIVO
               DISPLAY "*** VEICULO VENDIDO OU BAIXADO - DADOS NAO "
                   "PODEM SER ALTERADOS ***"
               CLOSE VEICULOS
               GO TO MENU-001.
            IF VEIC-DEPREC-ACUM NOT = ZEROS
               DISPLAY "*** VEICULO JA DEPRECIADO ATE "
                   VEIC-MES-ULT-DEPREC " - DADOS NAO PODEM SER "
                   "ALTERADOS ***"
               CLOSE VEICULOS
               GO TO MENU-001.

            PERFORM 5000-INFORMA-ATIVO THRU 5000-INFORMA-ATIVO-FIM
            REWRITE REG-VEICULO
            DISPLAY "*** DADOS DO ATIVO ALTERADOS ***"

            CLOSE VEICULOS
            GO TO MENU-001.
      *
      **************************************
      * VENDA OU BAIXA DO VEICULO: O       *
      * GANHO OU PERDA E LANCADO PELA      *
      * DEPRECIACAO DO MES (EXERCICIO_151) *
      **************************************
      *
       BAI-001.
            SET WS-FS TO 0.
            OPEN I-O VEICULOS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO VEICULOS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '---------- VENDA / BAIXA -------------'
            DISPLAY 'INFORME O CODIGO DO VEICULO'
            ACCEPT VEIC-CODIGO

            READ VEICULOS
                INVALID KEY
                    DISPLAY "*** VEICULO NAO CADASTRADO ***"
                    CLOSE VEICULOS
                    GO TO MENU-001
            END-READ

            IF NOT VEIC-ATIVO
               DISPLAY "*** VEICULO JA VENDIDO OU BAIXADO EM "
                   VEIC-DT-BAIXA " ***"
               CLOSE VEICULOS
               GO TO MENU-001.

            COMPUTE WS-VL-LIQUIDO =
                VEIC-VL-AQUISICAO - VEIC-DEPREC-ACUM
            DISPLAY 'VEICULO: ' VEIC-MODELO ' PLACA ' VEIC-PLACA
            DISPLAY 'VALOR CONTABIL LIQUIDO (DEPRECIADO ATE '
                VEIC-MES-ULT-DEPREC '): ' WS-VL-LIQUIDO.
       BAI-002.
            DISPLAY 'TIPO: V - VENDA  B - BAIXA (SUCATA/SINISTRO)'
            ACCEPT WS-TIPO-BAIXA
            IF WS-TIPO-BAIXA NOT = 'V' AND 'B'
               DISPLAY "DIGITE APENAS V OU B"
               GO TO BAI-002.
       BAI-003.
            DISPLAY 'INFORME A DATA DA VENDA/BAIXA (AAAAMMDD):'
            ACCEPT WS-DT-BAIXA
            IF WS-DT-BAIXA < VEIC-DT-AQUISICAO
               DISPLAY "DATA ANTERIOR A AQUISICAO DO VEICULO"
               GO TO BAI-003.

      *> A DEPRECIACAO VAI ATE O MES DA BAIXA; MES JA DEPRECIADO
      *> ALEM DELE NAO TEM COMO SER DESFEITO AQUI.
            IF WS-MES-BAIXA < VEIC-MES-ULT-DEPREC
               DISPLAY "*** VEICULO JA DEPRECIADO ATE "
                   VEIC-MES-ULT-DEPREC " - DATA RECUSADA ***"
               CLOSE VEICULOS
               GO TO MENU-001.

            MOVE WS-DT-BAIXA TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY "*** MES CONTABIL JA FECHADO (EXERCICIO_090) "
                   "- BAIXA RECUSADA ***"
               CLOSE VEICULOS
               GO TO MENU-001.

            MOVE ZEROS TO VEIC-VL-VENDA
            IF WS-TIPO-BAIXA = 'V'
               PERFORM 5100-INFORMA-VENDA THRU 5100-INFORMA-VENDA-FIM
            END-IF

            MOVE WS-TIPO-BAIXA TO VEIC-SITUACAO
            MOVE WS-DT-BAIXA   TO VEIC-DT-BAIXA
            MOVE 'N'           TO VEIC-BAIXA-LANCADA
            REWRITE REG-VEICULO
            DISPLAY "*** VENDA/BAIXA REGISTRADA - LANCAMENTO NA "
                "DEPRECIACAO DO MES ***"

            CLOSE VEICULOS
            GO TO MENU-001.
      *
      **************************************
      * CATEGORIA DE CNH EXIGIDA PARA      *
      * DIRIGIR O VEICULO                  *
      **************************************
      *
       CAT-001.
            SET WS-FS TO 0.
            OPEN I-O VEICULOS
            IF WS-FS EQUAL 35
               DISPLAY "* ARQUIVO VEICULOS NAO EXISTE *"
               GO TO MENU-001.
            DISPLAY '---------- CATEGORIA DE CNH -------------'
            DISPLAY 'INFORME O CODIGO DO VEICULO'
            ACCEPT VEIC-CODIGO

            READ VEICULOS
                INVALID KEY
                    DISPLAY "*** VEICULO NAO CADASTRADO ***"
                    CLOSE VEICULOS
                    GO TO MENU-001
            END-READ

            DISPLAY 'VEICULO: ' VEIC-MODELO ' PLACA ' VEIC-PLACA
                ' CATEGORIA ATUAL: ' VEIC-CATEGORIA-CNH
            PERFORM 5300-INFORMA-CATEGORIA
                THRU 5300-INFORMA-CATEGORIA-FIM
            REWRITE REG-VEICULO
            DISPLAY "*** CATEGORIA DE CNH ALTERADA ***"

            CLOSE VEICULOS
            GO TO MENU-001.
      *
      **************************************
      * CUSTO, RESIDUAL E VIDA UTIL DO     *
      * VEICULO                            *
      **************************************
      *
       5000-INFORMA-ATIVO.
            DISPLAY 'INFORME O CUSTO DE AQUISICAO:'
            ACCEPT VEIC-VL-AQUISICAO
            IF VEIC-VL-AQUISICAO < ZEROS
               DISPLAY "CUSTO NAO PODE SER NEGATIVO"
               GO TO 5000-INFORMA-ATIVO.
       5000-INFORMA-RESIDUAL.
            DISPLAY 'INFORME O VALOR RESIDUAL:'
            ACCEPT VEIC-VL-RESIDUAL
            IF VEIC-VL-RESIDUAL < ZEROS OR
               VEIC-VL-RESIDUAL > VEIC-VL-AQUISICAO
               DISPLAY "RESIDUAL DEVE ESTAR ENTRE ZERO E O CUSTO"
               GO TO 5000-INFORMA-RESIDUAL.
       5000-INFORMA-VIDA.
            DISPLAY 'INFORME A VIDA UTIL EM MESES:'
            ACCEPT VEIC-VIDA-UTIL
            IF VEIC-VIDA-UTIL = ZEROS AND
               VEIC-VL-AQUISICAO > VEIC-VL-RESIDUAL
               DISPLAY "VIDA UTIL DEVE SER MAIOR QUE ZERO"
               GO TO 5000-INFORMA-VIDA.
       5000-INFORMA-ATIVO-FIM.
            EXIT.
      *
       5100-INFORMA-VENDA.
            DISPLAY 'INFORME O VALOR DA VENDA:'
            ACCEPT VEIC-VL-VENDA
            IF VEIC-VL-VENDA NOT > ZEROS
               DISPLAY "VALOR DA VENDA DEVE SER MAIOR QUE ZERO"
               GO TO 5100-INFORMA-VENDA.
       5100-INFORMA-VENDA-FIM.
            EXIT.
      *
       5200-DESCREVE-SITUACAO.
            EVALUATE TRUE
                WHEN VEIC-VENDIDO
                    MOVE 'VENDIDO'  TO WS-SITUACAO-DESC
                WHEN VEIC-BAIXADO
                    MOVE 'BAIXADO'  TO WS-SITUACAO-DESC
                WHEN OTHER
                    MOVE 'ATIVO'    TO WS-SITUACAO-DESC
            END-EVALUATE.
       5200-DESCREVE-SITUACAO-FIM.
            EXIT.
      *
       5300-INFORMA-CATEGORIA.
            DISPLAY 'INFORME A CATEGORIA DE CNH EXIGIDA (A MOTO, B '
                'CARRO, C CAMINHAO, D ONIBUS/VAN, E ARTICULADO):'
            ACCEPT VEIC-CATEGORIA-CNH
            IF NOT VEIC-CATEGORIA-VALIDA
               DISPLAY "*** CATEGORIA INVALIDA ***"
               GO TO 5300-INFORMA-CATEGORIA.
       5300-INFORMA-CATEGORIA-FIM.
            EXIT.

      **********************
      * ROTINA DE FIM      *

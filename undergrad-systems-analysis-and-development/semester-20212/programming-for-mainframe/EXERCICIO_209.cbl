      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REGISTRO DE MULTAS DE TRANSITO DA FROTA (ARQUIVO
      * MULTAS, MULTA.CPY). A MULTA CHEGA SEMANAS DEPOIS PELA PLACA;
      * O VEICULO E ACHADO NO CADASTRO DA FROTA (EXERCICIO_073) E O
      * CONDUTOR RESPONSAVEL E APURADO PELA DATA E HORA DA INFRACAO:
      * PRIMEIRO A VIAGEM DO FROTA_LOG EM ANDAMENTO NA HORA (SAIDA
      * ATE SAIDA + TEMPO DA VIAGEM), DEPOIS A ULTIMA VIAGEM DO DIA
      * ANTES DA HORA E, SEM VIAGEM, O ABASTECIMENTO DO DIA
      * (ABASTECIMENTOS); O OPERADOR CONFIRMA OU INFORMA OUTRO
      * MOTORISTA (MOTORISTAS, EXERCICIO_208). O PRAZO PARA INDICAR O
      * CONDUTOR AO ORGAO AUTUADOR CONTA DA NOTIFICACAO (PARAMETRO
      * PRAZO-IND-MUL, PADRAO 30 DIAS) E A LISTAGEM DE PRAZOS MOSTRA
      * O QUE FALTA INDICAR. A MULTA VIRA UM TITULO A PAGAR EM
      * DUPL_PAGAR (TIPO 'D', FORNECEDOR = ORGAO AUTUADOR, EVENTO DE
      * DESPESA DO PLANO DE CONTAS) DO MESMO JEITO QUE A DESPESA SEM
      * PEDIDO DE EXERCICIO_161: ACIMA DA ALCADA LIM-APROV-PC NASCE
      * PENDENTE DE APROVACAO, E COM O MES CONTABIL DE HOJE FECHADO
      * (PERIODO_CHECK) O REGISTRO E RECUSADO. A CONSULTA POR
      * MOTORISTA SOMA OS PONTOS DOS ULTIMOS 12 MESES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_209.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\multas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MUL-NR-AUTO
           FILE STATUS IS WS-FS-MUL.

           SELECT VEICULOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VEIC-CODIGO
           FILE STATUS IS WS-FS-VEICULOS.

           SELECT FROTA_LOG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\frota_log.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-FROTA_LOG.

           SELECT ABASTECIMENTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\abastecimentos.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ABAST.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-PAGAR.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS FORN-COD-FORNECEDOR
           FILE STATUS IS WS-FS-FORN.

           SELECT PLANO_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\plano_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS PLC-EVENTO
           FILE STATUS     IS WS-FS-PLANO.

           SELECT ESTRUTURA_CONTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\estrutura_contas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS ECT-CONTA
           FILE STATUS     IS WS-FS-ECT.
       DATA DIVISION.
       FILE SECTION.
       FD MULTAS.
       01 REG-MULTA.
           COPY MULTA.

       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       FD FROTA_LOG.
       01 REG-FROTA_LOG.
           COPY FROTALOG.

       FD ABASTECIMENTOS.
       01 REG-ABASTECIMENTO.
           COPY ABASTEC.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD PLANO_CONTAS.
       01 REG-PLANO-CONTAS.
           03 PLC-EVENTO               PIC X(012).
           03 PLC-CONTA-DEBITO         PIC X(010).
           03 PLC-CONTA-CREDITO        PIC X(010).
           03 PLC-DESCRICAO            PIC X(030).
           03 PLC-CENTRO-CUSTO         PIC X(006).

       FD ESTRUTURA_CONTAS.
       01 REG-ESTRUTURA-CONTA.
           COPY ESTRCTA.

       WORKING-STORAGE SECTION.
       77 WS-FS-MUL         PIC 99.
       77 WS-FS-VEICULOS    PIC 99.
       77 WS-FS-FROTA_LOG   PIC 99.
       77 WS-FS-ABAST       PIC 99.
       77 WS-FS-PAGAR       PIC 99.
       77 WS-FS-FORN        PIC 99.
       77 WS-FS-PLANO       PIC 99.
       77 WS-FS-ECT         PIC 99.
       77 WS-EOF            PIC 99.
       77 W-OPCAO           PIC 99.
       77 W-CONF            PIC X(01) VALUE SPACES.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-NR-TITULO      PIC 9(007).
       77 WS-NR-AUTO        PIC X(012).
       77 WS-PLACA          PIC X(008).
       77 WS-ACHOU          PIC X(001).
       77 WS-QTD-LISTADOS   PIC 9(005).
       77 WS-VL-EDITADO     PIC -ZZZZZZZZZZZZ9.99.
       77 WS-PRAZO-IND      PIC 9(003).
       77 WS-DIAS-RESTANTES PIC S9(006).
       77 WS-SITUACAO-PRAZO PIC X(012).

      *> TITULO DA MULTA EM DIGITACAO.
       77 WS-EVENTO-DESPESA PIC X(012).
       77 WS-DT-VENCIMENTO  PIC 9(008).

      *> HORA DA INFRACAO.
       01 WS-HORA-MULTA     PIC 9(004).
       01 FILLER REDEFINES WS-HORA-MULTA.
           03 WS-HM-HORA    PIC 9(002).
           03 WS-HM-MINUTO  PIC 9(002).

      *> APURACAO DO CONDUTOR: HORARIOS EM MINUTOS DO DIA. A VIAGEM
      *> COBRE DA SAIDA ATE SAIDA + LOG-H HORAS.
       01 WS-HORA-EXAME     PIC 9(004).
       01 FILLER REDEFINES WS-HORA-EXAME.
           03 WS-HE-HORA    PIC 9(002).
           03 WS-HE-MINUTO  PIC 9(002).
       77 WS-MIN-MULTA      PIC 9(005).
       77 WS-MIN-SAIDA      PIC 9(005).
       77 WS-MIN-CHEGADA    PIC 9(005).
       77 WS-MIN-MELHOR     PIC 9(005).
       77 WS-COND-MOTORISTA PIC X(006).
       77 WS-COND-ORIGEM    PIC X(001).

      *> CONFERENCIA DO MOTORISTA (SUBROTINA CONFERE_MOTORISTA; A
      *> CATEGORIA NAO INTERESSA NA MULTA).
       77 WS-MOTORISTA      PIC X(006).
       77 WS-CATEGORIA-VEIC PIC X(001) VALUE SPACE.
       77 WS-NOME-MOTORISTA PIC X(030).
       77 WS-CM-RESULTADO   PIC X(001).

      *> PONTOS DO MOTORISTA NOS ULTIMOS 12 MESES.
       77 WS-DT-INICIO-PONTOS PIC 9(008).
       77 WS-TOT-PONTOS     PIC 9(003).
       77 WS-LIM-PONTOS     PIC 9(003).

      *> ALCADA DE APROVACAO (PARAMETRO LIM-APROV-PC, A MESMA DOS
      *> PEDIDOS DE COMPRA) E PARAMETROS DA MULTA.
       77 WS-VL-LIMITE-APROV PIC S9(013)V9(002).
       77 WS-PARAM-CODIGO   PIC X(012).
       77 WS-PARAM-VALOR    PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU    PIC X(001).

      *> ARITMETICA DE DATAS (SUBROTINA CALC_DATA).
       77 WS-CD-FUNCAO      PIC X(001).
       77 WS-CD-DATA-1      PIC 9(008).
       77 WS-CD-DATA-2      PIC 9(008).
       77 WS-CD-DIAS        PIC S9(006).
       77 WS-CD-RESULTADO   PIC 9(008).
       77 WS-CD-VALIDA      PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK).
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_209'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
       0010-INICIO.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|--------[ MULTAS DA FROTA ]--------|'
            DISPLAY "| 1 - REGISTRAR MULTA               |"
            DISPLAY "| 2 - INDICAR CONDUTOR AO ORGAO     |"
            DISPLAY "| 3 - PRAZOS DE INDICACAO PENDENTES |"
            DISPLAY "| 4 - MULTAS DO MOTORISTA           |"
            DISPLAY "| 99 - SAIR                         |"
            DISPLAY '|-----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO REG-001.
            IF W-OPCAO = 2
               GO TO IND-001.
            IF W-OPCAO = 3
               GO TO PRZ-001.
            IF W-OPCAO = 4
               GO TO MOT-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1 A 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * REGISTRO DE UMA MULTA      *
      ******************************
      *
       REG-001.
            MOVE WS-HOJE-AAAAMMDD TO WS-PC-DATA
            CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
            IF WS-PC-RESULTADO EQUAL 'F'
                DISPLAY "*** MES CONTABIL DE HOJE JA FECHADO "
                    "(EXERCICIO_090) - MULTA NAO REGISTRADA ***"
                GO TO MENU-001.

      *> SEM A ALCADA CADASTRADA NAO HA COMO SABER SE O TITULO
      *> PRECISA DE APROVACAO.
            MOVE 'LIM-APROV-PC' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
                DISPLAY "*** PARAMETRO LIM-APROV-PC NAO CADASTRADO "
                    "EM PARAMETROS - MULTA NAO REGISTRADA ***"
                GO TO MENU-001.
            MOVE WS-PARAM-VALOR TO WS-VL-LIMITE-APROV

            MOVE 30 TO WS-PRAZO-IND
            MOVE 'PRAZO-IND-MUL' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU EQUAL 'S'
                MOVE WS-PARAM-VALOR TO WS-PRAZO-IND
            ELSE
                DISPLAY "* PARAMETRO PRAZO-IND-MUL AUSENTE - USANDO "
                    "30 DIAS *"
            END-IF

            SET WS-FS-PLANO TO 0.
            OPEN INPUT PLANO_CONTAS
            IF WS-FS-PLANO EQUAL 35
                DISPLAY "*** ARQUIVO PLANO_CONTAS NAO EXISTE - "
                    "CADASTRE O EVENTO EM EXERCICIO_087 ***"
                GO TO MENU-001.
            CLOSE PLANO_CONTAS

            SET WS-FS-MUL TO 0.
            OPEN I-O MULTAS
            IF WS-FS-MUL EQUAL 35
                OPEN OUTPUT MULTAS
                CLOSE MULTAS
                DISPLAY "* ARQUIVO MULTAS SENDO CRIADO *"
            ELSE
                CLOSE MULTAS
            END-IF
            DISPLAY "---------- REGISTRO DE MULTA ----------".

       REG-002.
            DISPLAY 'INFORME O NUMERO DO AUTO DE INFRACAO:'
            ACCEPT WS-NR-AUTO
            IF WS-NR-AUTO = SPACES
               DISPLAY "NUMERO NAO PODE SER EM BRANCO"
               GO TO REG-002.
            OPEN INPUT MULTAS
            MOVE WS-NR-AUTO TO MUL-NR-AUTO
            READ MULTAS
                INVALID KEY
                    CLOSE MULTAS
                NOT INVALID KEY
                    CLOSE MULTAS
                    DISPLAY "*** AUTO JA REGISTRADO ***"
                    GO TO MENU-001
            END-READ
            INITIALIZE REG-MULTA
            MOVE WS-NR-AUTO TO MUL-NR-AUTO.

      *> A NOTIFICACAO TRAZ A PLACA; O VEICULO PODE JA TER SIDO
      *> VENDIDO OU BAIXADO, A MULTA E DA EPOCA EM QUE ERA DA FROTA.
       REG-003.
            DISPLAY 'INFORME A PLACA DO VEICULO:'
            ACCEPT WS-PLACA
            PERFORM 7500-ACHA-PLACA THRU 7500-ACHA-PLACA-FIM
            IF WS-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PLACA NAO ENCONTRADA NA FROTA ***"
               GO TO REG-003.
            DISPLAY 'VEICULO: ' VEIC-CODIGO ' ' VEIC-MODELO
            MOVE VEIC-CODIGO TO MUL-VEICULO
            MOVE WS-PLACA    TO MUL-PLACA.

       REG-004.
            DISPLAY 'INFORME A DATA DA INFRACAO (AAAAMMDD):'
            ACCEPT MUL-DATA
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE MUL-DATA TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO REG-004.
            IF MUL-DATA > WS-HOJE-AAAAMMDD
               DISPLAY "*** DATA DA INFRACAO POSTERIOR A HOJE ***"
               GO TO REG-004.

       REG-005.
            DISPLAY 'INFORME A HORA DA INFRACAO (HHMM):'
            ACCEPT WS-HORA-MULTA
            IF WS-HM-HORA > 23 OR WS-HM-MINUTO > 59
               DISPLAY "*** HORA INVALIDA ***"
               GO TO REG-005.
            MOVE WS-HORA-MULTA TO MUL-HORA.

       REG-006.
            DISPLAY 'INFORME O LOCAL DA INFRACAO:'
            ACCEPT MUL-LOCAL
            DISPLAY 'INFORME A INFRACAO (DESCRICAO DO AUTO):'
            ACCEPT MUL-INFRACAO
            IF MUL-INFRACAO = SPACES
               DISPLAY "INFRACAO NAO PODE SER EM BRANCO"
               GO TO REG-006.
            DISPLAY 'INFORME OS PONTOS NA CNH:'
            ACCEPT MUL-PONTOS.

       REG-007.
            DISPLAY 'INFORME O VALOR DA MULTA:'
            ACCEPT MUL-VALOR
            IF MUL-VALOR NOT > ZEROS
               DISPLAY "*** VALOR INVALIDO ***"
               GO TO REG-007.

      *> O ORGAO AUTUADOR E O FORNECEDOR DO TITULO A PAGAR.
       REG-008.
            DISPLAY 'INFORME O CODIGO DO ORGAO AUTUADOR (FORNECEDOR):'
            ACCEPT MUL-COD-ORGAO
            SET WS-FS-FORN TO 0.
            OPEN INPUT FORNECEDORES
            IF WS-FS-FORN EQUAL 35
                DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
                GO TO MENU-001.
            MOVE MUL-COD-ORGAO TO FORN-COD-FORNECEDOR
            READ FORNECEDORES
                INVALID KEY
                    CLOSE FORNECEDORES
                    DISPLAY "ORGAO NAO CADASTRADO EM FORNECEDORES"
                    GO TO REG-008
                NOT INVALID KEY
                    DISPLAY ' ' FORN-NOME-FORNECEDOR
                    CLOSE FORNECEDORES
            END-READ.

      *> O PRAZO DE INDICACAO DO CONDUTOR CONTA DA NOTIFICACAO.
       REG-009.
            DISPLAY 'INFORME A DATA DA NOTIFICACAO (AAAAMMDD):'
            ACCEPT MUL-DT-NOTIFICACAO
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE MUL-DT-NOTIFICACAO TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO REG-009.
            IF MUL-DT-NOTIFICACAO < MUL-DATA
               DISPLAY "*** NOTIFICACAO ANTERIOR A INFRACAO ***"
               GO TO REG-009.
            MOVE 'S' TO WS-CD-FUNCAO
            MOVE MUL-DT-NOTIFICACAO TO WS-CD-DATA-1
            MOVE WS-PRAZO-IND TO WS-CD-DIAS
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            MOVE WS-CD-RESULTADO TO MUL-DT-LIMITE-IND
            DISPLAY 'PRAZO PARA INDICAR O CONDUTOR: '
                MUL-DT-LIMITE-IND.

       REG-010.
            DISPLAY 'INFORME O VENCIMENTO DA MULTA (AAAAMMDD):'
            ACCEPT WS-DT-VENCIMENTO
            MOVE 'V' TO WS-CD-FUNCAO
            MOVE WS-DT-VENCIMENTO TO WS-CD-DATA-1
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            IF WS-CD-VALIDA NOT EQUAL 'S'
               DISPLAY "*** DATA INVALIDA ***"
               GO TO REG-010.
            IF WS-DT-VENCIMENTO < WS-HOJE-AAAAMMDD
               DISPLAY "*** VENCIMENTO ANTERIOR A HOJE ***"
               GO TO REG-010.

       REG-011.
            DISPLAY 'INFORME O EVENTO DE DESPESA DO PLANO DE CONTAS:'
            ACCEPT WS-EVENTO-DESPESA
            IF WS-EVENTO-DESPESA = SPACES
               DISPLAY "EVENTO NAO PODE SER EM BRANCO"
               GO TO REG-011.
            PERFORM 5000-VALIDA-EVENTO THRU 5000-VALIDA-EVENTO-FIM
            IF WS-PARAM-ACHOU NOT EQUAL 'S'
               GO TO REG-011.

      *> CONDUTOR APURADO PELO LOG DE VIAGENS E ABASTECIMENTOS; O
      *> OPERADOR CONFIRMA OU INFORMA OUTRO.
       REG-012.
            PERFORM 7000-APURA-CONDUTOR THRU 7000-APURA-CONDUTOR-FIM
            MOVE WS-COND-MOTORISTA TO MUL-MOTORISTA
            MOVE WS-COND-ORIGEM    TO MUL-ORIGEM-COND
            IF WS-COND-MOTORISTA = SPACES
                DISPLAY "* NENHUMA VIAGEM OU ABASTECIMENTO DO VEICULO "
                    "NA DATA - CONDUTOR NAO APURADO *"
                GO TO REG-013.
            MOVE WS-COND-MOTORISTA TO WS-MOTORISTA
            CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA, MUL-DATA,
                WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA, WS-CM-RESULTADO
            EVALUATE WS-COND-ORIGEM
                WHEN 'V'
                    DISPLAY 'CONDUTOR (VIAGEM EM ANDAMENTO NA HORA): '
                        WS-COND-MOTORISTA ' ' WS-NOME-MOTORISTA
                WHEN 'D'
                    DISPLAY 'CONDUTOR (ULTIMA VIAGEM DO DIA ANTES DA '
                        'HORA): ' WS-COND-MOTORISTA ' '
                        WS-NOME-MOTORISTA
                WHEN 'A'
                    DISPLAY 'CONDUTOR (ABASTECIMENTO DO DIA): '
                        WS-COND-MOTORISTA ' ' WS-NOME-MOTORISTA
            END-EVALUATE
            MOVE "S" TO W-CONF
            DISPLAY "CONFIRMA O CONDUTOR (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "S" OR "s"
               GO TO REG-OPC.
            IF W-CONF NOT = "N" AND "n"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO REG-012.

       REG-013.
            DISPLAY 'INFORME O MOTORISTA (EM BRANCO = NAO APURADO):'
            MOVE SPACES TO WS-MOTORISTA
            ACCEPT WS-MOTORISTA
            IF WS-MOTORISTA = SPACES
               MOVE SPACES TO MUL-MOTORISTA
               MOVE SPACE  TO MUL-ORIGEM-COND
               GO TO REG-OPC.
            CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA, MUL-DATA,
                WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA, WS-CM-RESULTADO
            IF WS-CM-RESULTADO EQUAL 'N'
               DISPLAY "*** MOTORISTA NAO CADASTRADO (EXERCICIO_208) "
                   "***"
               GO TO REG-013.
            DISPLAY 'MOTORISTA: ' WS-NOME-MOTORISTA
            MOVE WS-MOTORISTA TO MUL-MOTORISTA
            MOVE 'M'          TO MUL-ORIGEM-COND.

       REG-OPC.
            IF MUL-VALOR > WS-VL-LIMITE-APROV
               DISPLAY "* TITULO ACIMA DA ALCADA - FICARA PENDENTE "
                   "DE APROVACAO *".
            MOVE "S" TO W-CONF
            DISPLAY "DADOS OK (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* DADOS RECUSADOS PELO USUARIO *"
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO REG-OPC.

       REG-WR1.
            PERFORM 5100-GRAVA-TITULO THRU 5100-GRAVA-TITULO-FIM
            IF WS-NR-TITULO = ZEROS
               GO TO MENU-001.

            MOVE 'P'              TO MUL-SITUACAO-IND
            MOVE ZEROS            TO MUL-DT-INDICACAO
            MOVE WS-NR-TITULO     TO MUL-NR-TITULO
            MOVE WS-SIGN-OPERADOR TO MUL-OPERADOR
            MOVE WS-HOJE-AAAAMMDD TO MUL-DT-CADASTRO

            SET WS-FS-MUL TO 0.
            OPEN I-O MULTAS
            WRITE REG-MULTA
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA MULTA - FILE "
                        "STATUS: " WS-FS-MUL " (TITULO " WS-NR-TITULO
                        " JA GRAVADO) ***"
                NOT INVALID KEY
                    DISPLAY "MULTA " MUL-NR-AUTO " REGISTRADA - TITULO "
                        "A PAGAR " WS-NR-TITULO
                    DISPLAY "INDICAR O CONDUTOR ATE " MUL-DT-LIMITE-IND
            END-WRITE
            CLOSE MULTAS
            GO TO MENU-001.
      *
      **************************************
      * INDICACAO DO CONDUTOR AO ORGAO     *
      * AUTUADOR                           *
      **************************************
      *
       IND-001.
            SET WS-FS-MUL TO 0.
            OPEN I-O MULTAS
            IF WS-FS-MUL EQUAL 35
                DISPLAY "* ARQUIVO MULTAS NAO EXISTE *"
                GO TO MENU-001.
            DISPLAY 'INFORME O NUMERO DO AUTO DE INFRACAO:'
            ACCEPT MUL-NR-AUTO
            READ MULTAS
                INVALID KEY
                    DISPLAY "*** AUTO NAO REGISTRADO ***"
                    CLOSE MULTAS
                    GO TO MENU-001
            END-READ

            IF MUL-IND-FEITA
                DISPLAY "* CONDUTOR " MUL-MOTORISTA " JA INDICADO EM "
                    MUL-DT-INDICACAO " *"
                CLOSE MULTAS
                GO TO MENU-001.

            DISPLAY ' VEICULO: ' MUL-VEICULO ' PLACA ' MUL-PLACA
                ' DATA ' MUL-DATA ' HORA ' MUL-HORA
            DISPLAY ' INFRACAO: ' MUL-INFRACAO ' PONTOS ' MUL-PONTOS
            DISPLAY ' PRAZO PARA INDICAR: ' MUL-DT-LIMITE-IND
            IF MUL-DT-LIMITE-IND < WS-HOJE-AAAAMMDD
                DISPLAY "* ATENCAO: PRAZO DE INDICACAO VENCIDO *"
            END-IF.

      *> SEM CONDUTOR APURADO NO REGISTRO, O OPERADOR INFORMA AGORA.
       IND-002.
            IF MUL-MOTORISTA = SPACES
                DISPLAY 'INFORME O MOTORISTA A INDICAR:'
                ACCEPT WS-MOTORISTA
            ELSE
                MOVE MUL-MOTORISTA TO WS-MOTORISTA
            END-IF
            CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA, MUL-DATA,
                WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA, WS-CM-RESULTADO
            IF WS-CM-RESULTADO EQUAL 'N'
                DISPLAY "*** MOTORISTA NAO CADASTRADO (EXERCICIO_208) "
                    "***"
                MOVE SPACES TO MUL-MOTORISTA
                GO TO IND-002.
            DISPLAY ' CONDUTOR: ' WS-MOTORISTA ' ' WS-NOME-MOTORISTA.

       IND-OPC.
            MOVE "S" TO W-CONF
            DISPLAY "CONDUTOR INDICADO AO ORGAO (S/N) : ".
            ACCEPT W-CONF
            IF W-CONF = "N" OR "n"
               DISPLAY "* INDICACAO CANCELADA *"
               CLOSE MULTAS
               GO TO MENU-001.
            IF W-CONF NOT = "S" AND "s"
               DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
               GO TO IND-OPC.

            IF MUL-MOTORISTA NOT EQUAL WS-MOTORISTA
                MOVE WS-MOTORISTA TO MUL-MOTORISTA
                MOVE 'M'          TO MUL-ORIGEM-COND
            END-IF
            MOVE 'I'              TO MUL-SITUACAO-IND
            MOVE WS-HOJE-AAAAMMDD TO MUL-DT-INDICACAO
            REWRITE REG-MULTA
            CLOSE MULTAS
            DISPLAY "CONDUTOR " MUL-MOTORISTA " INDICADO EM "
                MUL-DT-INDICACAO "."
            GO TO MENU-001.
      *
      **************************************
      * PRAZOS DE INDICACAO PENDENTES      *
      **************************************
      *
       PRZ-001.
            SET WS-EOF TO 0
            SET WS-FS-MUL TO 0
            SET WS-QTD-LISTADOS TO 0
            OPEN INPUT MULTAS
            IF WS-FS-MUL EQUAL 35
                DISPLAY "* ARQUIVO MULTAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ INDICACOES DE CONDUTOR PENDENTES ------'
            PERFORM UNTIL WS-EOF = 1
               READ MULTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MUL-IND-PENDENTE
                           PERFORM PRZ-LINHA THRU PRZ-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            DISPLAY 'INDICACOES PENDENTES: ' WS-QTD-LISTADOS
            DISPLAY " "
            CLOSE MULTAS
            GO TO MENU-001.

       PRZ-LINHA.
            MOVE 'D' TO WS-CD-FUNCAO
            MOVE MUL-DT-LIMITE-IND TO WS-CD-DATA-1
            MOVE WS-HOJE-AAAAMMDD  TO WS-CD-DATA-2
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            MOVE WS-CD-DIAS TO WS-DIAS-RESTANTES
            IF WS-DIAS-RESTANTES < ZEROS
                MOVE '*** VENCIDO' TO WS-SITUACAO-PRAZO
            ELSE
                MOVE 'DIAS: ' TO WS-SITUACAO-PRAZO
            END-IF
            DISPLAY ' AUTO: ' MUL-NR-AUTO
                    ' PLACA: ' MUL-PLACA
                    ' DATA: ' MUL-DATA
                    ' MOTORISTA: ' MUL-MOTORISTA
            DISPLAY '   PRAZO: ' MUL-DT-LIMITE-IND
                    ' ' WS-SITUACAO-PRAZO ' ' WS-DIAS-RESTANTES
            ADD 1 TO WS-QTD-LISTADOS.
       PRZ-LINHA-FIM.
            EXIT.
      *
      **************************************
      * MULTAS DO MOTORISTA E PONTOS DOS   *
      * ULTIMOS 12 MESES                   *
      **************************************
      *
       MOT-001.
            DISPLAY 'INFORME O CODIGO DO MOTORISTA:'
            ACCEPT WS-MOTORISTA
            CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA,
                WS-HOJE-AAAAMMDD, WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA,
                WS-CM-RESULTADO
            IF WS-CM-RESULTADO EQUAL 'N'
                DISPLAY "*** MOTORISTA NAO CADASTRADO ***"
                GO TO MENU-001.

            MOVE 20 TO WS-LIM-PONTOS
            MOVE 'LIM-PONTOS' TO WS-PARAM-CODIGO
            CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
                WS-PARAM-VALOR, WS-PARAM-ACHOU
            IF WS-PARAM-ACHOU EQUAL 'S'
                MOVE WS-PARAM-VALOR TO WS-LIM-PONTOS
            END-IF

            MOVE 'S' TO WS-CD-FUNCAO
            MOVE WS-HOJE-AAAAMMDD TO WS-CD-DATA-1
            MOVE -365 TO WS-CD-DIAS
            CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
                WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
                WS-CD-VALIDA
            MOVE WS-CD-RESULTADO TO WS-DT-INICIO-PONTOS

            SET WS-EOF TO 0
            SET WS-FS-MUL TO 0
            SET WS-QTD-LISTADOS TO 0
            MOVE ZEROS TO WS-TOT-PONTOS
            OPEN INPUT MULTAS
            IF WS-FS-MUL EQUAL 35
                DISPLAY "* ARQUIVO MULTAS NAO EXISTE *"
                GO TO MENU-001.

            DISPLAY '------ MULTAS DE ' WS-NOME-MOTORISTA ' ------'
            PERFORM UNTIL WS-EOF = 1
               READ MULTAS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF MUL-MOTORISTA EQUAL WS-MOTORISTA
                           PERFORM MOT-LINHA THRU MOT-LINHA-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE MULTAS
            DISPLAY 'MULTAS: ' WS-QTD-LISTADOS
            DISPLAY 'PONTOS NOS ULTIMOS 12 MESES: ' WS-TOT-PONTOS
            IF WS-TOT-PONTOS NOT < WS-LIM-PONTOS
                DISPLAY "*** MOTORISTA NO LIMITE DE PONTOS DA CNH ("
                    WS-LIM-PONTOS ") ***"
            END-IF
            DISPLAY " "
            GO TO MENU-001.

       MOT-LINHA.
            MOVE MUL-VALOR TO WS-VL-EDITADO
            DISPLAY ' AUTO: ' MUL-NR-AUTO
                    ' DATA: ' MUL-DATA
                    ' PLACA: ' MUL-PLACA
                    ' PONTOS: ' MUL-PONTOS
                    ' VALOR: ' WS-VL-EDITADO
            DISPLAY '   ' MUL-INFRACAO ' INDICACAO: ' MUL-SITUACAO-IND
            IF MUL-DATA NOT < WS-DT-INICIO-PONTOS
                ADD MUL-PONTOS TO WS-TOT-PONTOS
            END-IF
            ADD 1 TO WS-QTD-LISTADOS.
       MOT-LINHA-FIM.
            EXIT.

       ROT-FIM.
            STOP RUN.
      *
      *> O EVENTO TEM DE EXISTIR NO PLANO DE CONTAS; SE A CONTA DE
      *> DEBITO DELE ESTA CLASSIFICADA NA ESTRUTURA DE CONTAS, TEM DE
      *> SER DE DESPESA. DEVOLVE 'S' EM WS-PARAM-ACHOU QUANDO O EVENTO
      *> SERVE.
       5000-VALIDA-EVENTO.
            MOVE 'N' TO WS-PARAM-ACHOU
            OPEN INPUT PLANO_CONTAS
            MOVE WS-EVENTO-DESPESA TO PLC-EVENTO
            READ PLANO_CONTAS
                INVALID KEY
                    DISPLAY "*** EVENTO NAO CADASTRADO NO PLANO DE "
                        "CONTAS (EXERCICIO_087) ***"
                    CLOSE PLANO_CONTAS
                    GO TO 5000-VALIDA-EVENTO-FIM
            END-READ
            CLOSE PLANO_CONTAS
            DISPLAY ' ' PLC-DESCRICAO
            DISPLAY ' DEBITO: ' PLC-CONTA-DEBITO
                ' CREDITO: ' PLC-CONTA-CREDITO

            SET WS-FS-ECT TO 0.
            OPEN INPUT ESTRUTURA_CONTAS
            IF WS-FS-ECT NOT EQUAL 35
                MOVE PLC-CONTA-DEBITO TO ECT-CONTA
                READ ESTRUTURA_CONTAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF NOT ECT-DESPESA
                            DISPLAY "*** CONTA DE DEBITO DO EVENTO "
                                "NAO E DE DESPESA (NATUREZA "
                                ECT-NATUREZA ") ***"
                            CLOSE ESTRUTURA_CONTAS
                            GO TO 5000-VALIDA-EVENTO-FIM
                        END-IF
                END-READ
                CLOSE ESTRUTURA_CONTAS
            END-IF
            MOVE 'S' TO WS-PARAM-ACHOU.
       5000-VALIDA-EVENTO-FIM.
            EXIT.
      *
      **************************************
      * TITULO A PAGAR DA MULTA, COMO A    *
      * DESPESA SEM PEDIDO (EXERCICIO_161) *
      **************************************
      *
      *> DEVOLVE O NUMERO DO TITULO EM WS-NR-TITULO (ZEROS QUANDO
      *> NAO GRAVOU).
       5100-GRAVA-TITULO.
            SET WS-FS-PAGAR TO 0.
            OPEN I-O DUPL_PAGAR
            IF WS-FS-PAGAR EQUAL 35
                OPEN OUTPUT DUPL_PAGAR
                DISPLAY "* ARQUIVO DUPL_PAGAR SENDO CRIADO *"
            END-IF

            CALL 'NUM_TITULO' USING WS-NR-TITULO

            MOVE WS-NR-TITULO      TO PAG-NR-TITULO
            MOVE MUL-COD-ORGAO     TO PAG-COD-FORNECEDOR
            MOVE ZEROS             TO PAG-NR-PEDIDO
            MOVE WS-HOJE-AAAAMMDD  TO PAG-DT-EMISSAO
            MOVE WS-DT-VENCIMENTO  TO PAG-DT-VENCIMENTO
            MOVE MUL-VALOR         TO PAG-VL-TITULO
            MOVE ZEROS             TO PAG-VL-PAGO
            MOVE "NAO"             TO PAG-ST-TITULO
            MOVE ZEROS             TO PAG-DT-PAGAMENTO
      *> SEM PEDIDO NAO HA NOTA A CONFERIR; ACIMA DA ALCADA O TITULO
      *> ESPERA O APROVADOR (EXERCICIO_161). O NUMERO DO AUTO NAO
      *> CABE NO NUMERO DE NOTA; O VINCULO FICA EM MUL-NR-TITULO.
            IF MUL-VALOR > WS-VL-LIMITE-APROV
                MOVE 'P'           TO PAG-ST-CONFERENCIA
            ELSE
                MOVE 'N'           TO PAG-ST-CONFERENCIA
            END-IF
            MOVE ZEROS             TO PAG-QTDE-RECEBIDA
            MOVE ZEROS             TO PAG-NR-NOTA-FORN
            MOVE SPACES            TO PAG-OPERADOR-LIBER
            MOVE ZEROS             TO PAG-DT-LIBERACAO
            MOVE 'D'               TO PAG-TIPO-TITULO
            MOVE SPACES            TO PAG-COD-RETENCAO
            MOVE ZEROS             TO PAG-VL-RETENCAO
            MOVE ZEROS             TO PAG-TITULO-ORIGEM
            MOVE WS-EVENTO-DESPESA TO PAG-EVENTO-DESPESA
            MOVE ZEROS             TO PAG-VL-CREDITO

            WRITE REG-DUPL-PAGAR
                INVALID KEY
                    DISPLAY "*** TITULO " PAG-NR-TITULO
                        " JA EXISTE - MULTA NAO REGISTRADA ***"
                    MOVE ZEROS TO WS-NR-TITULO
                NOT INVALID KEY
                    IF PAG-CONF-PEND-APROV
                        DISPLAY "* TITULO PENDENTE DE APROVACAO EM "
                            "EXERCICIO_161 *"
                    END-IF
            END-WRITE
            CLOSE DUPL_PAGAR.
       5100-GRAVA-TITULO-FIM.
            EXIT.
      *
      **************************************
      * APURACAO DO CONDUTOR RESPONSAVEL   *
      * PELO VEICULO NA DATA E HORA DA     *
      * INFRACAO                           *
      **************************************
      *
      *> DEVOLVE WS-COND-MOTORISTA E WS-COND-ORIGEM ('V', 'D', 'A'
      *> OU ESPACOS). VIAGENS E ABASTECIMENTOS SEM MOTORISTA (OS
      *> ANTERIORES AO CADASTRO DE MOTORISTAS) SAO IGNORADOS.
       7000-APURA-CONDUTOR.
            MOVE SPACES TO WS-COND-MOTORISTA
            MOVE SPACE  TO WS-COND-ORIGEM
            MOVE ZEROS  TO WS-MIN-MELHOR
            COMPUTE WS-MIN-MULTA = WS-HM-HORA * 60 + WS-HM-MINUTO

            SET WS-FS-FROTA_LOG TO 0.
            SET WS-EOF          TO 0.
            OPEN INPUT FROTA_LOG
            IF WS-FS-FROTA_LOG EQUAL 35
                GO TO 7000-ABASTECIMENTOS
            END-IF
            PERFORM UNTIL WS-EOF = 1
               READ FROTA_LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LOG-VEICULO EQUAL MUL-VEICULO AND
                           LOG-DATA EQUAL MUL-DATA AND
                           LOG-MOTORISTA NOT EQUAL SPACES
                           PERFORM 7100-EXAMINA-VIAGEM
                               THRU 7100-EXAMINA-VIAGEM-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE FROTA_LOG
            IF WS-COND-MOTORISTA NOT EQUAL SPACES
                GO TO 7000-APURA-CONDUTOR-FIM
            END-IF.

      *> SEM VIAGEM NO DIA, QUEM ABASTECEU O VEICULO NAQUELE DIA
      *> (O ULTIMO ABASTECIMENTO ANTES DA HORA, OU O PRIMEIRO DO DIA
      *> QUANDO TODOS FORAM DEPOIS).
       7000-ABASTECIMENTOS.
            MOVE ZEROS TO WS-MIN-MELHOR
            SET WS-FS-ABAST TO 0.
            SET WS-EOF      TO 0.
            OPEN INPUT ABASTECIMENTOS
            IF WS-FS-ABAST EQUAL 35
                GO TO 7000-APURA-CONDUTOR-FIM
            END-IF
            PERFORM UNTIL WS-EOF = 1
               READ ABASTECIMENTOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF ABA-VEICULO EQUAL MUL-VEICULO AND
                           ABA-DATA EQUAL MUL-DATA AND
                           ABA-MOTORISTA NOT EQUAL SPACES
                           PERFORM 7200-EXAMINA-ABASTEC
                               THRU 7200-EXAMINA-ABASTEC-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE ABASTECIMENTOS.
       7000-APURA-CONDUTOR-FIM.
            EXIT.
      *
      *> A VIAGEM EM ANDAMENTO NA HORA DA MULTA DECIDE; SENAO FICA A
      *> ULTIMA VIAGEM QUE SAIU ANTES DA HORA. WS-MIN-MELHOR GUARDA
      *> A SAIDA + 1 DA MELHOR VIAGEM 'D' (ZERO = NENHUMA).
       7100-EXAMINA-VIAGEM.
            IF WS-COND-ORIGEM EQUAL 'V'
                GO TO 7100-EXAMINA-VIAGEM-FIM
            END-IF
            MOVE LOG-HORA-SAIDA TO WS-HORA-EXAME
            COMPUTE WS-MIN-SAIDA = WS-HE-HORA * 60 + WS-HE-MINUTO
            COMPUTE WS-MIN-CHEGADA = WS-MIN-SAIDA + LOG-H * 60
            IF WS-MIN-MULTA NOT < WS-MIN-SAIDA AND
                WS-MIN-MULTA NOT > WS-MIN-CHEGADA
                MOVE LOG-MOTORISTA TO WS-COND-MOTORISTA
                MOVE 'V'           TO WS-COND-ORIGEM
                GO TO 7100-EXAMINA-VIAGEM-FIM
            END-IF
            IF WS-MIN-SAIDA NOT > WS-MIN-MULTA AND
                WS-MIN-SAIDA + 1 > WS-MIN-MELHOR
                COMPUTE WS-MIN-MELHOR = WS-MIN-SAIDA + 1
                MOVE LOG-MOTORISTA TO WS-COND-MOTORISTA
                MOVE 'D'           TO WS-COND-ORIGEM
            END-IF.
       7100-EXAMINA-VIAGEM-FIM.
            EXIT.
      *
       7200-EXAMINA-ABASTEC.
            MOVE ABA-HORA TO WS-HORA-EXAME
            COMPUTE WS-MIN-SAIDA = WS-HE-HORA * 60 + WS-HE-MINUTO
            IF WS-MIN-SAIDA NOT > WS-MIN-MULTA
                IF WS-MIN-SAIDA + 1 > WS-MIN-MELHOR
                    COMPUTE WS-MIN-MELHOR = WS-MIN-SAIDA + 1
                    MOVE ABA-MOTORISTA TO WS-COND-MOTORISTA
                    MOVE 'A'           TO WS-COND-ORIGEM
                END-IF
            ELSE
                IF WS-COND-MOTORISTA EQUAL SPACES
                    MOVE ABA-MOTORISTA TO WS-COND-MOTORISTA
                    MOVE 'A'           TO WS-COND-ORIGEM
                END-IF
            END-IF.
       7200-EXAMINA-ABASTEC-FIM.
            EXIT.
      *
      **************************************
      * LOCALIZA O VEICULO PELA PLACA NO   *
      * CADASTRO DA FROTA                  *
      **************************************
      *
       7500-ACHA-PLACA.
            MOVE 'N' TO WS-ACHOU
            SET WS-FS-VEICULOS TO 0.
            SET WS-EOF         TO 0.
            OPEN INPUT VEICULOS
            IF WS-FS-VEICULOS EQUAL 35
                DISPLAY "* ARQUIVO VEICULOS NAO EXISTE *"
                GO TO 7500-ACHA-PLACA-FIM
            END-IF
            PERFORM UNTIL WS-EOF = 1
               READ VEICULOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF VEIC-PLACA EQUAL WS-PLACA
                           MOVE 'S' TO WS-ACHOU
                           MOVE 1   TO WS-EOF
                       END-IF
               END-READ
            END-PERFORM
            CLOSE VEICULOS.
       7500-ACHA-PLACA-FIM.
            EXIT.

       END PROGRAM EXERCICIO_209.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ROMANEIO DE ENTREGA: CARREGA OS PEDIDOS CONFIRMADOS
      * (PEDIDOS_VENDA, EXERCICIO_064) QUE AINDA NAO SAIRAM PARA
      * ENTREGA NOS VEICULOS DA FROTA (VEICULOS, EXERCICIO_073). OS
      * PEDIDOS SAO AGRUPADOS POR CIDADE E CEP DO ENDERECO
      * ESTRUTURADO DO CLIENTE (CLIENTES) E O OPERADOR ESCOLHE A
      * CIDADE (OU TODAS), O VEICULO ATIVO E A DATA; CADA PEDIDO VIRA
      * UMA PARADA DO ROMANEIO (ARQUIVO ROMANEIOS, ROMANEIO.CPY) E O
      * ROMANEIO E IMPRESSO EM ORDEM DE PARADA COM ENDERECO, TELEFONE,
      * NOTA (DUPLICATA EM FATURAS_PEDIDO) E VOLUMES. NO RETORNO DO
      * VEICULO CADA PARADA E BAIXADA COMO ENTREGUE, RECUSADA OU
      * AUSENTE E OS KM DA VIAGEM VAO PARA O FROTA_LOG E PARA OS KM
      * DESDE A REVISAO DO VEICULO DO MESMO JEITO QUE EXERCICIO_004
      * GRAVA. O PEDIDO AUSENTE VOLTA PARA A FILA DE ENTREGA; O
      * RECUSADO GERA AS DEVOLUCOES PENDENTES (DEVOL_PENDENTES,
      * DEVPEND.CPY) QUE A DEVOLUCAO DE VENDA (EXERCICIO_104) PROCESSA.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * O ROMANEIO LEVA O MOTORISTA (MOTORISTAS, EXERCICIO_208),
      * CONFERIDO NA MONTAGEM PELA SUBROTINA CONFERE_MOTORISTA (ATIVO,
      * CNH VALIDA NA DATA DA ENTREGA E DA CATEGORIA DO VEICULO); NO
      * RETORNO A VIAGEM VAI PARA O FROTA_LOG COM A HORA DE SAIDA E O
      * MOTORISTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_175.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROMANEIOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneios.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS ROM-CHAVE
           ALTERNATE RECORD KEY IS ROM-NR-PEDIDO
               WITH DUPLICATES
           FILE STATUS     IS WS-FS-ROM.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PV-CHAVE
           FILE STATUS     IS WS-FS-PV.

           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS          IS RANDOM
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT VEICULOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS VEIC-CODIGO
           FILE STATUS IS WS-FS-VEICULOS.

           SELECT FROTA_LOG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\frota_log.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-FROTA_LOG.

           SELECT FATURAS_PEDIDO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\faturas_pedido.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS FAT-CHAVE
           FILE STATUS     IS WS-FS-FAT.

           SELECT DEVOL_PENDENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\devol_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS DVP-CHAVE
           FILE STATUS     IS WS-FS-DVP.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneio_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ROMANEIOS.
       01 REG-ROMANEIO.
           COPY ROMANEIO.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD VEICULOS.
       01 REG-VEICULO.
           COPY VEICULO.

       FD FROTA_LOG.
       01 REG-FROTA_LOG.
           COPY FROTALOG.

       FD FATURAS_PEDIDO.
       01 REG-FATURA-PEDIDO.
           03 FAT-CHAVE.
              05 FAT-NR-PEDIDO      PIC 9(07).
              05 FAT-NR-PARCELA     PIC 9(02).
           03 FAT-NR-DUPLICATA      PIC 9(07).
           03 FAT-DT-VENCIMENTO     PIC 9(08).
           03 FAT-VL-PARCELA        PIC S9(013)V9(002).

       FD DEVOL_PENDENTES.
       01 REG-DEVOL-PENDENTE.
           COPY DEVPEND.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-ROM         PIC 99.
       77 WS-FS-PV          PIC 99.
       77 WS-FS-CLIENTES    PIC 99.
       77 WS-FS-VEICULOS    PIC 99.
       77 WS-FS-FROTA_LOG   PIC 99.
       77 WS-FS-FAT         PIC 99.
       77 WS-FS-DVP         PIC 99.
       77 WS-FS-REL         PIC 99.
       77 WS-EOF            PIC 99.
       77 WS-EOF-ROM        PIC 99.
       77 W-OPCAO           PIC 99.
       77 WS-HOJE-AAAAMMDD  PIC 9(008).
       77 WS-NR-ROMANEIO    PIC 9(005).
       77 WS-NR-PARADA      PIC 9(003).
       77 WS-VEICULO        PIC X(006).
       77 WS-DT-ENTREGA     PIC 9(008).
      *> MOTORISTA DO ROMANEIO (SUBROTINA CONFERE_MOTORISTA).
       77 WS-MOTORISTA      PIC X(006).
       77 WS-CATEGORIA-VEIC PIC X(001).
       77 WS-NOME-MOTORISTA PIC X(030).
       77 WS-CM-RESULTADO   PIC X(001).
       01 WS-HORA-SAIDA     PIC 9(004).
       01 FILLER REDEFINES WS-HORA-SAIDA.
           03 WS-HS-HORA    PIC 9(002).
           03 WS-HS-MINUTO  PIC 9(002).
       77 WS-CIDADE         PIC X(020).
       77 WS-IDX            PIC 9(003).
       77 WS-IDX2           PIC 9(003).
       77 WS-QTD-PEDIDOS    PIC 9(003).
       77 WS-QTD-PARADAS    PIC 9(003).
       77 WS-TOT-VOLUMES    PIC 9(009).
       77 WS-JA-CARREGADO   PIC X(001).
       77 WS-RESULTADO      PIC X(001).
       77 WS-QTD-ENTREGUES  PIC 9(003).
       77 WS-QTD-RECUSADOS  PIC 9(003).
       77 WS-QTD-AUSENTES   PIC 9(003).
       77 WS-QTD-DEVOL      PIC 9(003).
       01 WS-LINHA-REL      PIC X(132).

      *> KM E TEMPO DA VIAGEM DE ENTREGA, NO FORMATO DO FROTA_LOG
      *> (EXERCICIO_004).
       01 WS-VALORES.
           05 WS-KM            PIC S9(006)V9(002).
           05 WS-H             PIC S9(002)V9(002).
           05 WS-V             PIC S9(003)V9(002).

      *> PEDIDOS CONFIRMADOS AINDA SEM ENTREGA, COLETADOS EM MEMORIA
      *> PARA A ORDENACAO POR CIDADE E CEP (TROCA SIMPLES, COMO NA
      *> LISTA DE SEPARACAO DE EXERCICIO_098).
       01 WS-TAB-PEDIDOS.
           03 WS-TP-ITEM OCCURS 500 TIMES.
              05 WS-TP-ORDEM.
                 07 WS-TP-CIDADE       PIC X(020).
                 07 WS-TP-CEP          PIC 9(008).
              05 WS-TP-NR-PEDIDO       PIC 9(007).
              05 WS-TP-COD-CLIENTE     PIC 9(005).
              05 WS-TP-VOLUMES         PIC 9(009).
       01 WS-TP-TROCA.
           03 WS-TRC-ORDEM             PIC X(028).
           03 WS-TRC-NR-PEDIDO         PIC 9(007).
           03 WS-TRC-COD-CLIENTE       PIC 9(005).
           03 WS-TRC-VOLUMES           PIC 9(009).

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON), QUE CONFERE A
      *> SENHA UMA VEZ POR SESSAO E A PERMISSAO DESTE PROGRAMA.
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_175'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_175'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ROMANEIO DE ENTREGA'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

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
            DISPLAY '|-----[ ROMANEIO DE ENTREGA ]------|'
            DISPLAY "| 1 - PEDIDOS AGUARDANDO ENTREGA   |"
            DISPLAY "| 2 - MONTAR ROMANEIO              |"
            DISPLAY "| 3 - IMPRIMIR ROMANEIO            |"
            DISPLAY "| 4 - RETORNO DO VEICULO           |"
            DISPLAY "| 99 - SAIR                        |"
            DISPLAY '|----------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            IF W-OPCAO = 1
               GO TO LIS-001.
            IF W-OPCAO = 2
               GO TO MON-001.
            IF W-OPCAO = 3
               GO TO IMP-001.
            IF W-OPCAO = 4
               GO TO RET-001.
            IF W-OPCAO = 99
               GO TO ROT-FIM.
            DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
            DISPLAY " "
            GO TO MENU-001.
      *
      ************************************
      * PEDIDOS CONFIRMADOS AGUARDANDO   *
      * ENTREGA, POR CIDADE E CEP        *
      ************************************
      *
       LIS-001.
            PERFORM 3000-CARREGA-PEDIDOS THRU 3000-CARREGA-PEDIDOS-FIM
            IF WS-QTD-PEDIDOS = ZEROS
                DISPLAY "* NENHUM PEDIDO CONFIRMADO AGUARDANDO "
                    "ENTREGA *"
                GO TO MENU-001.

       LIS-002.
            DISPLAY '------ PEDIDOS AGUARDANDO ENTREGA ------'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PEDIDOS
                DISPLAY ' ' WS-TP-CIDADE(WS-IDX)
                    ' CEP ' WS-TP-CEP(WS-IDX)
                    ' PEDIDO ' WS-TP-NR-PEDIDO(WS-IDX)
                    ' CLIENTE ' WS-TP-COD-CLIENTE(WS-IDX)
                    ' VOLUMES ' WS-TP-VOLUMES(WS-IDX)
            END-PERFORM
            DISPLAY 'TOTAL DE PEDIDOS: ' WS-QTD-PEDIDOS
            DISPLAY " "
            GO TO MENU-001.
      *
      ************************************
      * MONTAGEM DO ROMANEIO: CIDADE,    *
      * VEICULO E DATA DE ENTREGA        *
      ************************************
      *
       MON-001.
            PERFORM 3000-CARREGA-PEDIDOS THRU 3000-CARREGA-PEDIDOS-FIM
            IF WS-QTD-PEDIDOS = ZEROS
                DISPLAY "* NENHUM PEDIDO CONFIRMADO AGUARDANDO "
                    "ENTREGA *"
                GO TO MENU-001.

       MON-002.
            DISPLAY 'INFORME A CIDADE DE ENTREGA (EM BRANCO = TODAS):'
            MOVE SPACES TO WS-CIDADE
            ACCEPT WS-CIDADE
            DISPLAY 'INFORME O CODIGO DO VEICULO:'
            ACCEPT WS-VEICULO

      *> O ROMANEIO SO VAI PARA VEICULO ATIVO DA FROTA, COMO A VIAGEM
      *> DE EXERCICIO_004.
            SET WS-FS-VEICULOS TO 0.
            OPEN INPUT VEICULOS
            IF WS-FS-VEICULOS EQUAL 35
                DISPLAY '* ARQUIVO VEICULOS NAO EXISTE - CADASTRE A '
                    'FROTA EM EXERCICIO_073 *'
                GO TO MENU-001.
            MOVE WS-VEICULO TO VEIC-CODIGO
            READ VEICULOS
                INVALID KEY
                    CLOSE VEICULOS
                    DISPLAY '*** VEICULO NAO CADASTRADO NA FROTA ***'
                    GO TO MENU-001
            END-READ
            CLOSE VEICULOS
            IF NOT VEIC-ATIVO
                DISPLAY '*** VEICULO VENDIDO OU BAIXADO EM '
                    VEIC-DT-BAIXA ' ***'
                GO TO MENU-001.
      *> SEM A CATEGORIA DO VEICULO NAO HA COMO CONFERIR A CNH.
            IF NOT VEIC-CATEGORIA-VALIDA
                DISPLAY '*** VEICULO SEM CATEGORIA DE CNH - INFORME '
                    'EM EXERCICIO_073 ***'
                GO TO MENU-001.
            MOVE VEIC-CATEGORIA-CNH TO WS-CATEGORIA-VEIC
            DISPLAY 'VEICULO: ' VEIC-MODELO ' PLACA ' VEIC-PLACA.

       MON-003.
            DISPLAY 'INFORME A DATA DA ENTREGA (AAAAMMDD, 0 = HOJE):'
            ACCEPT WS-DT-ENTREGA
            IF WS-DT-ENTREGA = ZEROS
                MOVE WS-HOJE-AAAAMMDD TO WS-DT-ENTREGA.
            IF WS-DT-ENTREGA < WS-HOJE-AAAAMMDD
                DISPLAY "*** DATA DE ENTREGA ANTERIOR A HOJE ***"
                GO TO MON-003.

       MON-004.
      *> O MOTORISTA E CONFERIDO NA DATA DA ENTREGA, CONTRA A
      *> CATEGORIA DO VEICULO, DO MESMO JEITO QUE NA VIAGEM AVULSA
      *> DE EXERCICIO_004.
            DISPLAY 'INFORME O CODIGO DO MOTORISTA:'
            ACCEPT WS-MOTORISTA
            CALL 'CONFERE_MOTORISTA' USING WS-MOTORISTA,
                WS-DT-ENTREGA, WS-CATEGORIA-VEIC, WS-NOME-MOTORISTA,
                WS-CM-RESULTADO
            EVALUATE WS-CM-RESULTADO
                WHEN 'S'
                    DISPLAY 'MOTORISTA: ' WS-NOME-MOTORISTA
                WHEN 'N'
                    DISPLAY '*** MOTORISTA NAO CADASTRADO '
                        '(EXERCICIO_208) - ROMANEIO RECUSADO ***'
                    GO TO MENU-001
                WHEN 'I'
                    DISPLAY '*** MOTORISTA INATIVO - ROMANEIO '
                        'RECUSADO ***'
                    GO TO MENU-001
                WHEN 'V'
                    DISPLAY '*** CNH DE ' WS-NOME-MOTORISTA
                        ' VENCIDA NA DATA DA ENTREGA - ROMANEIO '
                        'RECUSADO ***'
                    GO TO MENU-001
                WHEN 'C'
                    DISPLAY '*** CNH DE ' WS-NOME-MOTORISTA
                        ' NAO COBRE A CATEGORIA ' WS-CATEGORIA-VEIC
                        ' DO VEICULO - ROMANEIO RECUSADO ***'
                    GO TO MENU-001
            END-EVALUATE.

       MON-005.
            PERFORM 4000-PROXIMO-ROMANEIO
                THRU 4000-PROXIMO-ROMANEIO-FIM
            IF WS-FS-ROM EQUAL 35
                OPEN OUTPUT ROMANEIOS
                CLOSE ROMANEIOS
            END-IF

            SET WS-FS-ROM TO 0.
            OPEN I-O ROMANEIOS
            SET WS-FS-FAT TO 0.
            OPEN INPUT FATURAS_PEDIDO

            MOVE ZEROS TO WS-QTD-PARADAS
            MOVE ZEROS TO WS-TOT-VOLUMES
            PERFORM 4100-GRAVA-PARADA THRU 4100-GRAVA-PARADA-FIM
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PEDIDOS

            IF WS-FS-FAT NOT EQUAL 35
                CLOSE FATURAS_PEDIDO
            END-IF
            CLOSE ROMANEIOS

            IF WS-QTD-PARADAS = ZEROS
                DISPLAY "* NENHUM PEDIDO AGUARDANDO ENTREGA EM "
                    WS-CIDADE " *"
                GO TO MENU-001.

            DISPLAY "ROMANEIO " WS-NR-ROMANEIO " MONTADO: "
                WS-QTD-PARADAS " PARADAS, " WS-TOT-VOLUMES
                " VOLUMES, VEICULO " WS-VEICULO " EM " WS-DT-ENTREGA
            PERFORM 5000-IMPRIME-ROMANEIO
                THRU 5000-IMPRIME-ROMANEIO-FIM
            GO TO MENU-001.
      *
      ************************************
      * REIMPRESSAO DE UM ROMANEIO       *
      ************************************
      *
       IMP-001.
            DISPLAY 'INFORME O NUMERO DO ROMANEIO:'
            ACCEPT WS-NR-ROMANEIO
            PERFORM 5000-IMPRIME-ROMANEIO
                THRU 5000-IMPRIME-ROMANEIO-FIM
            GO TO MENU-001.
      *
      ************************************
      * RETORNO DO VEICULO: RESULTADO DE *
      * CADA PARADA E KM DA VIAGEM       *
      ************************************
      *
       RET-001.
            DISPLAY 'INFORME O NUMERO DO ROMANEIO:'
            ACCEPT WS-NR-ROMANEIO

            SET WS-FS-ROM TO 0.
            OPEN I-O ROMANEIOS
            IF WS-FS-ROM EQUAL 35
                DISPLAY "* NENHUM ROMANEIO MONTADO *"
                GO TO MENU-001.

       RET-002.
            MOVE ZEROS TO WS-QTD-PARADAS
            MOVE ZEROS TO WS-QTD-ENTREGUES
            MOVE ZEROS TO WS-QTD-RECUSADOS
            MOVE ZEROS TO WS-QTD-AUSENTES
            MOVE ZEROS TO WS-QTD-DEVOL
            MOVE SPACES TO WS-VEICULO
            MOVE SPACES TO WS-MOTORISTA
            SET WS-EOF-ROM TO 0
            MOVE WS-NR-ROMANEIO TO ROM-NR-ROMANEIO
            MOVE ZEROS          TO ROM-NR-PARADA
            START ROMANEIOS KEY IS NOT LESS THAN ROM-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF-ROM
            END-START

            PERFORM UNTIL WS-EOF-ROM = 1
               READ ROMANEIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ROM
                   NOT AT END
                       IF ROM-NR-ROMANEIO NOT EQUAL WS-NR-ROMANEIO
                           MOVE 1 TO WS-EOF-ROM
                       ELSE
                           MOVE ROM-VEICULO    TO WS-VEICULO
                           MOVE ROM-DT-ENTREGA TO WS-DT-ENTREGA
                           MOVE ROM-MOTORISTA  TO WS-MOTORISTA
                           IF ROM-PENDENTE
                               PERFORM 6000-BAIXA-PARADA
                                   THRU 6000-BAIXA-PARADA-FIM
                           END-IF
                       END-IF
               END-READ
            END-PERFORM
            CLOSE ROMANEIOS

            IF WS-VEICULO = SPACES
                DISPLAY "*** ROMANEIO NAO ENCONTRADO ***"
                GO TO MENU-001.
            IF WS-QTD-PARADAS = ZEROS
                DISPLAY "* ROMANEIO JA BAIXADO - NENHUMA PARADA "
                    "PENDENTE *"
                GO TO MENU-001.

       RET-003.
      *> A VIAGEM DO ROMANEIO ENTRA NO FROTA_LOG E NOS KM DESDE A
      *> REVISAO EXATAMENTE COMO A VIAGEM AVULSA DE EXERCICIO_004.
            DISPLAY 'DIGITE A HORA DE SAIDA DO VEICULO (HHMM)'
            ACCEPT WS-HORA-SAIDA
            IF WS-HS-HORA > 23 OR WS-HS-MINUTO > 59
                DISPLAY '*** HORA DE SAIDA INVALIDA ***'
                GO TO RET-003.
            DISPLAY 'DIGITE A DISTANCIA PERCORRIDA EM KM'
            ACCEPT WS-KM
            DISPLAY 'DIGITE O TEMPO PARA PERCORRER A DISTANCIA EM HORAS'
            ACCEPT WS-H
            IF WS-KM NOT GREATER 0 OR WS-H NOT GREATER 0
                DISPLAY 'NAO E POSSIVEL CALCULAR A VELOCIDADE
      -        '- VOCE DEVE DIGITAR APENAS VALORES POSITIVOS'
                GO TO RET-003.

            COMPUTE WS-V = WS-KM / WS-H
            DISPLAY 'A VELOCIDADE MEDIA DO AUTOMOVEL E = 'WS-V'Km/h'
            PERFORM 1000-GRAVA-LOG THRU 1000-GRAVA-LOG-FIM
            PERFORM 1100-ACUMULA-KM THRU 1100-ACUMULA-KM-FIM

            DISPLAY "ROMANEIO " WS-NR-ROMANEIO " BAIXADO: "
                WS-QTD-ENTREGUES " ENTREGUES, " WS-QTD-RECUSADOS
                " RECUSADOS, " WS-QTD-AUSENTES " AUSENTES"
            IF WS-QTD-DEVOL > ZEROS
                DISPLAY WS-QTD-DEVOL " ITENS RECUSADOS EM "
                    "DEVOL_PENDENTES - PROCESSE A DEVOLUCAO EM "
                    "EXERCICIO_104"
            END-IF
            IF WS-QTD-AUSENTES > ZEROS
                DISPLAY "PEDIDOS AUSENTES VOLTAM PARA A FILA DE "
                    "ENTREGA"
            END-IF
            GO TO MENU-001.
      *
      **************************************
      * ROTINA DE GRAVACAO DA VIAGEM NO    *
      * LOG DE QUILOMETRAGEM DA FROTA      *
      **************************************
      *
       1000-GRAVA-LOG.
            SET WS-FS-FROTA_LOG TO 0.
            OPEN EXTEND FROTA_LOG
            IF WS-FS-FROTA_LOG EQUAL 35
                OPEN OUTPUT FROTA_LOG
            END-IF

            MOVE WS-VEICULO      TO LOG-VEICULO
            MOVE WS-DT-ENTREGA   TO LOG-DATA
            MOVE WS-KM           TO LOG-KM
            MOVE WS-H            TO LOG-H
            MOVE WS-V            TO LOG-V
            MOVE WS-HORA-SAIDA   TO LOG-HORA-SAIDA
            MOVE WS-MOTORISTA    TO LOG-MOTORISTA

            WRITE REG-FROTA_LOG.

            CLOSE FROTA_LOG.
       1000-GRAVA-LOG-FIM.
            EXIT.
      *
      **************************************
      * ACUMULA OS KM DA VIAGEM NO VEICULO *
      * DESDE A ULTIMA REVISAO             *
      **************************************
      *
       1100-ACUMULA-KM.
            SET WS-FS-VEICULOS TO 0.
            OPEN I-O VEICULOS
            IF WS-FS-VEICULOS EQUAL 35
                GO TO 1100-ACUMULA-KM-FIM
            END-IF

            MOVE WS-VEICULO TO VEIC-CODIGO
            READ VEICULOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD WS-KM TO VEIC-KM-DESDE-REV
                    REWRITE REG-VEICULO
                    IF VEIC-KM-DESDE-REV >= VEIC-INTERVALO-KM
                        DISPLAY '* ATENCAO: VEICULO COM REVISAO '
                            'VENCIDA (' VEIC-KM-DESDE-REV ' KM) *'
                    END-IF
            END-READ

            CLOSE VEICULOS.
       1100-ACUMULA-KM-FIM.
            EXIT.
      *
      **************************************
      * COLETA DOS PEDIDOS CONFIRMADOS QUE *
      * AINDA NAO ESTAO EM ROMANEIO, COM   *
      * CIDADE E CEP DO CLIENTE, ORDENADOS *
      **************************************
      *
       3000-CARREGA-PEDIDOS.
            MOVE ZEROS TO WS-QTD-PEDIDOS
            SET WS-FS-PV TO 0.
            OPEN INPUT PEDIDOS_VENDA
            IF WS-FS-PV EQUAL 35
                DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
                GO TO 3000-CARREGA-PEDIDOS-FIM
            END-IF

            SET WS-EOF TO 0
            PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PV-ITEM-CONFIRMADO AND
                           NOT PV-ITEM-COMPONENTE
                           PERFORM 3100-GUARDA-ITEM
                               THRU 3100-GUARDA-ITEM-FIM
                       END-IF
               END-READ
            END-PERFORM
            CLOSE PEDIDOS_VENDA

            IF WS-QTD-PEDIDOS = ZEROS
                GO TO 3000-CARREGA-PEDIDOS-FIM
            END-IF

      *> PEDIDO QUE JA ESTA EM ROMANEIO (NO VEICULO, ENTREGUE OU
      *> RECUSADO) SAI DA FILA; SO O AUSENTE PODE SAIR DE NOVO.
            SET WS-FS-ROM TO 0.
            OPEN INPUT ROMANEIOS
            SET WS-FS-CLIENTES TO 0.
            OPEN INPUT CLIENTES

            MOVE ZEROS TO WS-IDX2
            PERFORM 3200-CONFERE-PEDIDO THRU 3200-CONFERE-PEDIDO-FIM
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-QTD-PEDIDOS
            MOVE WS-IDX2 TO WS-QTD-PEDIDOS

            IF WS-FS-ROM NOT EQUAL 35
                CLOSE ROMANEIOS
            END-IF
            IF WS-FS-CLIENTES NOT EQUAL 35
                CLOSE CLIENTES
            END-IF

      *> ORDENACAO POR CIDADE E CEP.
            IF WS-QTD-PEDIDOS > 1
                PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PEDIDOS - 1
                    PERFORM VARYING WS-IDX2 FROM 1 BY 1
                        UNTIL WS-IDX2 > WS-QTD-PEDIDOS - WS-IDX
                        IF WS-TP-ORDEM(WS-IDX2) >
                            WS-TP-ORDEM(WS-IDX2 + 1)
                            MOVE WS-TP-ITEM(WS-IDX2)
                                TO WS-TP-TROCA
                            MOVE WS-TP-ITEM(WS-IDX2 + 1)
                                TO WS-TP-ITEM(WS-IDX2)
                            MOVE WS-TP-TROCA
                                TO WS-TP-ITEM(WS-IDX2 + 1)
                        END-IF
                    END-PERFORM
                END-PERFORM
            END-IF.
       3000-CARREGA-PEDIDOS-FIM.
            EXIT.

      *> OS ITENS DE UM PEDIDO VEM SEGUIDOS NA ORDEM DA CHAVE; O KIT
      *> CONTA PELO SEU ITEM E OS COMPONENTES FICAM DE FORA.
       3100-GUARDA-ITEM.
            IF WS-QTD-PEDIDOS > ZEROS
                IF WS-TP-NR-PEDIDO(WS-QTD-PEDIDOS) = PV-NR-PEDIDO
                    ADD PV-QTDE TO WS-TP-VOLUMES(WS-QTD-PEDIDOS)
                    GO TO 3100-GUARDA-ITEM-FIM.
            IF WS-QTD-PEDIDOS NOT < 500
                DISPLAY "*** MAIS DE 500 PEDIDOS CONFIRMADOS - "
                    "EXCEDENTE FICA PARA O PROXIMO ROMANEIO ***"
                MOVE 1 TO WS-EOF
                GO TO 3100-GUARDA-ITEM-FIM.
       3100-GUARDA-ITEM-2.
            ADD 1 TO WS-QTD-PEDIDOS
            MOVE PV-NR-PEDIDO   TO WS-TP-NR-PEDIDO(WS-QTD-PEDIDOS)
            MOVE PV-COD-CLIENTE TO WS-TP-COD-CLIENTE(WS-QTD-PEDIDOS)
            MOVE PV-QTDE        TO WS-TP-VOLUMES(WS-QTD-PEDIDOS)
            MOVE SPACES         TO WS-TP-CIDADE(WS-QTD-PEDIDOS)
            MOVE ZEROS          TO WS-TP-CEP(WS-QTD-PEDIDOS).
       3100-GUARDA-ITEM-FIM.
            EXIT.

      *> MANTEM NA TABELA (COMPACTANDO EM WS-IDX2) SO O PEDIDO AINDA
      *> SEM ENTREGA, COM A CIDADE E O CEP DO CLIENTE.
       3200-CONFERE-PEDIDO.
            MOVE 'N' TO WS-JA-CARREGADO
            IF WS-FS-ROM NOT EQUAL 35
                SET WS-EOF-ROM TO 0
                MOVE WS-TP-NR-PEDIDO(WS-IDX) TO ROM-NR-PEDIDO
                START ROMANEIOS KEY IS EQUAL ROM-NR-PEDIDO
                    INVALID KEY
                        MOVE 1 TO WS-EOF-ROM
                END-START
                PERFORM UNTIL WS-EOF-ROM = 1
                   READ ROMANEIOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF-ROM
                       NOT AT END
                           IF ROM-NR-PEDIDO NOT EQUAL
                               WS-TP-NR-PEDIDO(WS-IDX)
                               MOVE 1 TO WS-EOF-ROM
                           ELSE
                               IF NOT ROM-AUSENTE
                                   MOVE 'S' TO WS-JA-CARREGADO
                                   MOVE 1 TO WS-EOF-ROM
                               END-IF
                           END-IF
                   END-READ
                END-PERFORM
            END-IF
            IF WS-JA-CARREGADO = 'S'
                GO TO 3200-CONFERE-PEDIDO-FIM.

            ADD 1 TO WS-IDX2
            MOVE WS-TP-ITEM(WS-IDX) TO WS-TP-ITEM(WS-IDX2)
            IF WS-FS-CLIENTES NOT EQUAL 35
                MOVE WS-TP-COD-CLIENTE(WS-IDX2) TO COD-CLIENTE
                READ CLIENTES
                    INVALID KEY
                        MOVE '** SEM CADASTRO **'
                            TO WS-TP-CIDADE(WS-IDX2)
                    NOT INVALID KEY
                        MOVE CIDADE-CLIENTE TO WS-TP-CIDADE(WS-IDX2)
                        MOVE CEP-CLIENTE    TO WS-TP-CEP(WS-IDX2)
                END-READ
            END-IF.
       3200-CONFERE-PEDIDO-FIM.
            EXIT.
      *
      **************************************
      * NUMERO DO NOVO ROMANEIO: O ULTIMO  *
      * DO ARQUIVO MAIS UM                 *
      **************************************
      *
       4000-PROXIMO-ROMANEIO.
            MOVE 1 TO WS-NR-ROMANEIO
            SET WS-FS-ROM TO 0.
            OPEN INPUT ROMANEIOS
            IF WS-FS-ROM EQUAL 35
                GO TO 4000-PROXIMO-ROMANEIO-FIM
            END-IF

            SET WS-EOF-ROM TO 0
            PERFORM UNTIL WS-EOF-ROM = 1
               READ ROMANEIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF-ROM
                   NOT AT END
                       COMPUTE WS-NR-ROMANEIO = ROM-NR-ROMANEIO + 1
               END-READ
            END-PERFORM
            CLOSE ROMANEIOS.
       4000-PROXIMO-ROMANEIO-FIM.
            EXIT.
      *
      **************************************
      * UMA PARADA POR PEDIDO DA CIDADE    *
      * ESCOLHIDA, NA ORDEM DA TABELA      *
      **************************************
      *
       4100-GRAVA-PARADA.
            IF WS-CIDADE NOT EQUAL SPACES AND
                WS-TP-CIDADE(WS-IDX) NOT EQUAL WS-CIDADE
                GO TO 4100-GRAVA-PARADA-FIM.
            IF WS-QTD-PARADAS NOT < 999
                DISPLAY "*** ROMANEIO COM 999 PARADAS - PEDIDO "
                    WS-TP-NR-PEDIDO(WS-IDX) " FICA PARA O PROXIMO ***"
                GO TO 4100-GRAVA-PARADA-FIM.

            ADD 1 TO WS-QTD-PARADAS
            MOVE WS-NR-ROMANEIO TO ROM-NR-ROMANEIO
            MOVE WS-QTD-PARADAS TO ROM-NR-PARADA
            MOVE WS-VEICULO     TO ROM-VEICULO
            MOVE WS-DT-ENTREGA  TO ROM-DT-ENTREGA
            MOVE WS-MOTORISTA   TO ROM-MOTORISTA
            MOVE WS-TP-NR-PEDIDO(WS-IDX)   TO ROM-NR-PEDIDO
            MOVE WS-TP-COD-CLIENTE(WS-IDX) TO ROM-COD-CLIENTE
            MOVE WS-TP-CIDADE(WS-IDX)      TO ROM-CIDADE
            MOVE WS-TP-CEP(WS-IDX)         TO ROM-CEP
            MOVE WS-TP-VOLUMES(WS-IDX)     TO ROM-VOLUMES
            MOVE 'P'              TO ROM-SITUACAO
            MOVE ZEROS            TO ROM-DT-RETORNO
            MOVE WS-SIGN-OPERADOR TO ROM-OPERADOR

      *> A NOTA DA PARADA E A DUPLICATA DA PRIMEIRA PARCELA DO
      *> PEDIDO (FATURAS_PEDIDO, GRAVADA NA CONFIRMACAO).
            MOVE ZEROS TO ROM-NR-DUPLICATA
            IF WS-FS-FAT NOT EQUAL 35
                MOVE WS-TP-NR-PEDIDO(WS-IDX) TO FAT-NR-PEDIDO
                MOVE ZEROS                   TO FAT-NR-PARCELA
                START FATURAS_PEDIDO KEY IS NOT LESS THAN FAT-CHAVE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        READ FATURAS_PEDIDO NEXT RECORD
                            AT END
                                CONTINUE
                            NOT AT END
                                IF FAT-NR-PEDIDO =
                                    WS-TP-NR-PEDIDO(WS-IDX)
                                    MOVE FAT-NR-DUPLICATA
                                        TO ROM-NR-DUPLICATA
                                END-IF
                        END-READ
                END-START
            END-IF

            WRITE REG-ROMANEIO
                INVALID KEY
                    DISPLAY "*** ERRO NA GRAVACAO DA PARADA "
                        ROM-NR-PARADA " ***"
                    SUBTRACT 1 FROM WS-QTD-PARADAS
                    GO TO 4100-GRAVA-PARADA-FIM
            END-WRITE
            ADD ROM-VOLUMES TO WS-TOT-VOLUMES.
       4100-GRAVA-PARADA-FIM.
            EXIT.
      *
      **************************************
      * IMPRESSAO DO ROMANEIO EM ORDEM DE  *
      * PARADA, COM ENDERECO, TELEFONE,    *
      * NOTA E VOLUMES                     *
      **************************************
      *
       5000-IMPRIME-ROMANEIO.
            SET WS-FS-ROM TO 0.
            OPEN INPUT ROMANEIOS
            IF WS-FS-ROM EQUAL 35
                DISPLAY "* NENHUM ROMANEIO MONTADO *"
                GO TO 5000-IMPRIME-ROMANEIO-FIM
            END-IF

            MOVE WS-NR-ROMANEIO TO ROM-NR-ROMANEIO
            MOVE ZEROS          TO ROM-NR-PARADA
            START ROMANEIOS KEY IS NOT LESS THAN ROM-CHAVE
                INVALID KEY
                    MOVE ZEROS TO ROM-NR-ROMANEIO
            END-START
            IF ROM-NR-ROMANEIO NOT EQUAL ZEROS
                READ ROMANEIOS NEXT RECORD
                    AT END
                        MOVE ZEROS TO ROM-NR-ROMANEIO
                END-READ
            END-IF
            IF ROM-NR-ROMANEIO NOT EQUAL WS-NR-ROMANEIO
                DISPLAY "*** ROMANEIO NAO ENCONTRADO ***"
                CLOSE ROMANEIOS
                GO TO 5000-IMPRIME-ROMANEIO-FIM
            END-IF

            SET WS-FS-CLIENTES TO 0.
            OPEN INPUT CLIENTES
            SET WS-FS-VEICULOS TO 0.
            OPEN INPUT VEICULOS
            MOVE SPACES TO VEIC-MODELO
            MOVE SPACES TO VEIC-PLACA
            IF WS-FS-VEICULOS NOT EQUAL 35
                MOVE ROM-VEICULO TO VEIC-CODIGO
                READ VEICULOS
                    INVALID KEY
                        MOVE SPACES TO VEIC-MODELO
                        MOVE SPACES TO VEIC-PLACA
                END-READ
                CLOSE VEICULOS
            END-IF

            SET WS-FS-REL TO 0.
            OPEN EXTEND RELATORIO
            IF WS-FS-REL EQUAL 35
                OPEN OUTPUT RELATORIO
            END-IF

            MOVE ALL '=' TO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE SPACES TO WS-LINHA-REL
            STRING ' ROMANEIO DE ENTREGA ' DELIMITED BY SIZE
                WS-NR-ROMANEIO DELIMITED BY SIZE
                '  VEICULO ' DELIMITED BY SIZE
                ROM-VEICULO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                VEIC-MODELO DELIMITED BY SIZE
                ' PLACA ' DELIMITED BY SIZE
                VEIC-PLACA DELIMITED BY SIZE
                '  DATA ' DELIMITED BY SIZE
                ROM-DT-ENTREGA DELIMITED BY SIZE
                '  MOTORISTA ' DELIMITED BY SIZE
                ROM-MOTORISTA DELIMITED BY SIZE
                INTO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE ALL '-' TO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            MOVE ZEROS TO WS-QTD-PARADAS
            MOVE ZEROS TO WS-TOT-VOLUMES
            SET WS-EOF-ROM TO 0
            PERFORM UNTIL WS-EOF-ROM = 1
                PERFORM 5100-LINHA-PARADA THRU 5100-LINHA-PARADA-FIM
                READ ROMANEIOS NEXT RECORD
                    AT END
                        MOVE 1 TO WS-EOF-ROM
                    NOT AT END
                        IF ROM-NR-ROMANEIO NOT EQUAL WS-NR-ROMANEIO
                            MOVE 1 TO WS-EOF-ROM
                        END-IF
                END-READ
            END-PERFORM

            MOVE SPACES TO WS-LINHA-REL
            STRING ' TOTAL: ' DELIMITED BY SIZE
                WS-QTD-PARADAS DELIMITED BY SIZE
                ' PARADAS  ' DELIMITED BY SIZE
                WS-TOT-VOLUMES DELIMITED BY SIZE
                ' VOLUMES' DELIMITED BY SIZE
                INTO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE SPACES TO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE ' MOTORISTA: ____________________  KM SAIDA: ________'
                TO WS-LINHA-REL
            MOVE '  KM CHEGADA: ________' TO WS-LINHA-REL(53:22)
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE ALL '=' TO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            CLOSE RELATORIO
            PERFORM 9700-ARQUIVA-RELATORIO
                THRU 9700-ARQUIVA-RELATORIO-FIM
            CLOSE ROMANEIOS
            IF WS-FS-CLIENTES NOT EQUAL 35
                CLOSE CLIENTES
            END-IF
            DISPLAY "ROMANEIO " WS-NR-ROMANEIO " GRAVADO EM "
                "romaneio_rel (" WS-QTD-PARADAS " PARADAS).".
       5000-IMPRIME-ROMANEIO-FIM.
            EXIT.

       5100-LINHA-PARADA.
            ADD 1 TO WS-QTD-PARADAS
            ADD ROM-VOLUMES TO WS-TOT-VOLUMES

            MOVE SPACES TO NOME-CLIENTE
            MOVE SPACES TO TELEFONE-CLIENTE
            MOVE SPACES TO LOGRADOURO-CLIENTE
            MOVE SPACES TO NUMERO-CLIENTE
            MOVE SPACES TO UF-CLIENTE
            IF WS-FS-CLIENTES NOT EQUAL 35
                MOVE ROM-COD-CLIENTE TO COD-CLIENTE
                READ CLIENTES
                    INVALID KEY
                        MOVE '** SEM CADASTRO **' TO NOME-CLIENTE
                END-READ
            END-IF

            MOVE SPACES TO WS-LINHA-REL
            STRING ' PARADA ' DELIMITED BY SIZE
                ROM-NR-PARADA DELIMITED BY SIZE
                '  PEDIDO ' DELIMITED BY SIZE
                ROM-NR-PEDIDO DELIMITED BY SIZE
                '  NOTA ' DELIMITED BY SIZE
                ROM-NR-DUPLICATA DELIMITED BY SIZE
                '  VOLUMES ' DELIMITED BY SIZE
                ROM-VOLUMES DELIMITED BY SIZE
                '  SITUACAO ' DELIMITED BY SIZE
                ROM-SITUACAO DELIMITED BY SIZE
                INTO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            MOVE SPACES TO WS-LINHA-REL
            STRING '    CLIENTE ' DELIMITED BY SIZE
                ROM-COD-CLIENTE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                NOME-CLIENTE DELIMITED BY SIZE
                '  FONE ' DELIMITED BY SIZE
                TELEFONE-CLIENTE DELIMITED BY SIZE
                INTO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            MOVE SPACES TO WS-LINHA-REL
            STRING '    ' DELIMITED BY SIZE
                LOGRADOURO-CLIENTE DELIMITED BY SIZE
                ', ' DELIMITED BY SIZE
                NUMERO-CLIENTE DELIMITED BY SIZE
                ' - ' DELIMITED BY SIZE
                ROM-CIDADE DELIMITED BY SIZE
                '/' DELIMITED BY SIZE
                UF-CLIENTE DELIMITED BY SIZE
                '  CEP ' DELIMITED BY SIZE
                ROM-CEP DELIMITED BY SIZE
                INTO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL

            MOVE '    RECEBIDO POR: ______________________'
                TO WS-LINHA-REL
            MOVE '  [ ] ENTREGUE  [ ] RECUSADO  [ ] AUSENTE'
                TO WS-LINHA-REL(41:41)
            WRITE REG-RELATORIO FROM WS-LINHA-REL
            MOVE SPACES TO WS-LINHA-REL
            WRITE REG-RELATORIO FROM WS-LINHA-REL.
       5100-LINHA-PARADA-FIM.
            EXIT.
      *
      **************************************
      * RESULTADO DE UMA PARADA PENDENTE   *
      * NO RETORNO DO VEICULO              *
      **************************************
      *
       6000-BAIXA-PARADA.
            ADD 1 TO WS-QTD-PARADAS
            DISPLAY 'PARADA ' ROM-NR-PARADA ' PEDIDO ' ROM-NR-PEDIDO
                ' CLIENTE ' ROM-COD-CLIENTE ' ' ROM-CIDADE
                ' VOLUMES ' ROM-VOLUMES.

       6000-BAIXA-PARADA-2.
            DISPLAY 'RESULTADO (E=ENTREGUE R=RECUSADO A=AUSENTE):'
            ACCEPT WS-RESULTADO
            IF WS-RESULTADO NOT EQUAL 'E' AND
                WS-RESULTADO NOT EQUAL 'R' AND
                WS-RESULTADO NOT EQUAL 'A'
                DISPLAY "*** DIGITE APENAS E, R OU A ***"
                GO TO 6000-BAIXA-PARADA-2.

            MOVE WS-RESULTADO     TO ROM-SITUACAO
            MOVE WS-HOJE-AAAAMMDD TO ROM-DT-RETORNO
            MOVE WS-SIGN-OPERADOR TO ROM-OPERADOR
            REWRITE REG-ROMANEIO

            IF ROM-ENTREGUE
                ADD 1 TO WS-QTD-ENTREGUES.
            IF ROM-AUSENTE
                ADD 1 TO WS-QTD-AUSENTES.
            IF ROM-RECUSADO
                ADD 1 TO WS-QTD-RECUSADOS
                PERFORM 6500-GERA-DEVOLUCAO
                    THRU 6500-GERA-DEVOLUCAO-FIM.
       6000-BAIXA-PARADA-FIM.
            EXIT.
      *
      **************************************
      * PEDIDO RECUSADO: CADA ITEM FATURADO*
      * VIRA DEVOLUCAO PENDENTE PARA A     *
      * DEVOLUCAO DE VENDA (EXERCICIO_104) *
      **************************************
      *
       6500-GERA-DEVOLUCAO.
            SET WS-FS-DVP TO 0.
            OPEN I-O DEVOL_PENDENTES
            IF WS-FS-DVP EQUAL 35
                OPEN OUTPUT DEVOL_PENDENTES
                CLOSE DEVOL_PENDENTES
                OPEN I-O DEVOL_PENDENTES
            END-IF

            SET WS-FS-PV TO 0.
            OPEN INPUT PEDIDOS_VENDA
            IF WS-FS-PV EQUAL 35
                CLOSE DEVOL_PENDENTES
                GO TO 6500-GERA-DEVOLUCAO-FIM
            END-IF

      *> O KIT VOLTA PELO SEU ITEM, QUE A DEVOLUCAO EXPLODE NOS
      *> COMPONENTES; O COMPONENTE NAO GERA PENDENCIA PROPRIA.
            SET WS-EOF TO 0
            MOVE ROM-NR-PEDIDO TO PV-NR-PEDIDO
            MOVE ZEROS         TO PV-NR-ITEM
            START PEDIDOS_VENDA KEY IS NOT LESS THAN PV-CHAVE
                INVALID KEY
                    MOVE 1 TO WS-EOF
            END-START
            PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PV-NR-PEDIDO NOT EQUAL ROM-NR-PEDIDO
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF PV-ITEM-CONFIRMADO AND
                               NOT PV-ITEM-COMPONENTE
                               PERFORM 6550-GRAVA-PENDENTE
                                   THRU 6550-GRAVA-PENDENTE-FIM
                           END-IF
                       END-IF
               END-READ
            END-PERFORM

            CLOSE PEDIDOS_VENDA
            CLOSE DEVOL_PENDENTES.
       6500-GERA-DEVOLUCAO-FIM.
            EXIT.

       6550-GRAVA-PENDENTE.
            MOVE PV-NR-PEDIDO     TO DVP-NR-PEDIDO
            MOVE PV-NR-ITEM       TO DVP-NR-ITEM
            MOVE PV-COD-CLIENTE   TO DVP-COD-CLIENTE
            MOVE PV-QTDE          TO DVP-QTDE
            MOVE ROM-NR-DUPLICATA TO DVP-NR-DUPLICATA
            MOVE ROM-NR-ROMANEIO  TO DVP-NR-ROMANEIO
            MOVE WS-HOJE-AAAAMMDD TO DVP-DT-RECUSA
            MOVE 'RECUSA NA ENTREGA'  TO DVP-MOTIVO
            MOVE 'P'              TO DVP-SITUACAO
            MOVE ZEROS            TO DVP-DT-DEVOLUCAO
            WRITE REG-DEVOL-PENDENTE
                INVALID KEY
                    DISPLAY "* ITEM " PV-NR-ITEM " DO PEDIDO "
                        PV-NR-PEDIDO " JA TEM DEVOLUCAO PENDENTE *"
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-DEVOL
            END-WRITE.
       6550-GRAVA-PENDENTE-FIM.
            EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
            STOP RUN.
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

       END PROGRAM EXERCICIO_175.

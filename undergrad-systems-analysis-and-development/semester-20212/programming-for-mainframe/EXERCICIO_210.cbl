      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DOS ARQUIVOS DA FROTA PARA
      * O CADASTRO DE MOTORISTAS (EXERCICIO_208), NA MESMA DISCIPLINA
      * DE EXERCICIO_153 E EXERCICIO_198: CADA ARQUIVO E LIDO NO
      * LAYOUT ANTIGO E REGRAVADO EM UM ARQUIVO *_NOVA, QUE O OPERADOR
      * RENOMEIA SOBRE O ORIGINAL APOS CONFERIR OS TOTAIS. OS CAMPOS
      * NOVOS FICAM NO FIM DO REGISTRO, ENTAO O REGISTRO ANTIGO E
      * COPIADO INTEIRO E SO OS CAMPOS NOVOS SAO PREENCHIDOS:
      *   VEICULOS       - CATEGORIA DE CNH EM BRANCO (INFORMAR NO
      *                    EXERCICIO_073; SEM ELA O VEICULO NAO VIAJA);
      *   FROTA_LOG      - HORA DE SAIDA ZERO E MOTORISTA EM BRANCO;
      *   ABASTECIMENTOS - HORA ZERO E MOTORISTA EM BRANCO;
      *   ROMANEIOS      - MOTORISTA EM BRANCO.
      * VIAGENS E ABASTECIMENTOS SEM MOTORISTA SAO IGNORADOS NA
      * APURACAO DO CONDUTOR DAS MULTAS (EXERCICIO_209). QUALQUER
      * DIVERGENCIA ENTRE LIDOS E GRAVADOS DEVOLVE RETURN-CODE 16 E O
      * ARQUIVO NAO DEVE SER RENOMEADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_210.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VA-CODIGO
           FILE STATUS IS WS-FS-ANTIGA.

           SELECT VEICULOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\veiculos_nova.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VEIC-CODIGO
           FILE STATUS IS WS-FS-NOVA.

           SELECT FROTA_LOG_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\frota_log.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT FROTA_LOG_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\frota_log_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ABASTECIMENTOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\abastecimentos.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGA.

           SELECT ABASTECIMENTOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\abastecimentos_nova.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-NOVA.

           SELECT ROMANEIOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneios.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ROM-ANT-CHAVE
           ALTERNATE RECORD KEY IS ROM-ANT-NR-PEDIDO
               WITH DUPLICATES
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ROMANEIOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneios_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ROM-CHAVE
           ALTERNATE RECORD KEY IS ROM-NR-PEDIDO
               WITH DUPLICATES
           FILE STATUS     IS WS-FS-NOVA.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUTS ANTIGOS, USADOS APENAS NESTA CONVERSAO: SO A CHAVE
      *> INTERESSA, O RESTO E COPIADO COMO VEIO.
       FD VEICULOS_ANT.
       01 REG-VEICULO-ANT.
           03 VA-CODIGO                PIC X(006).
           03 FILLER                   PIC X(139).

       FD VEICULOS_NOVA.
       01 REG-VEICULO.
           COPY VEICULO.

       FD FROTA_LOG_ANT.
       01 REG-FROTA-LOG-ANT            PIC X(031).

       FD FROTA_LOG_NOVA.
       01 REG-FROTA_LOG.
           COPY FROTALOG.

       FD ABASTECIMENTOS_ANT.
       01 REG-ABASTECIMENTO-ANT        PIC X(039).

       FD ABASTECIMENTOS_NOVA.
       01 REG-ABASTECIMENTO.
           COPY ABASTEC.

       FD ROMANEIOS_ANT.
       01 REG-ROMANEIO-ANT.
           03 ROM-ANT-CHAVE            PIC X(008).
           03 FILLER                   PIC X(014).
           03 ROM-ANT-NR-PEDIDO        PIC X(007).
           03 FILLER                   PIC X(066).

       FD ROMANEIOS_NOVA.
       01 REG-ROMANEIO.
           COPY ROMANEIO.

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGA                 PIC 99.
       77 WS-FS-NOVA                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-LIDOS                 PIC 9(006).
       77 WS-QTD-GRAVADOS              PIC 9(006).
       77 WS-QTD-ARQUIVOS              PIC 9(003) VALUE ZEROS.
       77 WS-QTD-PULADOS               PIC 9(003) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES           PIC 9(003) VALUE ZEROS.
       77 WS-NOME-ARQUIVO              PIC X(030).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DA FROTA PARA O CADASTRO DE '
               'MOTORISTAS ----'
           MOVE 0 TO RETURN-CODE

           PERFORM 1010-CONVERTE-VEICULOS
               THRU 1010-CONVERTE-VEICULOS-FIM.
           PERFORM 1020-CONVERTE-FROTA-LOG
               THRU 1020-CONVERTE-FROTA-LOG-FIM.
           PERFORM 1030-CONVERTE-ABASTECIMENTOS
               THRU 1030-CONVERTE-ABASTECIMENTOS-FIM.
           PERFORM 1040-CONVERTE-ROMANEIOS
               THRU 1040-CONVERTE-ROMANEIOS-FIM.

           DISPLAY " "
           DISPLAY "ARQUIVOS CONVERTIDOS: " WS-QTD-ARQUIVOS
               " PULADOS: " WS-QTD-PULADOS
           IF WS-QTD-DIVERGENTES > 0
               DISPLAY "* " WS-QTD-DIVERGENTES
                   " ARQUIVO(S) COM DIVERGENCIA - NAO RENOMEIE *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE CADA ARQUIVO "
                   "*_NOVA SOBRE O ORIGINAL *"
               DISPLAY "* INFORME A CATEGORIA DE CNH DE CADA VEICULO "
                   "NO EXERCICIO_073 E CADASTRE OS MOTORISTAS NO "
                   "EXERCICIO_208 *"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * ROTINA COMUM: PREPARA A CONVERSAO  *
      * DE UM ARQUIVO                      *
      **************************************
      *
       9010-INICIA-ARQUIVO.
           SET WS-FS-ANTIGA TO 0.
           SET WS-FS-NOVA   TO 0.
           SET WS-EOF       TO 0.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS.
       9010-INICIA-ARQUIVO-FIM.
           EXIT.
      *
       9020-ARQUIVO-PULADO.
           DISPLAY " ARQUIVO " WS-NOME-ARQUIVO " NAO EXISTE - PULADO"
           ADD 1 TO WS-QTD-PULADOS.
       9020-ARQUIVO-PULADO-FIM.
           EXIT.
      *
      **************************************
      * ROTINA COMUM: CONFERE LIDOS X      *
      * GRAVADOS DO ARQUIVO CONVERTIDO     *
      **************************************
      *
       9100-CONFERE-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS
           DISPLAY " ARQUIVO " WS-NOME-ARQUIVO
           DISPLAY "   LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       9200-CHAVE-RECUSADA.
           DISPLAY "* CHAVE RECUSADA NO ARQUIVO NOVO - ARQUIVO "
               WS-NOME-ARQUIVO " *".
       9200-CHAVE-RECUSADA-FIM.
           EXIT.
      *
       1010-CONVERTE-VEICULOS.
           MOVE 'veiculos' TO WS-NOME-ARQUIVO
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT VEICULOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1010-CONVERTE-VEICULOS-FIM
           END-IF
           OPEN OUTPUT VEICULOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ VEICULOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-VEICULO-ANT TO REG-VEICULO
                       MOVE SPACE           TO VEIC-CATEGORIA-CNH
                       WRITE REG-VEICULO
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE VEICULOS_ANT
           CLOSE VEICULOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1010-CONVERTE-VEICULOS-FIM.
           EXIT.
      *
       1020-CONVERTE-FROTA-LOG.
           MOVE 'frota_log' TO WS-NOME-ARQUIVO
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT FROTA_LOG_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1020-CONVERTE-FROTA-LOG-FIM
           END-IF
           OPEN OUTPUT FROTA_LOG_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ FROTA_LOG_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-FROTA-LOG-ANT TO REG-FROTA_LOG
                       MOVE ZEROS             TO LOG-HORA-SAIDA
                       MOVE SPACES            TO LOG-MOTORISTA
                       WRITE REG-FROTA_LOG
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE FROTA_LOG_ANT
           CLOSE FROTA_LOG_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1020-CONVERTE-FROTA-LOG-FIM.
           EXIT.
      *
       1030-CONVERTE-ABASTECIMENTOS.
           MOVE 'abastecimentos' TO WS-NOME-ARQUIVO
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ABASTECIMENTOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1030-CONVERTE-ABASTECIMENTOS-FIM
           END-IF
           OPEN OUTPUT ABASTECIMENTOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ABASTECIMENTOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-ABASTECIMENTO-ANT TO REG-ABASTECIMENTO
                       MOVE ZEROS                 TO ABA-HORA
                       MOVE SPACES                TO ABA-MOTORISTA
                       WRITE REG-ABASTECIMENTO
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE ABASTECIMENTOS_ANT
           CLOSE ABASTECIMENTOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1030-CONVERTE-ABASTECIMENTOS-FIM.
           EXIT.
      *
       1040-CONVERTE-ROMANEIOS.
           MOVE 'romaneios' TO WS-NOME-ARQUIVO
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ROMANEIOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1040-CONVERTE-ROMANEIOS-FIM
           END-IF
           OPEN OUTPUT ROMANEIOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ROMANEIOS_ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE REG-ROMANEIO-ANT TO REG-ROMANEIO
                       MOVE SPACES           TO ROM-MOTORISTA
                       WRITE REG-ROMANEIO
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ROMANEIOS_ANT
           CLOSE ROMANEIOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1040-CONVERTE-ROMANEIOS-FIM.
           EXIT.

       END PROGRAM EXERCICIO_210.

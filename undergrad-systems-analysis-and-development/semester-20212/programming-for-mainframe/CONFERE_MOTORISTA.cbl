      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE CONFERENCIA DO MOTORISTA DA FROTA, NO
      * MESMO ESQUEMA DE CHAMADA DE PERIODO_CHECK. RECEBE O CODIGO DO
      * MOTORISTA (MOTORISTAS, EXERCICIO_208), A DATA DA VIAGEM
      * (AAAAMMDD) E A CATEGORIA DE CNH EXIGIDA PELO VEICULO
      * (VEIC-CATEGORIA-CNH; ESPACO = NAO CONFERIR A CATEGORIA) E
      * DEVOLVE O NOME DO MOTORISTA E O RESULTADO:
      *   'S' - MOTORISTA ATIVO, CNH VALIDA NA DATA E DA CATEGORIA;
      *   'N' - MOTORISTA NAO CADASTRADO (OU ARQUIVO INEXISTENTE);
      *   'I' - MOTORISTA INATIVO;
      *   'V' - CNH VENCIDA NA DATA;
      *   'C' - CATEGORIA DA CNH NAO COBRE O VEICULO.
      * A CATEGORIA MAIOR COBRE AS MENORES DE B A E; A MOTO (A) SO E
      * COBERTA POR CNH QUE TENHA O A (A, AB, AC, AD, AE).
      * USADA NO REGISTRO DE VIAGENS (EXERCICIO_004), NA MONTAGEM DO
      * ROMANEIO (EXERCICIO_175), NO ABASTECIMENTO (EXERCICIO_125) E
      * NO REGISTRO DE MULTAS (EXERCICIO_209).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE_MOTORISTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOTORISTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\motoristas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS MOT-CODIGO
           FILE STATUS     IS WS-FS-MOTORISTAS.
       DATA DIVISION.
       FILE SECTION.
       FD MOTORISTAS.
       01 REG-MOTORISTA.
           COPY MOTORISTA.

       WORKING-STORAGE SECTION.
       77 WS-FS-MOTORISTAS             PIC 99.

      *> AS DUAS LETRAS DA CATEGORIA DA CNH, SEPARADAS ENTRE A MOTO
      *> (A) E A MAIOR CATEGORIA DE B A E.
       01 WS-CATEGORIA-CNH             PIC X(002).
       01 FILLER REDEFINES WS-CATEGORIA-CNH.
           03 WS-LETRA-CNH             PIC X(001) OCCURS 2 TIMES.
       77 WS-IX                        PIC 9(001).
       77 WS-TEM-MOTO                  PIC X(001).
       77 WS-MAIOR-CATEGORIA           PIC X(001).

       LINKAGE SECTION.
       01 LK-MOTORISTA                 PIC X(006).
       01 LK-DATA                      PIC 9(008).
       01 LK-CATEGORIA-VEIC            PIC X(001).
       01 LK-NOME                      PIC X(030).
       01 LK-RESULTADO                 PIC X(001).

       PROCEDURE DIVISION USING LK-MOTORISTA, LK-DATA,
           LK-CATEGORIA-VEIC, LK-NOME, LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE 'N'    TO LK-RESULTADO
           MOVE SPACES TO LK-NOME

           SET WS-FS-MOTORISTAS TO 0.
           OPEN INPUT MOTORISTAS
           IF WS-FS-MOTORISTAS EQUAL 35
               GOBACK
           END-IF

           MOVE LK-MOTORISTA TO MOT-CODIGO
           READ MOTORISTAS
               INVALID KEY
                   CLOSE MOTORISTAS
                   GOBACK
           END-READ
           CLOSE MOTORISTAS

           MOVE MOT-NOME TO LK-NOME
           IF NOT MOT-ATIVO
               MOVE 'I' TO LK-RESULTADO
               GOBACK
           END-IF
           IF MOT-CNH-VALIDADE < LK-DATA
               MOVE 'V' TO LK-RESULTADO
               GOBACK
           END-IF

           IF LK-CATEGORIA-VEIC NOT EQUAL SPACE
               MOVE MOT-CNH-CATEGORIA TO WS-CATEGORIA-CNH
               MOVE 'N'   TO WS-TEM-MOTO
               MOVE SPACE TO WS-MAIOR-CATEGORIA
               PERFORM 1000-SEPARA-LETRA THRU 1000-SEPARA-LETRA-FIM
                   VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 2
               IF LK-CATEGORIA-VEIC EQUAL 'A'
                   IF WS-TEM-MOTO NOT EQUAL 'S'
                       MOVE 'C' TO LK-RESULTADO
                       GOBACK
                   END-IF
               ELSE
                   IF WS-MAIOR-CATEGORIA EQUAL SPACE OR
                       WS-MAIOR-CATEGORIA < LK-CATEGORIA-VEIC
                       MOVE 'C' TO LK-RESULTADO
                       GOBACK
                   END-IF
               END-IF
           END-IF

           MOVE 'S' TO LK-RESULTADO
           GOBACK.
      *
       1000-SEPARA-LETRA.
           EVALUATE WS-LETRA-CNH(WS-IX)
               WHEN 'A'
                   MOVE 'S' TO WS-TEM-MOTO
               WHEN 'B'
               WHEN 'C'
               WHEN 'D'
               WHEN 'E'
                   IF WS-LETRA-CNH(WS-IX) > WS-MAIOR-CATEGORIA
                       MOVE WS-LETRA-CNH(WS-IX) TO WS-MAIOR-CATEGORIA
                   END-IF
           END-EVALUATE.
       1000-SEPARA-LETRA-FIM.
           EXIT.

       END PROGRAM CONFERE_MOTORISTA.

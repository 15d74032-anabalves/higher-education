      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: SUBROTINA DE ESCOLHA DO CENTRO DE CUSTO DE UM
      * LANCAMENTO CONTABIL, NO MESMO ESQUEMA DE CHAMADA DE
      * LE_PARAMETRO. RECEBE O TIPO E O CODIGO DA ORIGEM ('D'
      * DEPOSITO, 'V' VEICULO, 'C' CURSO) E O CENTRO PADRAO DO
      * EVENTO NO PLANO DE CONTAS; DEVOLVE O CENTRO DO VINCULO EM
      * CC_VINCULOS (EXERCICIO_143) QUANDO HA UM, OU O PADRAO QUANDO
      * A ORIGEM NAO ESTA VINCULADA OU O ARQUIVO NAO EXISTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCA_CCUSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CC_VINCULOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cc_vinculos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CCV-CHAVE
           FILE STATUS     IS WS-FS-CCV.
       DATA DIVISION.
       FILE SECTION.
       FD CC_VINCULOS.
       01 REG-CC-VINCULO.
           COPY CCVINC.

       WORKING-STORAGE SECTION.
       77 WS-FS-CCV                    PIC 99.

       LINKAGE SECTION.
       01 LK-TIPO                      PIC X(001).
       01 LK-CODIGO                    PIC X(010).
       01 LK-CC-PADRAO                 PIC X(006).
       01 LK-CC-RESULTADO              PIC X(006).

       PROCEDURE DIVISION USING LK-TIPO, LK-CODIGO, LK-CC-PADRAO,
           LK-CC-RESULTADO.
       MAIN-PROCEDURE.
           MOVE LK-CC-PADRAO TO LK-CC-RESULTADO

           SET WS-FS-CCV TO 0.
           OPEN INPUT CC_VINCULOS
           IF WS-FS-CCV EQUAL 35
               GOBACK
           END-IF

           MOVE LK-TIPO   TO CCV-TIPO
           MOVE LK-CODIGO TO CCV-CODIGO
           READ CC_VINCULOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCV-CENTRO-CUSTO NOT EQUAL SPACES
                       MOVE CCV-CENTRO-CUSTO TO LK-CC-RESULTADO
                   END-IF
           END-READ

           CLOSE CC_VINCULOS

           GOBACK.

       END PROGRAM BUSCA_CCUSTO.

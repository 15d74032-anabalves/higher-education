      * AUDIT_FINANCEIRO) DEVOLVE UMA DUPLICATA JA COMISSIONADA, A
      * RODADA SEGUINTE CARREGA A LINHA DE AJUSTE NEGATIVO NO
      * DEMONSTRATIVO DO VENDEDOR, COM A DUPLICATA IDENTIFICADA - O
      * BURACO QUE OS VENDEDORES CONHECIAM ESTA FECHADO. O VENDEDOR
      * QUE ATINGE A META TOTAL DO MES (METAS_VENDAS, EXERCICIO_180)
      * PELO VENDIDO CONSOLIDADO EM VENDAS_ESTATS (EXERCICIO_106)
      * RECEBE, SOBRE A MESMA BASE, O PERCENTUAL DE BONUS CADASTRADO
      * JUNTO COM A TAXA. AS TAXAS CADASTRADAS ANTES DO BONUS FORAM
      * CONVERTIDAS PELO EXERCICIO_214 COM O BONUS ZERADO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS DYNAMIC
           RECORD KEY IS TAXA-COD-VENDEDOR
           FILE STATUS IS WS-FS-TAXA.

           SELECT METAS_VENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\metas_vendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS META-CHAVE
           FILE STATUS     IS WS-FS-META.

           SELECT VENDAS_ESTATS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendas_estats.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS EST-CHAVE
           FILE STATUS     IS WS-FS-EST.
       DATA DIVISION.
       FILE SECTION.
       FD DUPL_PAGAS.
       01 REG-COMISSAO-TAXA.
           03 TAXA-COD-VENDEDOR       PIC 9(03).
           03 TAXA-PERCENTUAL         PIC 9(02)V9(02).
      *> PERCENTUAL A MAIS QUANDO A META TOTAL DO MES E ATINGIDA
      *> (ZERO = SEM BONUS).
           03 TAXA-PERCENTUAL-BONUS   PIC 9(02)V9(02).

       FD METAS_VENDAS.
       01 REG-META-VENDA.
           COPY METAVEND.

      *> MESMO LAYOUT DO EXERCICIO_106; AQUI SO A DIMENSAO 'V'.
       FD VENDAS_ESTATS.
       01 REG-VENDAS-ESTATS.
           03 EST-CHAVE.
              05 EST-ANOMES         PIC 9(06).
              05 EST-TIPO           PIC X(01).
              05 EST-CODIGO         PIC 9(05).
           03 EST-VL-VENDIDO        PIC S9(013)V9(002).
           03 EST-QTDE              PIC 9(009).

       WORKING-STORAGE SECTION.
       77 WS-FS-PAGAS           PIC 99.
       77 WS-EOF-AUDIT          PIC 99.
       77 WS-VL-AJUSTE          PIC S9(011)V9(002).
       77 WS-VL-COMISSAO-ITEM   PIC S9(011)V9(002).
       77 WS-FS-META            PIC 99.
       77 WS-FS-EST             PIC 99.
       77 WS-TAXA-BONUS         PIC 9(002)V9(002).

      *> AJUSTES NEGATIVOS DA RODADA: DUPLICATAS COMISSIONADAS QUE
      *> FORAM ESTORNADAS DESDE A ULTIMA RODADA (AUDIT_FINANCEIRO).
           03 WS-ITEM OCCURS 999 TIMES.
              05 WS-ITEM-VENDEDOR   PIC 9(003).
              05 WS-ITEM-NR         PIC 9(007).
              05 WS-ITEM-CLIENTE    PIC 9(005).
              05 WS-ITEM-VALOR      PIC S9(013)V9(002).

       PROCEDURE DIVISION.
           OPEN INPUT VENDEDORES
           SET WS-FS-TAXA TO 0.
           OPEN INPUT COMISSAO_TAXAS
           SET WS-FS-META TO 0.
           OPEN INPUT METAS_VENDAS
           SET WS-FS-EST TO 0.
           OPEN INPUT VENDAS_ESTATS

           SET WS-FS-COM TO 0.
           OPEN I-O COMISSOES_PAGAS
           END-IF
           IF WS-FS-TAXA NOT EQUAL 35
               CLOSE COMISSAO_TAXAS
           END-IF
           IF WS-FS-META NOT EQUAL 35
               CLOSE METAS_VENDAS
           END-IF
           IF WS-FS-EST NOT EQUAL 35
               CLOSE VENDAS_ESTATS
           END-IF.
       1000-CALCULA-MES-FIM.
           EXIT.

           IF WS-TEM-VENDEDOR EQUAL 'S'
               PERFORM 2200-BUSCA-TAXA THRU 2200-BUSCA-TAXA-FIM
      *> META ATINGIDA: O BONUS SOMA NA TAXA, E AS DUPLICATAS SAO
      *> REGISTRADAS JA COM A TAXA CHEIA (O ESTORNO DEVOLVE TUDO).
               PERFORM 2250-BUSCA-BONUS THRU 2250-BUSCA-BONUS-FIM
               ADD WS-TAXA-BONUS TO WS-TAXA
               COMPUTE WS-COMISSAO ROUNDED =
                   WS-BASE-VENDEDOR * (WS-TAXA / 100)
               DISPLAY "   BASE COMISSIONAVEL: " WS-BASE-VENDEDOR
      *
       2200-BUSCA-TAXA.
           MOVE ZEROS TO WS-TAXA
           MOVE ZEROS TO WS-TAXA-BONUS
           IF WS-FS-TAXA EQUAL 35
               DISPLAY "   * SEM TAXA CADASTRADA - COMISSAO ZERADA *"
               GO TO 2200-BUSCA-TAXA-FIM
                       "COMISSAO ZERADA *"
               NOT INVALID KEY
                   MOVE TAXA-PERCENTUAL TO WS-TAXA
                   MOVE TAXA-PERCENTUAL-BONUS TO WS-TAXA-BONUS
           END-READ.
       2200-BUSCA-TAXA-FIM.
           EXIT.
      *
      **************************************
      * BONUS DE META ATINGIDA: META TOTAL *
      * DO MES CONTRA O VENDIDO            *
      * CONSOLIDADO DO VENDEDOR            *
      **************************************
      *
      *> O PERCENTUAL DE BONUS VEM DA TAXA LIDA EM 2200 E SO FICA
      *> SE A META FOR CONFERIDA E ATINGIDA.
       2250-BUSCA-BONUS.
           IF WS-TAXA-BONUS EQUAL ZEROS
               GO TO 2250-BUSCA-BONUS-FIM
           END-IF
           IF WS-FS-META EQUAL 35
               MOVE ZEROS TO WS-TAXA-BONUS
               GO TO 2250-BUSCA-BONUS-FIM
           END-IF

           MOVE WS-VEN          TO META-COD-VENDEDOR
           MOVE WS-MES-COMISSAO TO META-ANOMES
           MOVE SPACES          TO META-GRUPO-PRODUTO
           READ METAS_VENDAS
               INVALID KEY
                   MOVE ZEROS TO WS-TAXA-BONUS
                   GO TO 2250-BUSCA-BONUS-FIM
           END-READ

           IF WS-FS-EST EQUAL 35
               DISPLAY "   * VENDAS_ESTATS NAO CONSOLIDADO - META "
                   "NAO CONFERIDA, SEM BONUS *"
               MOVE ZEROS TO WS-TAXA-BONUS
               GO TO 2250-BUSCA-BONUS-FIM
           END-IF
           MOVE WS-MES-COMISSAO TO EST-ANOMES
           MOVE 'V'             TO EST-TIPO
           MOVE WS-VEN          TO EST-CODIGO
           READ VENDAS_ESTATS
               INVALID KEY
                   MOVE ZEROS TO EST-VL-VENDIDO
           END-READ

           DISPLAY "   META DO MES: " META-VL-META
               " VENDIDO: " EST-VL-VENDIDO
           IF EST-VL-VENDIDO NOT < META-VL-META
               DISPLAY "   META ATINGIDA - BONUS: " WS-TAXA-BONUS "%"
           ELSE
               MOVE ZEROS TO WS-TAXA-BONUS
           END-IF.
       2250-BUSCA-BONUS-FIM.
           EXIT.
      *
      **************************************
      * MANUTENCAO DA TAXA DE COMISSAO DE  *
      * UM VENDEDOR                        *
      **************************************
           ACCEPT TAXA-COD-VENDEDOR
           DISPLAY 'INFORME O PERCENTUAL DE COMISSAO (EX: 02,50):'
           ACCEPT TAXA-PERCENTUAL
           DISPLAY 'INFORME O PERCENTUAL DE BONUS POR META ATINGIDA '
               '(00,00 = SEM BONUS):'
           ACCEPT TAXA-PERCENTUAL-BONUS

           WRITE REG-COMISSAO-TAXA
               INVALID KEY

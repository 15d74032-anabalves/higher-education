      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ATINGIMENTO DAS METAS MENSAIS DE VENDAS (METAS_VENDAS,
      * MANTIDAS NO EXERCICIO_180): PARA O MES INFORMADO, SOMA O
      * REALIZADO DE CADA VENDEDOR NOS ITENS CONFIRMADOS DE
      * PEDIDOS_VENDA (MESMO CRITERIO DAS ESTATISTICAS DO
      * EXERCICIO_106 - O KIT CONTA PELO SEU ITEM, OS COMPONENTES
      * FICAM DE FORA), NO TOTAL E POR GRUPO DE PRODUTO, E IMPRIME
      * (metas_rel) A META, O REALIZADO, O PERCENTUAL ATINGIDO E A
      * PROJECAO DE FIM DE MES PELOS DIAS JA DECORRIDOS, COM OS
      * VENDEDORES EM ORDEM DE ATINGIMENTO. VENDEDOR SEM META TOTAL
      * E MEDIDO PELA SOMA DAS METAS DOS SEUS GRUPOS.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_181.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS_VENDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\metas_vendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS META-CHAVE
           FILE STATUS     IS WS-FS-META.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PV-CHAVE
           FILE STATUS IS WS-FS-PV.

           SELECT PRODUTOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\produtos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-PRODUTO
           ALTERNATE RECORD KEY IS NOME-PRODUTO
               WITH DUPLICATES
           FILE STATUS IS WS-FS-PROD.

           SELECT VENDEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-VENDEDOR
           FILE STATUS IS WS-FS-VEND.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\metas_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD METAS_VENDAS.
       01 REG-META-VENDA.
           COPY METAVEND.

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD PRODUTOS.
       01 REG-PRODUTO.
           COPY PRODUTO.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           03 COD-VENDEDOR            PIC 9(03).
           03 NOME-VENDEDOR           PIC X(20).

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-META                   PIC 99.
       77 WS-FS-PV                     PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-VEND                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-IDX                       PIC 9(003).
       77 WS-IDX2                      PIC 9(003).
       77 WS-POS                       PIC 9(003).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-VL-ITEM                   PIC 9(013)V9(002).
       77 WS-GRUPO-ITEM                PIC X(003).
       77 WS-ACHOU-META                PIC X(001).
       77 WS-NOME-VENDEDOR             PIC X(020).

      *> MES DO RELATORIO (AAAAMM).
       01 WS-ANOMES-REL                PIC 9(006).
       01 FILLER REDEFINES WS-ANOMES-REL.
           03 WS-ANO-REL               PIC 9(004).
           03 WS-MES-REL               PIC 9(002).

      *> DATA DO ITEM DO PEDIDO, PARA COMPARAR O MES.
       01 WS-DATA-REGISTRO             PIC 9(008).
       01 FILLER REDEFINES WS-DATA-REGISTRO.
           03 WS-ANOMES-REGISTRO       PIC 9(006).
           03 FILLER                   PIC 9(002).

      *> HOJE, PARA OS DIAS DECORRIDOS DO MES CORRENTE.
       01 WS-DATA-HOJE                 PIC 9(008).
       01 FILLER REDEFINES WS-DATA-HOJE.
           03 WS-ANOMES-HOJE           PIC 9(006).
           03 WS-DIA-HOJE              PIC 9(002).

      *> DIAS DO MES DO RELATORIO E DIAS JA DECORRIDOS: MES PASSADO
      *> ESTA COMPLETO (PROJECAO = REALIZADO), MES FUTURO NAO TEM
      *> PROJECAO.
       77 WS-DIAS-MES                  PIC 9(002).
       77 WS-DIAS-DECORRIDOS           PIC 9(002).
       77 WS-QUOCIENTE                 PIC 9(004).
       77 WS-RESTO-4                   PIC 9(004).
       77 WS-RESTO-100                 PIC 9(004).
       77 WS-RESTO-400                 PIC 9(004).
       01 WS-TAB-DIAS-VALORES.
           03 FILLER PIC X(024) VALUE '312831303130313130313031'.
       01 FILLER REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-DIAS-NO-MES           PIC 9(002) OCCURS 12 TIMES.

      *> METAS DO MES NA ORDEM DA CHAVE (VENDEDOR, GRUPO): A META
      *> TOTAL (GRUPO EM BRANCO) VEM ANTES DAS METAS POR GRUPO.
       01 WS-TAB-METAS.
           03 WS-MT-ITEM OCCURS 999 TIMES.
              05 WS-MT-VENDEDOR        PIC 9(003).
              05 WS-MT-GRUPO           PIC X(003).
              05 WS-MT-META            PIC 9(011)V9(002).
              05 WS-MT-REALIZADO       PIC 9(013)V9(002).
       77 WS-QTD-METAS                 PIC 9(003) VALUE 0.

      *> UMA LINHA POR VENDEDOR COM META, ORDENADA PELO PERCENTUAL
      *> ATINGIDO (TROCA SIMPLES, COMO EM EXERCICIO_175).
       01 WS-TAB-RANKING.
           03 WS-RK-ITEM OCCURS 999 TIMES.
              05 WS-RK-PCT             PIC 9(005)V9(002).
              05 WS-RK-VENDEDOR        PIC 9(003).
              05 WS-RK-META            PIC 9(011)V9(002).
              05 WS-RK-REALIZADO       PIC 9(013)V9(002).
              05 WS-RK-TEM-TOTAL       PIC X(001).
       01 WS-RK-TROCA                  PIC X(039).
       77 WS-QTD-VENDEDORES            PIC 9(003) VALUE 0.

      *> CALCULO DO PERCENTUAL E DA PROJECAO DE UMA LINHA.
       77 WS-CALC-META                 PIC 9(011)V9(002).
       77 WS-CALC-REALIZADO            PIC 9(013)V9(002).
       77 WS-CALC-PCT                  PIC 9(005)V9(002).
       77 WS-CALC-PROJECAO             PIC 9(013)V9(002).
       77 WS-CALC-PCT-PROJ             PIC 9(005)V9(002).

      *> TOTAIS DE CONTROLE: TODO ITEM DO MES CAI EM VENDEDOR COM
      *> META OU SEM META.
       77 WS-QTD-ITENS-MES             PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ITENS-COM-META        PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ITENS-SEM-META        PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DESTINOS              PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ATINGIRAM             PIC 9(003) VALUE ZEROS.
       77 WS-VL-SEM-META               PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-TOT-META                  PIC 9(013)V9(002) VALUE ZEROS.
       77 WS-TOT-REALIZADO             PIC 9(013)V9(002) VALUE ZEROS.

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-POS                    PIC ZZ9.
       77 WS-ED-VALOR                  PIC ZZZZZZZZZZZZ9.99.
       77 WS-ED-PCT                    PIC ZZZZ9.99.

      *> RELATORIO, NO PADRAO DE PAGINACAO DOS DEMAIS.
       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_181'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'ATINGIMENTO DAS METAS DE VENDAS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- ATINGIMENTO DAS METAS DE VENDAS ----'
           DISPLAY 'INFORME O MES (AAAAMM):'
           ACCEPT WS-ANOMES-REL

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           MOVE WS-HOJE-AAAAMMDD TO WS-DATA-HOJE

           IF WS-MES-REL < 1 OR WS-MES-REL > 12
               DISPLAY "*** MES INVALIDO: " WS-ANOMES-REL " ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

           PERFORM 1000-CARREGA-METAS THRU 1000-CARREGA-METAS-FIM
           IF RETURN-CODE EQUAL 16
               GO TO ROT-FIM
           END-IF

           PERFORM 1500-CALCULA-DIAS THRU 1500-CALCULA-DIAS-FIM

           PERFORM 2000-APURA-REALIZADO
               THRU 2000-APURA-REALIZADO-FIM
           IF RETURN-CODE EQUAL 16
               GO TO ROT-FIM
           END-IF

           PERFORM 3000-MONTA-RANKING THRU 3000-MONTA-RANKING-FIM

           SET WS-FS-VEND TO 0.
           OPEN INPUT VENDEDORES
           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO
           PERFORM 4000-IMPRIME-RELATORIO
               THRU 4000-IMPRIME-RELATORIO-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM
           IF WS-FS-VEND NOT EQUAL 35
               CLOSE VENDEDORES
           END-IF

           DISPLAY " "
           DISPLAY "MES: " WS-ANOMES-REL " DIAS DECORRIDOS: "
               WS-DIAS-DECORRIDOS " DE " WS-DIAS-MES
           DISPLAY "METAS DO MES: " WS-QTD-METAS
               " VENDEDORES: " WS-QTD-VENDEDORES
               " ATINGIRAM: " WS-QTD-ATINGIRAM
           DISPLAY "ITENS DO MES: " WS-QTD-ITENS-MES
           DISPLAY "ITENS DE VENDEDOR COM META: "
               WS-QTD-ITENS-COM-META
           DISPLAY "ITENS DE VENDEDOR SEM META: "
               WS-QTD-ITENS-SEM-META
           DISPLAY "RELATORIO GRAVADO EM metas_rel."

           COMPUTE WS-QTD-DESTINOS = WS-QTD-ITENS-COM-META +
               WS-QTD-ITENS-SEM-META
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-ITENS-MES
               DISPLAY "ITENS DO MES " WS-QTD-ITENS-MES
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * CARREGA AS METAS DO MES            *
      **************************************
      *
       1000-CARREGA-METAS.
           SET WS-FS-META TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT METAS_VENDAS
           IF WS-FS-META EQUAL 35
               DISPLAY "* ARQUIVO METAS_VENDAS NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 1000-CARREGA-METAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ METAS_VENDAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF META-ANOMES EQUAL WS-ANOMES-REL
                           PERFORM 1100-GUARDA-META
                               THRU 1100-GUARDA-META-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METAS_VENDAS

           IF WS-QTD-METAS EQUAL ZEROS
               DISPLAY "* NENHUMA META CADASTRADA PARA O MES "
                   WS-ANOMES-REL " *"
               MOVE 16 TO RETURN-CODE
           END-IF.
       1000-CARREGA-METAS-FIM.
           EXIT.
      *
       1100-GUARDA-META.
           IF WS-QTD-METAS NOT < 999
               DISPLAY "*** MAIS DE 999 METAS NO MES - VENDEDOR "
                   META-COD-VENDEDOR " GRUPO " META-GRUPO-PRODUTO
                   " FORA DO RELATORIO ***"
               GO TO 1100-GUARDA-META-FIM
           END-IF
           ADD 1 TO WS-QTD-METAS
           MOVE META-COD-VENDEDOR  TO WS-MT-VENDEDOR(WS-QTD-METAS)
           MOVE META-GRUPO-PRODUTO TO WS-MT-GRUPO(WS-QTD-METAS)
           MOVE META-VL-META       TO WS-MT-META(WS-QTD-METAS)
           MOVE ZEROS              TO WS-MT-REALIZADO(WS-QTD-METAS).
       1100-GUARDA-META-FIM.
           EXIT.
      *
      **************************************
      * DIAS DO MES E DIAS DECORRIDOS      *
      **************************************
      *
       1500-CALCULA-DIAS.
           MOVE WS-DIAS-NO-MES(WS-MES-REL) TO WS-DIAS-MES
           IF WS-MES-REL EQUAL 2
               DIVIDE WS-ANO-REL BY 4 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-ANO-REL BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-ANO-REL BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-400 EQUAL ZEROS OR
                   (WS-RESTO-4 EQUAL ZEROS AND
                    WS-RESTO-100 NOT EQUAL ZEROS)
                   MOVE 29 TO WS-DIAS-MES
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-ANOMES-REL < WS-ANOMES-HOJE
                   MOVE WS-DIAS-MES TO WS-DIAS-DECORRIDOS
               WHEN WS-ANOMES-REL EQUAL WS-ANOMES-HOJE
                   MOVE WS-DIA-HOJE TO WS-DIAS-DECORRIDOS
               WHEN OTHER
                   MOVE ZEROS       TO WS-DIAS-DECORRIDOS
           END-EVALUATE.
       1500-CALCULA-DIAS-FIM.
           EXIT.
      *
      **************************************
      * REALIZADO DO MES: ITENS            *
      * CONFIRMADOS DE PEDIDOS_VENDA       *
      **************************************
      *
       2000-APURA-REALIZADO.
           SET WS-FS-PV TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_VENDA
           IF WS-FS-PV EQUAL 35
               DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO 2000-APURA-REALIZADO-FIM
           END-IF

      *> SEM PRODUTOS NAO HA GRUPO: SO AS METAS TOTAIS SAO APURADAS.
           SET WS-FS-PROD TO 0.
           OPEN INPUT PRODUTOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PRODUTOS NAO EXISTE - METAS POR "
                   "GRUPO SEM REALIZADO *"
           END-IF

           PERFORM 2100-ACUMULA-ITEM THRU 2100-ACUMULA-ITEM-FIM
               UNTIL WS-EOF = 1

           IF WS-FS-PROD NOT EQUAL 35
               CLOSE PRODUTOS
           END-IF
           CLOSE PEDIDOS_VENDA.
       2000-APURA-REALIZADO-FIM.
           EXIT.
      *
       2100-ACUMULA-ITEM.
           READ PEDIDOS_VENDA
           AT END
               MOVE 1 TO WS-EOF
           NOT AT END

           MOVE PV-DT-PEDIDO TO WS-DATA-REGISTRO
           IF NOT PV-ITEM-CONFIRMADO OR
               WS-ANOMES-REGISTRO NOT EQUAL WS-ANOMES-REL
               GO TO 2100-ACUMULA-ITEM-FIM
           END-IF

           IF PV-ITEM-COMPONENTE
               GO TO 2100-ACUMULA-ITEM-FIM
           END-IF

           ADD 1 TO WS-QTD-ITENS-MES
           COMPUTE WS-VL-ITEM = PV-QTDE * PV-PRECO-UNIT

           MOVE SPACES TO WS-GRUPO-ITEM
           IF WS-FS-PROD NOT EQUAL 35
               MOVE PV-COD-PRODUTO TO COD-PRODUTO
               READ PRODUTOS
                   NOT INVALID KEY
                       MOVE GRUPO-PRODUTO TO WS-GRUPO-ITEM
               END-READ
           END-IF

      *> O ITEM ENTRA NA META TOTAL DO VENDEDOR E NA DO SEU GRUPO.
           MOVE 'N' TO WS-ACHOU-META
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-METAS
               IF WS-MT-VENDEDOR(WS-IDX) EQUAL PV-COD-VENDEDOR
                   MOVE 'S' TO WS-ACHOU-META
                   IF WS-MT-GRUPO(WS-IDX) EQUAL SPACES OR
                       (WS-MT-GRUPO(WS-IDX) EQUAL WS-GRUPO-ITEM AND
                        WS-GRUPO-ITEM NOT EQUAL SPACES)
                       ADD WS-VL-ITEM TO WS-MT-REALIZADO(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ACHOU-META EQUAL 'S'
               ADD 1 TO WS-QTD-ITENS-COM-META
           ELSE
               ADD 1 TO WS-QTD-ITENS-SEM-META
               ADD WS-VL-ITEM TO WS-VL-SEM-META
           END-IF

           END-READ.
       2100-ACUMULA-ITEM-FIM.
           EXIT.
      *
      **************************************
      * UMA LINHA POR VENDEDOR, EM ORDEM   *
      * DE ATINGIMENTO                     *
      **************************************
      *
       3000-MONTA-RANKING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-METAS
               IF WS-QTD-VENDEDORES EQUAL ZEROS OR
                   WS-MT-VENDEDOR(WS-IDX) NOT EQUAL
                   WS-RK-VENDEDOR(WS-QTD-VENDEDORES)
                   ADD 1 TO WS-QTD-VENDEDORES
                   MOVE WS-MT-VENDEDOR(WS-IDX)
                       TO WS-RK-VENDEDOR(WS-QTD-VENDEDORES)
                   MOVE ZEROS TO WS-RK-META(WS-QTD-VENDEDORES)
                       WS-RK-REALIZADO(WS-QTD-VENDEDORES)
                   MOVE 'N' TO WS-RK-TEM-TOTAL(WS-QTD-VENDEDORES)
               END-IF
               IF WS-MT-GRUPO(WS-IDX) EQUAL SPACES
                   MOVE 'S' TO WS-RK-TEM-TOTAL(WS-QTD-VENDEDORES)
                   MOVE WS-MT-META(WS-IDX)
                       TO WS-RK-META(WS-QTD-VENDEDORES)
                   MOVE WS-MT-REALIZADO(WS-IDX)
                       TO WS-RK-REALIZADO(WS-QTD-VENDEDORES)
               ELSE
                   IF WS-RK-TEM-TOTAL(WS-QTD-VENDEDORES) NOT EQUAL 'S'
                       ADD WS-MT-META(WS-IDX)
                           TO WS-RK-META(WS-QTD-VENDEDORES)
                       ADD WS-MT-REALIZADO(WS-IDX)
                           TO WS-RK-REALIZADO(WS-QTD-VENDEDORES)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-VENDEDORES
               MOVE WS-RK-META(WS-IDX)      TO WS-CALC-META
               MOVE WS-RK-REALIZADO(WS-IDX) TO WS-CALC-REALIZADO
               PERFORM 8000-CALCULA-LINHA THRU 8000-CALCULA-LINHA-FIM
               MOVE WS-CALC-PCT TO WS-RK-PCT(WS-IDX)
               ADD WS-RK-META(WS-IDX)      TO WS-TOT-META
               ADD WS-RK-REALIZADO(WS-IDX) TO WS-TOT-REALIZADO
               IF WS-RK-REALIZADO(WS-IDX) NOT < WS-RK-META(WS-IDX)
                   ADD 1 TO WS-QTD-ATINGIRAM
               END-IF
           END-PERFORM

      *> ORDENACAO DECRESCENTE PELO PERCENTUAL ATINGIDO.
           IF WS-QTD-VENDEDORES > 1
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-VENDEDORES - 1
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-VENDEDORES - WS-IDX
                       IF WS-RK-PCT(WS-IDX2) <
                           WS-RK-PCT(WS-IDX2 + 1)
                           MOVE WS-RK-ITEM(WS-IDX2)
                               TO WS-RK-TROCA
                           MOVE WS-RK-ITEM(WS-IDX2 + 1)
                               TO WS-RK-ITEM(WS-IDX2)
                           MOVE WS-RK-TROCA
                               TO WS-RK-ITEM(WS-IDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       3000-MONTA-RANKING-FIM.
           EXIT.
      *
      **************************************
      * RELATORIO DE ATINGIMENTO           *
      **************************************
      *
       4000-IMPRIME-RELATORIO.
           PERFORM VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > WS-QTD-VENDEDORES
               PERFORM 4100-LINHA-VENDEDOR
                   THRU 4100-LINHA-VENDEDOR-FIM
           END-PERFORM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-TOT-META      TO WS-CALC-META
           MOVE WS-TOT-REALIZADO TO WS-CALC-REALIZADO
           PERFORM 8000-CALCULA-LINHA THRU 8000-CALCULA-LINHA-FIM
           MOVE SPACES TO WS-LINHA-REL
           MOVE 'TOTAL DOS VENDEDORES COM META' TO WS-LINHA-REL(1:29)
           PERFORM 8100-MONTA-VALORES THRU 8100-MONTA-VALORES-FIM
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-VL-SEM-META TO WS-ED-VALOR
           STRING 'VENDAS DE VENDEDOR SEM META NO MES: '
               DELIMITED BY SIZE
               WS-ED-VALOR DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING 'DIAS DECORRIDOS: ' DELIMITED BY SIZE
               WS-DIAS-DECORRIDOS DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WS-DIAS-MES DELIMITED BY SIZE
               '   VENDEDORES COM META: ' DELIMITED BY SIZE
               WS-QTD-VENDEDORES DELIMITED BY SIZE
               '   META ATINGIDA: ' DELIMITED BY SIZE
               WS-QTD-ATINGIRAM DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-IMPRIME-RELATORIO-FIM.
           EXIT.
      *
       4100-LINHA-VENDEDOR.
           MOVE SPACES TO WS-NOME-VENDEDOR
           IF WS-FS-VEND NOT EQUAL 35
               MOVE WS-RK-VENDEDOR(WS-POS) TO COD-VENDEDOR
               READ VENDEDORES
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO WS-NOME-VENDEDOR
                   NOT INVALID KEY
                       MOVE NOME-VENDEDOR TO WS-NOME-VENDEDOR
               END-READ
           END-IF

           MOVE WS-RK-META(WS-POS)      TO WS-CALC-META
           MOVE WS-RK-REALIZADO(WS-POS) TO WS-CALC-REALIZADO
           PERFORM 8000-CALCULA-LINHA THRU 8000-CALCULA-LINHA-FIM

           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-POS TO WS-ED-POS
           MOVE WS-ED-POS               TO WS-LINHA-REL(1:3)
           MOVE WS-RK-VENDEDOR(WS-POS)  TO WS-LINHA-REL(5:3)
           MOVE WS-NOME-VENDEDOR        TO WS-LINHA-REL(9:20)
           PERFORM 8100-MONTA-VALORES THRU 8100-MONTA-VALORES-FIM
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

      *> METAS POR GRUPO DO VENDEDOR, LOGO ABAIXO DA LINHA DELE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-METAS
               IF WS-MT-VENDEDOR(WS-IDX) EQUAL WS-RK-VENDEDOR(WS-POS)
                   AND WS-MT-GRUPO(WS-IDX) NOT EQUAL SPACES
                   MOVE WS-MT-META(WS-IDX)      TO WS-CALC-META
                   MOVE WS-MT-REALIZADO(WS-IDX) TO WS-CALC-REALIZADO
                   PERFORM 8000-CALCULA-LINHA
                       THRU 8000-CALCULA-LINHA-FIM
                   MOVE SPACES TO WS-LINHA-REL
                   MOVE 'GRUPO'              TO WS-LINHA-REL(11:5)
                   MOVE WS-MT-GRUPO(WS-IDX)  TO WS-LINHA-REL(17:3)
                   PERFORM 8100-MONTA-VALORES
                       THRU 8100-MONTA-VALORES-FIM
                   PERFORM 9500-GRAVA-LINHA-REL
                       THRU 9500-GRAVA-LINHA-REL-FIM
               END-IF
           END-PERFORM.
       4100-LINHA-VENDEDOR-FIM.
           EXIT.
      *
      **************************************
      * PERCENTUAL ATINGIDO E PROJECAO DE  *
      * FIM DE MES DE UMA LINHA            *
      **************************************
      *
       8000-CALCULA-LINHA.
           MOVE ZEROS TO WS-CALC-PCT WS-CALC-PROJECAO WS-CALC-PCT-PROJ
           IF WS-DIAS-DECORRIDOS > ZEROS
               COMPUTE WS-CALC-PROJECAO ROUNDED =
                   WS-CALC-REALIZADO * WS-DIAS-MES / WS-DIAS-DECORRIDOS
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-CALC-PROJECAO
               END-COMPUTE
           END-IF
           IF WS-CALC-META > ZEROS
               COMPUTE WS-CALC-PCT ROUNDED =
                   WS-CALC-REALIZADO * 100 / WS-CALC-META
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CALC-PCT
               END-COMPUTE
               COMPUTE WS-CALC-PCT-PROJ ROUNDED =
                   WS-CALC-PROJECAO * 100 / WS-CALC-META
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CALC-PCT-PROJ
               END-COMPUTE
           END-IF.
       8000-CALCULA-LINHA-FIM.
           EXIT.
      *
       8100-MONTA-VALORES.
           MOVE WS-CALC-META      TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-LINHA-REL(30:16)
           MOVE WS-CALC-REALIZADO TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-LINHA-REL(47:16)
           MOVE WS-CALC-PCT       TO WS-ED-PCT
           MOVE WS-ED-PCT         TO WS-LINHA-REL(64:8)
           MOVE WS-CALC-PROJECAO  TO WS-ED-VALOR
           MOVE WS-ED-VALOR       TO WS-LINHA-REL(73:16)
           MOVE WS-CALC-PCT-PROJ  TO WS-ED-PCT
           MOVE WS-ED-PCT         TO WS-LINHA-REL(90:8).
       8100-MONTA-VALORES-FIM.
           EXIT.
      *
       9500-GRAVA-LINHA-REL.
           IF WS-REL-LINHAS >= WS-REL-LINHAS-MAX
               PERFORM 9600-CABECALHO-REL
                   THRU 9600-CABECALHO-REL-FIM
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-REL
           ADD 1 TO WS-REL-LINHAS.
       9500-GRAVA-LINHA-REL-FIM.
           EXIT.
      *
       9600-CABECALHO-REL.
           MOVE SPACES TO WS-LINHA-CAB
           STRING 'ATINGIMENTO DAS METAS DE VENDAS - MES '
               DELIMITED BY SIZE
               WS-ANOMES-REL DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           MOVE 'POS VEN NOME'       TO WS-LINHA-CAB(1:12)
           MOVE 'META'               TO WS-LINHA-CAB(42:4)
           MOVE 'REALIZADO'          TO WS-LINHA-CAB(54:9)
           MOVE '% ATING'            TO WS-LINHA-CAB(65:7)
           MOVE 'PROJECAO'           TO WS-LINHA-CAB(81:8)
           MOVE '% PROJ'             TO WS-LINHA-CAB(92:6)
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
           EXIT.
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

           COMPUTE WS-AR-PAGINAS = WS-REL-PAGINA - 1
           MOVE 'F' TO WS-AR-FUNCAO
           CALL 'ARQUIVA_REL' USING WS-AR-FUNCAO, WS-AR-PROGRAMA,
               WS-AR-TITULO, WS-AR-OPERADOR, WS-AR-PAGINAS,
               WS-AR-LINHA, WS-AR-RESULTADO
           IF WS-AR-RESULTADO EQUAL 'S'
               DISPLAY "RELATORIO CATALOGADO NO SPOOL (EXERCICIO_203)."
           END-IF.
       9700-ARQUIVA-RELATORIO-FIM.
           EXIT.

       END PROGRAM EXERCICIO_181.

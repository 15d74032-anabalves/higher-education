      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: PAGAMENTO MENSAL DOS PROFESSORES HORISTAS E
      * CONTRATADOS PELAS TURMAS ATRIBUIDAS, NO LUGAR DA PLANILHA
      * MONTADA SOBRE O RELATORIO DE CARGA (EXERCICIO_109), NO MESMO
      * ESQUEMA DA GERACAO DE DESPESAS FIXAS (EXERCICIO_162). PARA A
      * COMPETENCIA (AAAAMM) INFORMADA, CADA SECAO DE TURMA_PROF DO
      * PROFESSOR CUJO PERIODO TEM AULAS NO MES (CAL-AULAS-INI A
      * CAL-AULAS-FIM DE CALENDARIO_ACAD) RENDE A CARGA-HORARIA DA
      * DISCIPLINA DIVIDIDA PELOS MESES DE AULA DO PERIODO (O ULTIMO
      * MES FICA COM O RESTO DO ARREDONDAMENTO). AS HORAS SAO PAGAS
      * PELO VALOR DA HORA-AULA DO CADASTRO (PROF-VL-HORA) E AS FALTAS
      * NAO ABONADAS REGISTRADAS PELA COORDENACAO (FALTAS_PROF) ATE O
      * MES SAO DESCONTADAS E MARCADAS COM A COMPETENCIA. O LIQUIDO
      * VIRA UM TITULO 'D' EM DUPL_PAGAR COM O EVENTO DE DESPESA DO
      * CARTAO, QUE SEGUE PARA O BORDERO (EXERCICIO_091) E PARA A
      * EXPORTACAO CONTABIL (EXERCICIO_088): UM TITULO POR PROFESSOR,
      * AO FORNECEDOR DO CADASTRO DELE, OU, QUANDO O PARAMETRO
      * FORN-FL-PROF TRAZ UM FORNECEDOR, UM TITULO UNICO DA FOLHA DE
      * PROFESSORES PARA ELE. VENCIMENTO NO DIA DIA-PAG-PROF
      * (PADRAO 5) DO MES SEGUINTE, ROLADO PARA DIA UTIL; VALOR ACIMA
      * DA ALCADA (LIM-APROV-PC) NASCE PENDENTE DE APROVACAO ('P').
      * CADA PROFESSOR PAGO FICA EM PAGTO_PROF, QUE IMPEDE PAGA-LO DE
      * NOVO NA MESMA COMPETENCIA. EMISSAO EM MES CONTABIL FECHADO
      * (PERIODO_CHECK) NAO RODA. O RELATORIO (pagto_prof_rel) TRAZ O
      * DEMONSTRATIVO DE CADA PROFESSOR PAGO, O MOTIVO DOS NAO PAGOS
      * E OS TOTAIS DE CONTROLE, COM O BALANCEAMENTO DE FIM DE JOB, E
      * E CATALOGADO NO SPOOL (ARQUIVA_REL) PARA CONSULTA E
      * REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_211.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_211_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT PROFESSORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PROF-MATRICULA
           FILE STATUS IS WS-FS-PROF.

           SELECT TURMA_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\turma_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TPF-CHAVE
           FILE STATUS IS WS-FS-TPF.

           SELECT DISCIPLINAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\disciplinas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS COD-DISCIPLINA
           FILE STATUS IS WS-FS-DISC.

           SELECT CALENDARIO_ACAD ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\calendario_acad.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS CAL-PERIODO
           FILE STATUS     IS WS-FS-CAL.

           SELECT FALTAS_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\faltas_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FLT-CHAVE
           FILE STATUS IS WS-FS-FALTAS.

           SELECT PAGTO_PROF ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pagto_prof.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPR-CHAVE
           FILE STATUS IS WS-FS-PPR.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS PAG-NR-TITULO
           FILE STATUS     IS WS-FS-PAGAR.

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

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pagto_prof_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-COMPETENCIA     PIC X(006).
           03 CARD-DT-EMISSAO      PIC 9(008).
           03 CARD-EVENTO          PIC X(012).

       FD PROFESSORES.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

       FD TURMA_PROF.
       01 REG-TURMA-PROF.
           03 TPF-CHAVE.
              05 TPF-COD-DISCIPLINA   PIC X(06).
              05 TPF-PERIODO          PIC X(06).
              05 TPF-SECAO            PIC X(03).
           03 TPF-PROFESSOR           PIC X(08).

       FD DISCIPLINAS.
       01 REG-DISCIPLINA.
           03 COD-DISCIPLINA          PIC X(06).
           03 NOME-DISCIPLINA         PIC X(30).
           03 CARGA-HORARIA           PIC 9(03).

       FD CALENDARIO_ACAD.
       01 REG-CALENDARIO.
           03 CAL-PERIODO              PIC X(006).
           03 CAL-MAT-INI              PIC 9(008).
           03 CAL-MAT-FIM              PIC 9(008).
           03 CAL-AULAS-INI            PIC 9(008).
           03 CAL-AULAS-FIM            PIC 9(008).
           03 CAL-NOTAS-FIM            PIC 9(008).
           03 CAL-EXAME-INI            PIC 9(008).
           03 CAL-EXAME-FIM            PIC 9(008).

       FD FALTAS_PROF.
       01 REG-FALTA-PROF.
           COPY FALTAPRF.

       FD PAGTO_PROF.
       01 REG-PAGTO-PROF.
           COPY PAGPROF.

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

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                  PIC 99.
       77 WS-FS-PROF                    PIC 99.
       77 WS-FS-TPF                     PIC 99.
       77 WS-FS-DISC                    PIC 99.
       77 WS-FS-CAL                     PIC 99.
       77 WS-FS-FALTAS                  PIC 99.
       77 WS-FS-PPR                     PIC 99.
       77 WS-FS-PAGAR                   PIC 99.
       77 WS-FS-FORN                    PIC 99.
       77 WS-FS-PLANO                   PIC 99.
       77 WS-FS-ECT                     PIC 99.
       77 WS-FS-REL                     PIC 99.
       77 WS-EOF                        PIC 99 VALUE 0.
       77 WS-EOF-TPF                    PIC 99.
       77 WS-EOF-FLT                    PIC 99.
       77 WS-NR-NOVO                    PIC 9(007).
       77 WS-DT-EMISSAO                 PIC 9(008).
       77 WS-DATA-VENC-UTIL             PIC 9(008).
       77 WS-EVENTO-DESPESA             PIC X(012).
       77 WS-VL-EDITADO                 PIC -ZZZZZZZZZZZZ9.99.
       77 WS-HORAS-EDIT                 PIC ZZZZ9.99.
       77 WS-VL-HORA-EDIT               PIC ZZZZ9.99.
       77 WS-MOTIVO                     PIC X(040).
       77 WS-DIA-PAGTO                  PIC 9(002).

      *> COMPETENCIA PAGA (AAAAMM) E O VENCIMENTO NO MES SEGUINTE.
       01 WS-COMPETENCIA                PIC 9(006).
       01 FILLER REDEFINES WS-COMPETENCIA.
           03 WS-COMP-ANO               PIC 9(004).
           03 WS-COMP-MES               PIC 9(002).
       01 WS-DATA-VENC                  PIC 9(008).
       01 FILLER REDEFINES WS-DATA-VENC.
           03 WS-VENC-ANO               PIC 9(004).
           03 WS-VENC-MES               PIC 9(002).
           03 WS-VENC-DIA               PIC 9(002).

      *> MESES DE AULA DO PERIODO DA TURMA, CONTADOS EM MESES
      *> CORRIDOS (ANO * 12 + MES) DO INICIO AO FIM DAS AULAS.
       01 WS-AULAS-INI                  PIC 9(008).
       01 FILLER REDEFINES WS-AULAS-INI.
           03 WS-AULAS-INI-ANO          PIC 9(004).
           03 WS-AULAS-INI-MES          PIC 9(002).
           03 FILLER                    PIC 9(002).
       01 WS-AULAS-FIM                  PIC 9(008).
       01 FILLER REDEFINES WS-AULAS-FIM.
           03 WS-AULAS-FIM-ANO          PIC 9(004).
           03 WS-AULAS-FIM-MES          PIC 9(002).
           03 FILLER                    PIC 9(002).
       77 WS-MESES-AULA                 PIC S9(004).
       77 WS-MES-DA-TURMA               PIC S9(004).
       77 WS-HORAS-TURMA                PIC 9(005)V99.
       77 WS-MES-EDIT                   PIC Z9.
       77 WS-MESES-EDIT                 PIC Z9.
       77 WS-ANOMES-FALTA               PIC 9(006).

      *> APURACAO DO PROFESSOR EM PROCESSAMENTO.
       77 WS-QTD-TURMAS-PROF            PIC 9(003).
       77 WS-HORAS-TURMAS               PIC 9(005)V99.
       77 WS-HORAS-FALTAS               PIC 9(005)V99.
       77 WS-VL-BRUTO                   PIC S9(011)V99.
       77 WS-VL-DESCONTO                PIC S9(011)V99.
       77 WS-VL-LIQUIDO                 PIC S9(011)V99.
       77 WS-CAB-PROF                   PIC X(001).

      *> FOLHA DE PROFESSORES EM TITULO UNICO (PARAMETRO
      *> FORN-FL-PROF): O NUMERO DO TITULO E TIRADO NO PRIMEIRO
      *> PROFESSOR PAGO E O TITULO E GRAVADO NO FIM COM O TOTAL.
       77 WS-FORN-FOLHA                 PIC 9(005) VALUE ZEROS.
       77 WS-NR-TITULO-UNICO            PIC 9(007) VALUE ZEROS.
       77 WS-VL-FOLHA                   PIC S9(013)V9(002) VALUE ZEROS.

      *> TOTAIS DE CONTROLE DO REGISTRO: TODO PROFESSOR LIDO CAI EM
      *> EXATAMENTE UM DESTINO.
       77 WS-QTD-LIDOS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PAGOS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PEND-APROV             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-FORA-LOTE              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-JA-PAGOS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-TURMAS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-SEM-VALOR              PIC 9(006) VALUE ZEROS.
       77 WS-QTD-ERROS                  PIC 9(006) VALUE ZEROS.
       77 WS-QTD-DESTINOS               PIC 9(006) VALUE ZEROS.
       77 WS-VL-PAGO                    PIC S9(013)V9(002) VALUE ZEROS.
       77 WS-VL-DESCONTADO              PIC S9(013)V9(002) VALUE ZEROS.

      *> ALCADA DE APROVACAO (PARAMETRO LIM-APROV-PC, A MESMA DOS
      *> PEDIDOS DE COMPRA E DAS DESPESAS DE EXERCICIO_161/162).
       77 WS-VL-LIMITE-APROV            PIC S9(013)V9(002).
       77 WS-PARAM-CODIGO               PIC X(012).
       77 WS-PARAM-VALOR                PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU                PIC X(001).

      *> AREA DE CHAMADA DA SUBROTINA DE DATAS (CALC_DATA), USADA
      *> PARA TRAZER O DIA DE PAGAMENTO PARA O ULTIMO DIA DO MES CURTO.
       77 WS-CD-FUNCAO                  PIC X(001).
       77 WS-CD-DATA-1                  PIC 9(008).
       77 WS-CD-DATA-2                  PIC 9(008).
       77 WS-CD-DIAS                    PIC S9(006).
       77 WS-CD-RESULTADO               PIC 9(008).
       77 WS-CD-VALIDA                  PIC X(001).

      *> VERIFICACAO DO PERIODO CONTABIL (SUBROTINA PERIODO_CHECK):
      *> MOVIMENTO DATADO DENTRO DE MES JA FECHADO PELA CONTABILIDADE
      *> (EXERCICIO_090) E RECUSADO.
       77 WS-PC-DATA                   PIC 9(008).
       77 WS-PC-RESULTADO              PIC X(001).

      *> CONTROLE DE EXECUCAO DO LOTE (SUBROTINA RUN_CONTROLE), COM
      *> PROTECAO CONTRA RODADA DUPLICADA NA MESMA DATA.
       77 WS-RC-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_211'.
       77 WS-RC-FUNCAO                 PIC X(001).
       77 WS-RC-REGISTROS              PIC 9(006).
       77 WS-RC-RETCODE                PIC 9(002).
       77 WS-RC-RESULTADO              PIC X(001).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).
       01 WS-LINHA-GUARDA              PIC X(132).

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SPOOL DE RELATORIOS (SUBROTINA ARQUIVA_REL): O RELATORIO
      *> FECHADO E CATALOGADO COM UMA COPIA PARA REIMPRESSAO.
       77 WS-AR-FUNCAO                 PIC X(001).
       77 WS-AR-PROGRAMA               PIC X(013) VALUE
           'EXERCICIO_211'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'PAGAMENTO MENSAL DE PROFESSORES'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- PAGAMENTO MENSAL DE PROFESSORES ----'

           MOVE 'I' TO WS-RC-FUNCAO
           MOVE ZEROS TO WS-RC-REGISTROS
           MOVE ZEROS TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           IF WS-RC-RESULTADO EQUAL 'J'
               DISPLAY "*** LOTE JA EXECUTADO NESTA DATA - GRAVE O "
                   "PROGRAMA NO CARTAO runctl_force PARA RODAR DE "
                   "NOVO ***"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-FS-PROF  TO 0.
           SET WS-FS-PAGAR TO 0.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           IF WS-FS-CARTAO EQUAL 35
               PERFORM 0030-INFORMA-COMPETENCIA
                   THRU 0030-INFORMA-COMPETENCIA-FIM
               DISPLAY 'INFORME A DATA DE EMISSAO (AAAAMMDD):'
               ACCEPT WS-DT-EMISSAO
               DISPLAY 'INFORME O EVENTO DE DESPESA DO PLANO DE CONTAS:'
               ACCEPT WS-EVENTO-DESPESA
           END-IF

           MOVE WS-DT-EMISSAO TO WS-PC-DATA
           CALL 'PERIODO_CHECK' USING WS-PC-DATA, WS-PC-RESULTADO
           IF WS-PC-RESULTADO EQUAL 'F'
               DISPLAY "*** MES CONTABIL DA EMISSAO JA FECHADO "
                   "(EXERCICIO_090) - PAGAMENTO NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM O EVENTO NAO HA COMO CONTABILIZAR OS TITULOS; NADA E
      *> PAGO.
           PERFORM 0040-VALIDA-EVENTO THRU 0040-VALIDA-EVENTO-FIM
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** EVENTO DE DESPESA " WS-EVENTO-DESPESA
                   " RECUSADO - PAGAMENTO NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM A ALCADA NAO HA COMO SABER QUAIS TITULOS PRECISAM DE
      *> APROVACAO; NADA E PAGO.
           MOVE 'LIM-APROV-PC' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU NOT EQUAL 'S'
               DISPLAY "*** PARAMETRO LIM-APROV-PC NAO CADASTRADO "
                   "EM PARAMETROS - PAGAMENTO NAO EXECUTADO ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           MOVE WS-PARAM-VALOR TO WS-VL-LIMITE-APROV

           MOVE 5 TO WS-DIA-PAGTO
           MOVE 'DIA-PAG-PROF' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU EQUAL 'S' AND
               WS-PARAM-VALOR NOT < 1 AND WS-PARAM-VALOR NOT > 31
               MOVE WS-PARAM-VALOR TO WS-DIA-PAGTO
           END-IF

           SET WS-FS-FORN TO 0.
           OPEN INPUT FORNECEDORES
           IF WS-FS-FORN EQUAL 35
               DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> FOLHA EM TITULO UNICO: O FORNECEDOR DO PARAMETRO TEM DE
      *> EXISTIR.
           MOVE 'FORN-FL-PROF' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU EQUAL 'S' AND WS-PARAM-VALOR > ZEROS
               MOVE WS-PARAM-VALOR TO WS-FORN-FOLHA
               MOVE WS-FORN-FOLHA TO FORN-COD-FORNECEDOR
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY "*** FORNECEDOR " WS-FORN-FOLHA
                           " DO PARAMETRO FORN-FL-PROF NAO "
                           "CADASTRADO - PAGAMENTO NAO EXECUTADO ***"
                       MOVE 16 TO RETURN-CODE
                       CLOSE FORNECEDORES
                       GO TO ROT-FIM
               END-READ
               DISPLAY "FOLHA EM TITULO UNICO PARA O FORNECEDOR "
                   WS-FORN-FOLHA " " FORN-NOME-FORNECEDOR
           END-IF

           PERFORM 1600-CALCULA-VENCIMENTO
               THRU 1600-CALCULA-VENCIMENTO-FIM

           OPEN INPUT PROFESSORES
           IF WS-FS-PROF EQUAL 35
               DISPLAY "* ARQUIVO PROFESSORES NAO EXISTE *"
               CLOSE FORNECEDORES
               GO TO ROT-FIM
           END-IF

           SET WS-FS-TPF TO 0.
           OPEN INPUT TURMA_PROF
           SET WS-FS-DISC TO 0.
           OPEN INPUT DISCIPLINAS
           SET WS-FS-CAL TO 0.
           OPEN INPUT CALENDARIO_ACAD
           SET WS-FS-FALTAS TO 0.
           OPEN I-O FALTAS_PROF

           SET WS-FS-PPR TO 0.
           OPEN I-O PAGTO_PROF
           IF WS-FS-PPR EQUAL 35
               OPEN OUTPUT PAGTO_PROF
               CLOSE PAGTO_PROF
               OPEN I-O PAGTO_PROF
           END-IF

           OPEN I-O DUPL_PAGAR
           IF WS-FS-PAGAR EQUAL 35
               OPEN OUTPUT DUPL_PAGAR
           END-IF

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO

           PERFORM 1000-PROCESSA-PROFESSOR
               THRU 1000-PROCESSA-PROFESSOR-FIM
               UNTIL WS-EOF = 1.

           IF WS-NR-TITULO-UNICO NOT EQUAL ZEROS
               PERFORM 1700-GRAVA-TITULO-UNICO
                   THRU 1700-GRAVA-TITULO-UNICO-FIM
           END-IF

           CLOSE PROFESSORES.
           IF WS-FS-TPF NOT EQUAL 35
               CLOSE TURMA_PROF
           END-IF
           IF WS-FS-DISC NOT EQUAL 35
               CLOSE DISCIPLINAS
           END-IF
           IF WS-FS-CAL NOT EQUAL 35
               CLOSE CALENDARIO_ACAD
           END-IF
           IF WS-FS-FALTAS NOT EQUAL 35
               CLOSE FALTAS_PROF
           END-IF
           CLOSE PAGTO_PROF.
           CLOSE DUPL_PAGAR.
           CLOSE FORNECEDORES.

           PERFORM 4000-IMPRIME-TOTAIS THRU 4000-IMPRIME-TOTAIS-FIM
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM

           DISPLAY " "
           DISPLAY "PROFESSORES LIDOS: " WS-QTD-LIDOS
           DISPLAY "PROFESSORES PAGOS: " WS-QTD-PAGOS
               " VALOR: " WS-VL-PAGO
           DISPLAY "  PENDENTES DE APROVACAO: " WS-QTD-PEND-APROV
           DISPLAY "FORA DO LOTE (EFETIVO / SEM REGIME): "
               WS-QTD-FORA-LOTE
           DISPLAY "JA PAGOS NA COMPETENCIA: " WS-QTD-JA-PAGOS
           DISPLAY "SEM TURMAS NA COMPETENCIA: " WS-QTD-SEM-TURMAS
           DISPLAY "SEM VALOR A PAGAR: " WS-QTD-SEM-VALOR
           DISPLAY "COM ERRO (NAO PAGOS): " WS-QTD-ERROS
           DISPLAY "DEMONSTRATIVOS GRAVADOS EM pagto_prof_rel."

           IF WS-QTD-ERROS > ZEROS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *> BALANCEAMENTO: TODO PROFESSOR LIDO TEM QUE TER CAIDO EM UM
      *> DESTINO (PAGO OU UM DOS MOTIVOS DE NAO PAGAMENTO).
           COMPUTE WS-QTD-DESTINOS = WS-QTD-PAGOS +
               WS-QTD-FORA-LOTE + WS-QTD-JA-PAGOS +
               WS-QTD-SEM-TURMAS + WS-QTD-SEM-VALOR + WS-QTD-ERROS
           IF WS-QTD-DESTINOS NOT EQUAL WS-QTD-LIDOS
               DISPLAY "PROFESSORES LIDOS " WS-QTD-LIDOS
                   " DIFERENTE DA SOMA DOS DESTINOS " WS-QTD-DESTINOS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
           END-IF.

       ROT-FIM.
           MOVE 'F' TO WS-RC-FUNCAO
           MOVE WS-QTD-PAGOS TO WS-RC-REGISTROS
           MOVE RETURN-CODE TO WS-RC-RETCODE
           CALL 'RUN_CONTROLE' USING WS-RC-PROGRAMA, WS-RC-FUNCAO,
               WS-RC-REGISTROS, WS-RC-RETCODE, WS-RC-RESULTADO
           STOP RUN.

      *
      **************************************
      * LEITURA E VALIDACAO DO CARTAO DE   *
      * PARAMETROS                         *
      **************************************
      *
       0020-LE-CARTAO.
           SET WS-FS-CARTAO TO 0.
           OPEN INPUT CARTAO_PARAM
           IF WS-FS-CARTAO EQUAL 35
               GO TO 0020-LE-CARTAO-FIM
           END-IF

           READ CARTAO_PARAM
               AT END
                   DISPLAY "*** CARTAO DE PARAMETROS VAZIO ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARTAO_PARAM
                   STOP RUN
           END-READ
           CLOSE CARTAO_PARAM

           IF CARD-COMPETENCIA IS NOT NUMERIC OR
               CARD-COMPETENCIA(5:2) < '01' OR
               CARD-COMPETENCIA(5:2) > '12'
               DISPLAY "*** CARTAO INVALIDO: COMPETENCIA "
                   CARD-COMPETENCIA " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-DT-EMISSAO EQUAL ZEROS OR
               CARD-DT-EMISSAO(5:2) < '01' OR
               CARD-DT-EMISSAO(5:2) > '12' OR
               CARD-DT-EMISSAO(7:2) < '01' OR
               CARD-DT-EMISSAO(7:2) > '31'
               DISPLAY "*** CARTAO INVALIDO: DATA DE EMISSAO "
                   CARD-DT-EMISSAO " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-EVENTO EQUAL SPACES
               DISPLAY "*** CARTAO INVALIDO: EVENTO DE DESPESA EM "
                   "BRANCO ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE CARD-COMPETENCIA TO WS-COMPETENCIA
           MOVE CARD-DT-EMISSAO  TO WS-DT-EMISSAO
           MOVE CARD-EVENTO      TO WS-EVENTO-DESPESA

           DISPLAY "PARAMETROS DO CARTAO: COMPETENCIA " WS-COMPETENCIA
               " EMISSAO " WS-DT-EMISSAO " EVENTO " WS-EVENTO-DESPESA.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
       0030-INFORMA-COMPETENCIA.
           DISPLAY 'INFORME A COMPETENCIA A PAGAR (AAAAMM):'
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO 0030-INFORMA-COMPETENCIA
           END-IF.
       0030-INFORMA-COMPETENCIA-FIM.
           EXIT.
      *
      *> O EVENTO TEM DE EXISTIR NO PLANO DE CONTAS; SE A CONTA DE
      *> DEBITO DELE ESTA CLASSIFICADA NA ESTRUTURA DE CONTAS, TEM DE
      *> SER DE DESPESA, COMO NAS MULTAS (EXERCICIO_209). DEVOLVE 'S'
      *> EM WS-PARAM-ACHOU QUANDO O EVENTO SERVE.
       0040-VALIDA-EVENTO.
           MOVE 'N' TO WS-PARAM-ACHOU
           SET WS-FS-PLANO TO 0.
           OPEN INPUT PLANO_CONTAS
           IF WS-FS-PLANO EQUAL 35
               DISPLAY "* ARQUIVO PLANO_CONTAS NAO EXISTE *"
               GO TO 0040-VALIDA-EVENTO-FIM
           END-IF
           MOVE WS-EVENTO-DESPESA TO PLC-EVENTO
           READ PLANO_CONTAS
               INVALID KEY
                   DISPLAY "*** EVENTO NAO CADASTRADO NO PLANO DE "
                       "CONTAS (EXERCICIO_087) ***"
                   CLOSE PLANO_CONTAS
                   GO TO 0040-VALIDA-EVENTO-FIM
           END-READ
           CLOSE PLANO_CONTAS

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
                           GO TO 0040-VALIDA-EVENTO-FIM
                       END-IF
               END-READ
               CLOSE ESTRUTURA_CONTAS
           END-IF
           MOVE 'S' TO WS-PARAM-ACHOU.
       0040-VALIDA-EVENTO-FIM.
           EXIT.
      *
      **************************************
      * LE CADA PROFESSOR, APURA AS HORAS  *
      * DAS TURMAS E AS FALTAS DO MES E    *
      * DECIDE SE ELE E PAGO; O MOTIVO DE  *
      * NAO PAGAR VAI PARA O REGISTRO      *
      **************************************
      *
       1000-PROCESSA-PROFESSOR.
           READ PROFESSORES NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-READ
           ADD 1 TO WS-QTD-LIDOS

           IF NOT PROF-PAGO-POR-AULA
               ADD 1 TO WS-QTD-FORA-LOTE
               IF PROF-EFETIVO
                   MOVE 'EFETIVO - PAGO PELA FOLHA' TO WS-MOTIVO
               ELSE
                   MOVE 'SEM REGIME NO CADASTRO (EXERCICIO_109)'
                       TO WS-MOTIVO
               END-IF
               PERFORM 3100-IMPRIME-NAO-PAGO
                   THRU 3100-IMPRIME-NAO-PAGO-FIM
               GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-IF

      *> RODADA REPETIDA NA MESMA COMPETENCIA NAO PAGA DE NOVO.
           MOVE WS-COMPETENCIA TO PPR-COMPETENCIA
           MOVE PROF-MATRICULA TO PPR-PROFESSOR
           READ PAGTO_PROF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-JA-PAGOS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'JA PAGO NA COMPETENCIA - TITULO '
                       DELIMITED BY SIZE
                       PPR-NR-TITULO DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   PERFORM 3100-IMPRIME-NAO-PAGO
                       THRU 3100-IMPRIME-NAO-PAGO-FIM
                   GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-READ

           IF PROF-VL-HORA EQUAL ZEROS
               ADD 1 TO WS-QTD-ERROS
               MOVE 'SEM VALOR DA HORA-AULA NO CADASTRO' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-PAGO
                   THRU 3100-IMPRIME-NAO-PAGO-FIM
               GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-IF

      *> NO TITULO POR PROFESSOR, O FORNECEDOR DELE TEM DE EXISTIR.
           IF WS-FORN-FOLHA EQUAL ZEROS
               MOVE PROF-COD-FORNECEDOR TO FORN-COD-FORNECEDOR
               READ FORNECEDORES
                   INVALID KEY
                       ADD 1 TO WS-QTD-ERROS
                       MOVE 'FORNECEDOR DO PROFESSOR NAO CADASTRADO'
                           TO WS-MOTIVO
                       PERFORM 3100-IMPRIME-NAO-PAGO
                           THRU 3100-IMPRIME-NAO-PAGO-FIM
                       GO TO 1000-PROCESSA-PROFESSOR-FIM
               END-READ
           END-IF

           MOVE ZEROS TO WS-QTD-TURMAS-PROF
           MOVE ZEROS TO WS-HORAS-TURMAS
           MOVE ZEROS TO WS-HORAS-FALTAS
           MOVE 'N'   TO WS-CAB-PROF

           PERFORM 1100-APURA-TURMAS THRU 1100-APURA-TURMAS-FIM
           PERFORM 1200-APURA-FALTAS THRU 1200-APURA-FALTAS-FIM

           IF WS-QTD-TURMAS-PROF EQUAL ZEROS AND
               WS-HORAS-FALTAS EQUAL ZEROS
               ADD 1 TO WS-QTD-SEM-TURMAS
               MOVE 'SEM TURMAS COM AULA NA COMPETENCIA' TO WS-MOTIVO
               PERFORM 3100-IMPRIME-NAO-PAGO
                   THRU 3100-IMPRIME-NAO-PAGO-FIM
               GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-IF

           COMPUTE WS-VL-BRUTO ROUNDED =
               WS-HORAS-TURMAS * PROF-VL-HORA
           COMPUTE WS-VL-DESCONTO ROUNDED =
               WS-HORAS-FALTAS * PROF-VL-HORA
           COMPUTE WS-VL-LIQUIDO = WS-VL-BRUTO - WS-VL-DESCONTO

      *> FALTAS QUE PASSAM DO VALOR DO MES NAO SAO MARCADAS E FICAM
      *> PARA O PROXIMO PAGAMENTO.
           IF WS-VL-LIQUIDO NOT > ZEROS
               ADD 1 TO WS-QTD-SEM-VALOR
               MOVE 'SEM VALOR A PAGAR - FALTAS FICAM PARA O PROXIMO'
                   TO WS-MOTIVO
               PERFORM 3200-IMPRIME-RESUMO
                   THRU 3200-IMPRIME-RESUMO-FIM
               GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-IF

           PERFORM 1300-GRAVA-TITULO THRU 1300-GRAVA-TITULO-FIM
           IF WS-NR-NOVO EQUAL ZEROS
               GO TO 1000-PROCESSA-PROFESSOR-FIM
           END-IF

           PERFORM 1400-GRAVA-PAGAMENTO THRU 1400-GRAVA-PAGAMENTO-FIM
           IF WS-HORAS-FALTAS > ZEROS
               PERFORM 1500-BAIXA-FALTAS THRU 1500-BAIXA-FALTAS-FIM
           END-IF

           ADD 1 TO WS-QTD-PAGOS
           ADD WS-VL-LIQUIDO  TO WS-VL-PAGO
           ADD WS-VL-DESCONTO TO WS-VL-DESCONTADO
           MOVE SPACES TO WS-MOTIVO
           PERFORM 3200-IMPRIME-RESUMO THRU 3200-IMPRIME-RESUMO-FIM.
       1000-PROCESSA-PROFESSOR-FIM.
           EXIT.
      *
      **************************************
      * HORAS DO MES DE CADA SECAO         *
      * ATRIBUIDA AO PROFESSOR             *
      **************************************
      *
       1100-APURA-TURMAS.
           IF WS-FS-TPF EQUAL 35
               GO TO 1100-APURA-TURMAS-FIM
           END-IF
           MOVE 0 TO WS-EOF-TPF
           MOVE LOW-VALUES TO TPF-CHAVE
           START TURMA_PROF KEY IS NOT LESS THAN TPF-CHAVE
               INVALID KEY
                   GO TO 1100-APURA-TURMAS-FIM
           END-START
           PERFORM 1110-LE-TURMA THRU 1110-LE-TURMA-FIM
               UNTIL WS-EOF-TPF = 1.
       1100-APURA-TURMAS-FIM.
           EXIT.
      *
       1110-LE-TURMA.
           READ TURMA_PROF NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-TPF
                   GO TO 1110-LE-TURMA-FIM
           END-READ
           IF TPF-PROFESSOR NOT EQUAL PROF-MATRICULA
               GO TO 1110-LE-TURMA-FIM
           END-IF

      *> O PERIODO DA TURMA PRECISA DO CALENDARIO PARA SABER OS MESES
      *> DE AULA. COMO O CODIGO DO PERIODO COMECA PELO ANO, SO O
      *> PERIODO DO ANO DA COMPETENCIA SEM CALENDARIO E AVISADO.
           IF WS-FS-CAL EQUAL 35
               MOVE ZEROS TO CAL-AULAS-INI CAL-AULAS-FIM
           ELSE
               MOVE TPF-PERIODO TO CAL-PERIODO
               READ CALENDARIO_ACAD
                   INVALID KEY
                       MOVE ZEROS TO CAL-AULAS-INI CAL-AULAS-FIM
               END-READ
           END-IF
           IF CAL-AULAS-INI EQUAL ZEROS OR
               CAL-AULAS-FIM < CAL-AULAS-INI
               IF TPF-PERIODO(1:4) EQUAL WS-COMPETENCIA(1:4)
                   MOVE SPACES TO WS-LINHA-REL
                   STRING '   TURMA ' DELIMITED BY SIZE
                       TPF-COD-DISCIPLINA DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       TPF-PERIODO DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       TPF-SECAO DELIMITED BY SIZE
                       ' NAO CONSIDERADA: PERIODO SEM AULAS EM '
                       DELIMITED BY SIZE
                       'CALENDARIO_ACAD' DELIMITED BY SIZE
                       INTO WS-LINHA-REL
                   PERFORM 3050-LINHA-PROFESSOR
                       THRU 3050-LINHA-PROFESSOR-FIM
               END-IF
               GO TO 1110-LE-TURMA-FIM
           END-IF

           MOVE CAL-AULAS-INI TO WS-AULAS-INI
           MOVE CAL-AULAS-FIM TO WS-AULAS-FIM
           COMPUTE WS-MESES-AULA =
               (WS-AULAS-FIM-ANO * 12 + WS-AULAS-FIM-MES) -
               (WS-AULAS-INI-ANO * 12 + WS-AULAS-INI-MES) + 1
           COMPUTE WS-MES-DA-TURMA =
               (WS-COMP-ANO * 12 + WS-COMP-MES) -
               (WS-AULAS-INI-ANO * 12 + WS-AULAS-INI-MES) + 1
           IF WS-MES-DA-TURMA < 1 OR WS-MES-DA-TURMA > WS-MESES-AULA
               GO TO 1110-LE-TURMA-FIM
           END-IF

           MOVE ZEROS TO CARGA-HORARIA
           MOVE SPACES TO NOME-DISCIPLINA
           IF WS-FS-DISC NOT EQUAL 35
               MOVE TPF-COD-DISCIPLINA TO COD-DISCIPLINA
               READ DISCIPLINAS
                   INVALID KEY
                       MOVE ZEROS TO CARGA-HORARIA
               END-READ
           END-IF
           IF CARGA-HORARIA EQUAL ZEROS
               MOVE SPACES TO WS-LINHA-REL
               STRING '   TURMA ' DELIMITED BY SIZE
                   TPF-COD-DISCIPLINA DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TPF-PERIODO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   TPF-SECAO DELIMITED BY SIZE
                   ' NAO CONSIDERADA: DISCIPLINA SEM CARGA-HORARIA'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               PERFORM 3050-LINHA-PROFESSOR
                   THRU 3050-LINHA-PROFESSOR-FIM
               GO TO 1110-LE-TURMA-FIM
           END-IF

      *> A CARGA-HORARIA E DIVIDIDA IGUALMENTE PELOS MESES DE AULA;
      *> O ULTIMO MES FICA COM O RESTO DO ARREDONDAMENTO, PARA QUE A
      *> SOMA DOS MESES FECHE COM A CARGA DA DISCIPLINA.
           COMPUTE WS-HORAS-TURMA ROUNDED =
               CARGA-HORARIA / WS-MESES-AULA
           IF WS-MES-DA-TURMA EQUAL WS-MESES-AULA
               COMPUTE WS-HORAS-TURMA = CARGA-HORARIA -
                   (WS-HORAS-TURMA * (WS-MESES-AULA - 1))
           END-IF

           ADD 1 TO WS-QTD-TURMAS-PROF
           ADD WS-HORAS-TURMA TO WS-HORAS-TURMAS

           MOVE WS-HORAS-TURMA  TO WS-HORAS-EDIT
           MOVE WS-MES-DA-TURMA TO WS-MES-EDIT
           MOVE WS-MESES-AULA   TO WS-MESES-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING '   TURMA ' DELIMITED BY SIZE
               TPF-COD-DISCIPLINA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               TPF-PERIODO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               TPF-SECAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NOME-DISCIPLINA DELIMITED BY SIZE
               ' CARGA ' DELIMITED BY SIZE
               CARGA-HORARIA DELIMITED BY SIZE
               ' MES ' DELIMITED BY SIZE
               WS-MES-EDIT DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WS-MESES-EDIT DELIMITED BY SIZE
               ' HORAS NO MES ' DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 3050-LINHA-PROFESSOR
               THRU 3050-LINHA-PROFESSOR-FIM.
       1110-LE-TURMA-FIM.
           EXIT.
      *
      **************************************
      * FALTAS A DESCONTAR: NAO ABONADAS,  *
      * AINDA NAO DESCONTADAS E DATADAS    *
      * ATE O MES DA COMPETENCIA           *
      **************************************
      *
       1200-APURA-FALTAS.
           IF WS-FS-FALTAS EQUAL 35
               GO TO 1200-APURA-FALTAS-FIM
           END-IF
           PERFORM 1250-POSICIONA-FALTAS
               THRU 1250-POSICIONA-FALTAS-FIM
           PERFORM 1210-LE-FALTA THRU 1210-LE-FALTA-FIM
               UNTIL WS-EOF-FLT = 1.
       1200-APURA-FALTAS-FIM.
           EXIT.
      *
       1210-LE-FALTA.
           PERFORM 1260-PROXIMA-FALTA THRU 1260-PROXIMA-FALTA-FIM
           IF WS-EOF-FLT = 1
               GO TO 1210-LE-FALTA-FIM
           END-IF

           ADD FLT-HORAS TO WS-HORAS-FALTAS
           MOVE FLT-HORAS TO WS-HORAS-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING '   FALTA ' DELIMITED BY SIZE
               FLT-DATA DELIMITED BY SIZE
               ' TURMA ' DELIMITED BY SIZE
               FLT-COD-DISCIPLINA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FLT-PERIODO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FLT-SECAO DELIMITED BY SIZE
               ' HORAS ' DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FLT-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 3050-LINHA-PROFESSOR
               THRU 3050-LINHA-PROFESSOR-FIM.
       1210-LE-FALTA-FIM.
           EXIT.
      *
      *> POSICIONA NA PRIMEIRA FALTA DO PROFESSOR (A CHAVE COMECA
      *> PELA MATRICULA).
       1250-POSICIONA-FALTAS.
           MOVE 0 TO WS-EOF-FLT
           MOVE PROF-MATRICULA TO FLT-PROFESSOR
           MOVE ZEROS          TO FLT-DATA
           MOVE LOW-VALUES     TO FLT-COD-DISCIPLINA
           MOVE LOW-VALUES     TO FLT-SECAO
           START FALTAS_PROF KEY IS NOT LESS THAN FLT-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF-FLT
           END-START.
       1250-POSICIONA-FALTAS-FIM.
           EXIT.
      *
      *> PROXIMA FALTA DO PROFESSOR QUE ENTRA NO DESCONTO; WS-EOF-FLT
      *> VAI A 1 QUANDO ACABAM AS FALTAS DELE.
       1260-PROXIMA-FALTA.
           IF WS-EOF-FLT = 1
               GO TO 1260-PROXIMA-FALTA-FIM
           END-IF
           READ FALTAS_PROF NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF-FLT
                   GO TO 1260-PROXIMA-FALTA-FIM
           END-READ
           IF FLT-PROFESSOR NOT EQUAL PROF-MATRICULA
               MOVE 1 TO WS-EOF-FLT
               GO TO 1260-PROXIMA-FALTA-FIM
           END-IF
           MOVE FLT-DATA(1:6) TO WS-ANOMES-FALTA
           IF NOT FLT-A-DESCONTAR OR
               FLT-ANOMES-DESCONTO NOT EQUAL ZEROS OR
               WS-ANOMES-FALTA > WS-COMPETENCIA
               GO TO 1260-PROXIMA-FALTA
           END-IF.
       1260-PROXIMA-FALTA-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O TITULO A PAGAR DO          *
      * PROFESSOR, OU RESERVA O NUMERO DO  *
      * TITULO UNICO DA FOLHA              *
      **************************************
      *
       1300-GRAVA-TITULO.
           IF WS-FORN-FOLHA NOT EQUAL ZEROS
               IF WS-NR-TITULO-UNICO EQUAL ZEROS
                   CALL 'NUM_TITULO' USING WS-NR-TITULO-UNICO
               END-IF
               MOVE WS-NR-TITULO-UNICO TO WS-NR-NOVO
               ADD WS-VL-LIQUIDO TO WS-VL-FOLHA
               GO TO 1300-GRAVA-TITULO-FIM
           END-IF

      *> O NUMERO DO TITULO VEM DO CONTROLE CENTRAL DE NUMERACAO.
           CALL 'NUM_TITULO' USING WS-NR-NOVO
           MOVE WS-NR-NOVO          TO PAG-NR-TITULO
           MOVE PROF-COD-FORNECEDOR TO PAG-COD-FORNECEDOR
           MOVE WS-VL-LIQUIDO       TO PAG-VL-TITULO
           PERFORM 1800-MONTA-TITULO THRU 1800-MONTA-TITULO-FIM

           WRITE REG-DUPL-PAGAR
               INVALID KEY
                   ADD 1 TO WS-QTD-ERROS
                   MOVE SPACES TO WS-MOTIVO
                   STRING 'TITULO ' DELIMITED BY SIZE
                       WS-NR-NOVO DELIMITED BY SIZE
                       ' JA EXISTE' DELIMITED BY SIZE
                       INTO WS-MOTIVO
                   MOVE ZEROS TO WS-NR-NOVO
                   PERFORM 3200-IMPRIME-RESUMO
                       THRU 3200-IMPRIME-RESUMO-FIM
                   GO TO 1300-GRAVA-TITULO-FIM
           END-WRITE

           IF PAG-CONF-PEND-APROV
               ADD 1 TO WS-QTD-PEND-APROV
           END-IF.
       1300-GRAVA-TITULO-FIM.
           EXIT.
      *
      **************************************
      * HISTORICO DO PAGAMENTO DO          *
      * PROFESSOR NA COMPETENCIA           *
      **************************************
      *
       1400-GRAVA-PAGAMENTO.
           MOVE WS-COMPETENCIA     TO PPR-COMPETENCIA
           MOVE PROF-MATRICULA     TO PPR-PROFESSOR
           MOVE WS-QTD-TURMAS-PROF TO PPR-QTD-TURMAS
           MOVE WS-HORAS-TURMAS    TO PPR-HORAS-TURMAS
           MOVE WS-HORAS-FALTAS    TO PPR-HORAS-FALTAS
           MOVE PROF-VL-HORA       TO PPR-VL-HORA
           MOVE WS-VL-BRUTO        TO PPR-VL-BRUTO
           MOVE WS-VL-DESCONTO     TO PPR-VL-DESCONTO
           MOVE WS-VL-LIQUIDO      TO PPR-VL-LIQUIDO
           MOVE WS-NR-NOVO         TO PPR-NR-TITULO
           MOVE WS-REL-DATA-EXEC   TO PPR-DT-PROCESSO
           WRITE REG-PAGTO-PROF
               INVALID KEY
                   DISPLAY "* PAGAMENTO DO PROFESSOR " PROF-MATRICULA
                       " NA COMPETENCIA JA REGISTRADO - TITULO "
                       WS-NR-NOVO " GRAVADO *"
                   MOVE 16 TO RETURN-CODE
           END-WRITE.
       1400-GRAVA-PAGAMENTO-FIM.
           EXIT.
      *
      **************************************
      * MARCA AS FALTAS DESCONTADAS COM A  *
      * COMPETENCIA DO PAGAMENTO           *
      **************************************
      *
       1500-BAIXA-FALTAS.
           PERFORM 1250-POSICIONA-FALTAS
               THRU 1250-POSICIONA-FALTAS-FIM
           PERFORM 1510-BAIXA-FALTA THRU 1510-BAIXA-FALTA-FIM
               UNTIL WS-EOF-FLT = 1.
       1500-BAIXA-FALTAS-FIM.
           EXIT.
      *
       1510-BAIXA-FALTA.
           PERFORM 1260-PROXIMA-FALTA THRU 1260-PROXIMA-FALTA-FIM
           IF WS-EOF-FLT = 1
               GO TO 1510-BAIXA-FALTA-FIM
           END-IF
           MOVE WS-COMPETENCIA TO FLT-ANOMES-DESCONTO
           REWRITE REG-FALTA-PROF
           END-REWRITE.
       1510-BAIXA-FALTA-FIM.
           EXIT.
      *
      **************************************
      * VENCIMENTO NO DIA DE PAGAMENTO DO  *
      * MES SEGUINTE A COMPETENCIA,        *
      * LIMITADO AO ULTIMO DIA DO MES E    *
      * ROLADO PARA DIA UTIL               *
      **************************************
      *
       1600-CALCULA-VENCIMENTO.
           MOVE WS-COMP-ANO TO WS-VENC-ANO
           MOVE WS-COMP-MES TO WS-VENC-MES
           ADD 1 TO WS-VENC-MES
           IF WS-VENC-MES > 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO
           END-IF
           MOVE WS-DIA-PAGTO TO WS-VENC-DIA
           MOVE 'N' TO WS-CD-VALIDA
           PERFORM 1650-VALIDA-DIA THRU 1650-VALIDA-DIA-FIM
               UNTIL WS-CD-VALIDA EQUAL 'S'

           CALL 'CALC_DIA_UTIL' USING WS-DATA-VENC,
               WS-DATA-VENC-UTIL.
       1600-CALCULA-VENCIMENTO-FIM.
           EXIT.
      *
       1650-VALIDA-DIA.
           MOVE 'V' TO WS-CD-FUNCAO
           MOVE WS-DATA-VENC TO WS-CD-DATA-1
           CALL 'CALC_DATA' USING WS-CD-FUNCAO, WS-CD-DATA-1,
               WS-CD-DATA-2, WS-CD-DIAS, WS-CD-RESULTADO,
               WS-CD-VALIDA
           IF WS-CD-VALIDA NOT EQUAL 'S'
               SUBTRACT 1 FROM WS-VENC-DIA
           END-IF.
       1650-VALIDA-DIA-FIM.
           EXIT.
      *
      **************************************
      * GRAVA O TITULO UNICO DA FOLHA DE   *
      * PROFESSORES COM O TOTAL PAGO       *
      **************************************
      *
       1700-GRAVA-TITULO-UNICO.
           MOVE WS-NR-TITULO-UNICO  TO PAG-NR-TITULO
           MOVE WS-FORN-FOLHA       TO PAG-COD-FORNECEDOR
           MOVE WS-VL-FOLHA         TO PAG-VL-TITULO
           PERFORM 1800-MONTA-TITULO THRU 1800-MONTA-TITULO-FIM

      *> OS PAGAMENTOS DA RODADA JA APONTAM PARA ESTE NUMERO; SEM O
      *> TITULO, ELES TEM DE SER CONFERIDOS A MAO.
           WRITE REG-DUPL-PAGAR
               INVALID KEY
                   DISPLAY "*** TITULO UNICO " WS-NR-TITULO-UNICO
                       " JA EXISTE - PAGAMENTOS DA COMPETENCIA SEM "
                       "TITULO ***"
                   MOVE 16 TO RETURN-CODE
                   GO TO 1700-GRAVA-TITULO-UNICO-FIM
           END-WRITE

           IF PAG-CONF-PEND-APROV
               ADD 1 TO WS-QTD-PEND-APROV
           END-IF

           MOVE WS-VL-FOLHA TO WS-VL-EDITADO
           MOVE 99 TO WS-REL-LINHAS
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TITULO UNICO DA FOLHA DE PROFESSORES '
               DELIMITED BY SIZE
               WS-NR-TITULO-UNICO DELIMITED BY SIZE
               ' FORN ' DELIMITED BY SIZE
               WS-FORN-FOLHA DELIMITED BY SIZE
               ' VENC ' DELIMITED BY SIZE
               WS-DATA-VENC-UTIL DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF PAG-CONF-PEND-APROV
               MOVE 'APROVAR' TO WS-LINHA-REL(125:7)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       1700-GRAVA-TITULO-UNICO-FIM.
           EXIT.
      *
      *> CAMPOS COMUNS DO TITULO 'D' (NUMERO, FORNECEDOR E VALOR JA
      *> MOVIDOS), COMO NA DESPESA SEM PEDIDO (EXERCICIO_161).
       1800-MONTA-TITULO.
           MOVE ZEROS               TO PAG-NR-PEDIDO
           MOVE WS-DT-EMISSAO       TO PAG-DT-EMISSAO
           MOVE WS-DATA-VENC-UTIL   TO PAG-DT-VENCIMENTO
           MOVE ZEROS               TO PAG-VL-PAGO
           MOVE "NAO"               TO PAG-ST-TITULO
           MOVE ZEROS               TO PAG-DT-PAGAMENTO
           IF PAG-VL-TITULO > WS-VL-LIMITE-APROV
               MOVE 'P'             TO PAG-ST-CONFERENCIA
           ELSE
               MOVE 'N'             TO PAG-ST-CONFERENCIA
           END-IF
           MOVE ZEROS               TO PAG-QTDE-RECEBIDA
           MOVE ZEROS               TO PAG-NR-NOTA-FORN
           MOVE SPACES              TO PAG-OPERADOR-LIBER
           MOVE ZEROS               TO PAG-DT-LIBERACAO
           MOVE 'D'                 TO PAG-TIPO-TITULO
           MOVE SPACES              TO PAG-COD-RETENCAO
           MOVE ZEROS               TO PAG-VL-RETENCAO
           MOVE ZEROS               TO PAG-TITULO-ORIGEM
           MOVE WS-EVENTO-DESPESA   TO PAG-EVENTO-DESPESA
           MOVE ZEROS               TO PAG-VL-CREDITO.
       1800-MONTA-TITULO-FIM.
           EXIT.
      *
      **************************************
      * DEMONSTRATIVO DO PROFESSOR: O      *
      * CABECALHO ABRE PAGINA NOVA NA      *
      * PRIMEIRA LINHA DELE                *
      **************************************
      *
       3000-CABECALHO-PROFESSOR.
           MOVE 'S' TO WS-CAB-PROF
           MOVE 99 TO WS-REL-LINHAS
           MOVE SPACES TO WS-LINHA-REL
           STRING ' DEMONSTRATIVO DE PAGAMENTO DO PROFESSOR '
               DELIMITED BY SIZE
               PROF-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PROF-NOME DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE PROF-VL-HORA TO WS-VL-HORA-EDIT
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TITULACAO ' DELIMITED BY SIZE
               PROF-TITULACAO DELIMITED BY SIZE
               ' REGIME ' DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF PROF-HORISTA
               MOVE 'HORISTA' TO WS-LINHA-REL(35:10)
           ELSE
               MOVE 'CONTRATADO' TO WS-LINHA-REL(35:10)
           END-IF
           MOVE ' VALOR DA HORA-AULA ' TO WS-LINHA-REL(45:20)
           MOVE WS-VL-HORA-EDIT TO WS-LINHA-REL(65:8)
           IF WS-FORN-FOLHA EQUAL ZEROS
               MOVE ' FORNECEDOR ' TO WS-LINHA-REL(73:12)
               MOVE PROF-COD-FORNECEDOR TO WS-LINHA-REL(85:5)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3000-CABECALHO-PROFESSOR-FIM.
           EXIT.
      *
      *> LINHA DO DEMONSTRATIVO JA MONTADA EM WS-LINHA-REL; GUARDA-A
      *> ENQUANTO O CABECALHO DO PROFESSOR E IMPRESSO.
       3050-LINHA-PROFESSOR.
           IF WS-CAB-PROF NOT EQUAL 'S'
               MOVE WS-LINHA-REL TO WS-LINHA-GUARDA
               PERFORM 3000-CABECALHO-PROFESSOR
                   THRU 3000-CABECALHO-PROFESSOR-FIM
               MOVE WS-LINHA-GUARDA TO WS-LINHA-REL
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       3050-LINHA-PROFESSOR-FIM.
           EXIT.
      *
       3100-IMPRIME-NAO-PAGO.
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PROFESSOR ' DELIMITED BY SIZE
               PROF-MATRICULA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PROF-NOME DELIMITED BY SIZE
               ' NAO PAGO: ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE 'N' TO WS-CAB-PROF.
       3100-IMPRIME-NAO-PAGO-FIM.
           EXIT.
      *
      *> FECHAMENTO DO DEMONSTRATIVO: HORAS, VALORES E O TITULO (OU O
      *> MOTIVO DE NAO PAGAR, EM WS-MOTIVO).
       3200-IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-REL
           PERFORM 3050-LINHA-PROFESSOR
               THRU 3050-LINHA-PROFESSOR-FIM

           MOVE WS-HORAS-TURMAS TO WS-HORAS-EDIT
           MOVE WS-VL-BRUTO     TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TURMAS NO MES ' DELIMITED BY SIZE
               WS-QTD-TURMAS-PROF DELIMITED BY SIZE
               '   HORAS-AULA ' DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               '   VALOR BRUTO ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE WS-HORAS-FALTAS TO WS-HORAS-EDIT
           MOVE WS-VL-DESCONTO  TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' FALTAS DESCONTADAS   HORAS-AULA '
               DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               '   DESCONTO    ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE WS-VL-LIQUIDO TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' VALOR LIQUIDO ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           IF WS-MOTIVO EQUAL SPACES
               MOVE '   TITULO '      TO WS-LINHA-REL(34:10)
               MOVE WS-NR-NOVO        TO WS-LINHA-REL(44:7)
               MOVE ' VENC '          TO WS-LINHA-REL(51:6)
               MOVE WS-DATA-VENC-UTIL TO WS-LINHA-REL(57:8)
               IF WS-FORN-FOLHA NOT EQUAL ZEROS
                   MOVE '(TITULO UNICO DA FOLHA)'
                       TO WS-LINHA-REL(70:23)
               END-IF
               IF PAG-CONF-PEND-APROV AND WS-FORN-FOLHA EQUAL ZEROS
                   MOVE 'APROVAR' TO WS-LINHA-REL(125:7)
               END-IF
           ELSE
               MOVE ' NAO PAGO: ' TO WS-LINHA-REL(34:11)
               MOVE WS-MOTIVO     TO WS-LINHA-REL(45:40)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE 'N' TO WS-CAB-PROF.
       3200-IMPRIME-RESUMO-FIM.
           EXIT.
      *
      **************************************
      * TOTAIS DE CONTROLE DO REGISTRO     *
      **************************************
      *
       4000-IMPRIME-TOTAIS.
           MOVE 99 TO WS-REL-LINHAS
           MOVE WS-VL-PAGO TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' TOTAIS: LIDOS ' DELIMITED BY SIZE
               WS-QTD-LIDOS DELIMITED BY SIZE
               ' PAGOS ' DELIMITED BY SIZE
               WS-QTD-PAGOS DELIMITED BY SIZE
               ' VALOR PAGO ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               ' A APROVAR ' DELIMITED BY SIZE
               WS-QTD-PEND-APROV DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-VL-DESCONTADO TO WS-VL-EDITADO
           MOVE SPACES TO WS-LINHA-REL
           STRING ' DESCONTO DE FALTAS ' DELIMITED BY SIZE
               WS-VL-EDITADO DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           STRING ' NAO PAGOS: FORA DO LOTE ' DELIMITED BY SIZE
               WS-QTD-FORA-LOTE DELIMITED BY SIZE
               ' JA PAGOS ' DELIMITED BY SIZE
               WS-QTD-JA-PAGOS DELIMITED BY SIZE
               ' SEM TURMAS ' DELIMITED BY SIZE
               WS-QTD-SEM-TURMAS DELIMITED BY SIZE
               ' SEM VALOR ' DELIMITED BY SIZE
               WS-QTD-SEM-VALOR DELIMITED BY SIZE
               ' ERROS ' DELIMITED BY SIZE
               WS-QTD-ERROS DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL
               THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-IMPRIME-TOTAIS-FIM.
           EXIT.
      *
      **************************************
      * GRAVACAO DE UMA LINHA NO RELATORIO *
      * COM QUEBRA DE PAGINA E CABECALHO   *
      **************************************
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
           STRING 'PAGAMENTO MENSAL DE PROFESSORES'
               '   COMPETENCIA: ' DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               '   EMISSAO: ' DELIMITED BY SIZE
               WS-DT-EMISSAO DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 2 TO WS-REL-LINHAS.
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

       END PROGRAM EXERCICIO_211.

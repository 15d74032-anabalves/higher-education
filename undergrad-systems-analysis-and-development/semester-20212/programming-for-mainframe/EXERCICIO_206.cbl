      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: REVISAO TRIMESTRAL DAS PERMISSOES DOS OPERADORES.
      * PARA CADA OPERADOR DE OPERADORES LISTA CADA PERMISSAO QUE ELE
      * TEM (AS OITO DE OP-PERMISSOES E O FLAG DE APROVACAO
      * OP-PODE-EXCLUIR, QUE LIBERA BAIXAS, BORDERO, FECHAMENTO DE
      * PERIODO E LIBERACAO DE TITULOS) COM A ULTIMA VEZ QUE A USOU
      * ATE O FIM DO TRIMESTRE, TIRADA DO LOG DE SEGURANCA (SEG_LOG:
      * SIGN-ON E ACESSOS, PELO PROGRAMA - MAPA_PERMISSAO), DA
      * AUDITORIA FINANCEIRA (AUDIT_FINANCEIRO), DO JORNAL DE IMAGENS
      * (JORNAL_IMAGENS) E DAS MARCAS DE APROVACAO DO BORDERO
      * (BORDERO_PAGTO), DOS PERIODOS CONTABEIS (PERIODOS_CONTAB) E
      * DOS TITULOS A PAGAR (DUPL_PAGAR). APONTA A PERMISSAO NAO
      * USADA NO TRIMESTRE, A CONTA OCIOSA (SEM USO HA MAIS DE
      * DIAS-INATIVO DIAS NO FIM DO TRIMESTRE - PADRAO 90) E AS
      * COMBINACOES CONFLITANTES DEFINIDAS NO ARQUIVO DE REGRAS
      * SOD_REGRAS (POR EXEMPLO, QUEM LANCA TITULOS A PAGAR - COMPRAS
      * - E TAMBEM APROVA O BORDERO - APROVACAO). CADA LINHA VAI PARA
      * REVISAO_ACESSOS, ONDE O SUPERVISOR CONFIRMA OU REVOGA
      * (EXERCICIO_207); LINHA JA DECIDIDA NAO E REGRAVADA, E UMA NOVA
      * RODADA DO MESMO TRIMESTRE REIMPRIME O RELATORIO COM AS
      * DECISOES, O SUPERVISOR E O MOMENTO - A EVIDENCIA PARA A
      * AUDITORIA. O TRIMESTRE (AAAAT) VEM DO CARTAO
      * exercicio_206_param OU DO TECLADO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_206.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_206_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

           SELECT OPERADORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\operadores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-ID
           FILE STATUS IS WS-FS-OPER.

      *> REGRAS DE SEGREGACAO DE FUNCOES: UMA LINHA POR PAR DE
      *> PERMISSOES QUE NAO PODEM FICAR COM A MESMA PESSOA.
           SELECT SOD_REGRAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\sod_regras.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REGRAS.

           SELECT REVISAO_ACESSOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\revisao_acessos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RVA-CHAVE
           FILE STATUS IS WS-FS-REVISAO.

           SELECT SEG_LOG ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\seg_log.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FONTE.

           SELECT AUDIT_FINANCEIRO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FONTE.

           SELECT JORNAL_IMAGENS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\jornal_imagens.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-FONTE.

           SELECT BORDERO_PAGTO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bordero_pagto.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS BPG-NR-TITULO
           FILE STATUS IS WS-FS-FONTE.

           SELECT PERIODOS_CONTAB ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\periodos_contab.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PER-MES
           FILE STATUS IS WS-FS-FONTE.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO
           FILE STATUS IS WS-FS-FONTE.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\revisao_acessos_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-TRIMESTRE           PIC 9(005).

       FD OPERADORES.
       01 REG-OPERADOR.
           COPY OPERADOR.

      *> RSD-PERMISSAO-1/2 COM O NOME DA PERMISSAO COMO SAI NO
      *> RELATORIO: CLIENTES, PRODUTOS, COMPRAS, ESTORNO, DUPLICATAS,
      *> VENDEDORES, DISCIPLINAS, MATRICULA OU APROVACAO.
       FD SOD_REGRAS.
       01 REG-SOD-REGRA.
           03 RSD-CODIGO               PIC X(004).
           03 RSD-PERMISSAO-1          PIC X(011).
           03 RSD-PERMISSAO-2          PIC X(011).
           03 RSD-DESCRICAO            PIC X(050).

       FD REVISAO_ACESSOS.
       01 REG-REVISAO-ACESSO.
           COPY REVACESS.

       FD SEG_LOG.
       01 REG-SEG-LOG.
           03 SEG-DATA-HORA            PIC 9(014).
           03 SEG-OPERADOR             PIC X(008).
           03 SEG-EVENTO               PIC X(010).
           03 SEG-PROGRAMA             PIC X(013).

       FD AUDIT_FINANCEIRO.
       01 REG-AUDIT-FINANCEIRO.
           COPY AUDITFIN.

       FD JORNAL_IMAGENS.
       01 REG-JORNAL.
           03 JRN-DATA-HORA            PIC 9(014).
           03 JRN-ARQUIVO              PIC X(012).
           03 JRN-CHAVE                PIC X(020).
           03 JRN-OPERADOR             PIC X(008).
           03 JRN-IMAGEM               PIC X(150).

      *> MESMO LAYOUT GRAVADO PELO BORDERO (EXERCICIO_091).
       FD BORDERO_PAGTO.
       01 REG-BORDERO-PAGTO.
           03 BPG-NR-TITULO            PIC 9(007).
           03 BPG-COD-FORNECEDOR       PIC 9(005).
           03 BPG-DT-VENCIMENTO        PIC 9(008).
           03 BPG-VL-SALDO             PIC S9(013)V9(002).
           03 BPG-SITUACAO             PIC X(003).
           03 BPG-OPERADOR-APROV       PIC X(008).
           03 BPG-DT-APROVACAO         PIC 9(008).
           03 BPG-VL-CREDITO           PIC S9(013)V9(002).
           03 BPG-RETENCAO OCCURS 3 TIMES.
              05 BPG-RET-PCT           PIC 9(002)V9(002).
              05 BPG-RET-VALOR         PIC S9(013)V9(002).
           03 BPG-VL-RETENCAO          PIC S9(013)V9(002).

       FD PERIODOS_CONTAB.
       01 REG-PERIODO.
           03 PER-MES                  PIC 9(006).
           03 PER-SITUACAO             PIC X(001).
           03 PER-OPERADOR             PIC X(008).
           03 PER-DT-FECHAMENTO        PIC 9(008).

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-OPER                   PIC 99.
       77 WS-FS-REGRAS                 PIC 99.
       77 WS-FS-REVISAO                PIC 99.
       77 WS-FS-FONTE                  PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> TRIMESTRE REVISADO (AAAAT) E SEUS LIMITES AAAAMMDD.
       77 WS-TRIMESTRE                 PIC 9(005).
       77 WS-TRI-ANO                   PIC 9(004).
       77 WS-TRI-NUM                   PIC 9(001).
       77 WS-TRI-INI                   PIC 9(008).
       77 WS-TRI-FIM                   PIC 9(008).
       77 WS-TRI-MES                   PIC 9(002).

      *> CONTA OCIOSA: SEM USO HA MAIS DE WS-DIAS-INATIVO DIAS NO FIM
      *> DO TRIMESTRE (PARAMETRO DIAS-INATIVO; PADRAO 90).
       77 WS-DIAS-INATIVO              PIC 9(004).
       77 WS-DIAS-SEM-USO              PIC S9(006).
       77 WS-PARAM-CODIGO              PIC X(012).
       77 WS-PARAM-VALOR               PIC S9(009)V9(004).
       77 WS-PARAM-ACHOU               PIC X(001).

      *> NOMES DAS PERMISSOES NA ORDEM DE OP-PERMISSOES (A MESMA
      *> POSICAO DEVOLVIDA POR MAPA_PERMISSAO), MAIS O FLAG DE
      *> APROVACAO NA POSICAO 9.
       01 WS-TAB-NOME-PERM.
           03 FILLER PIC X(011) VALUE 'CLIENTES'.
           03 FILLER PIC X(011) VALUE 'PRODUTOS'.
           03 FILLER PIC X(011) VALUE 'COMPRAS'.
           03 FILLER PIC X(011) VALUE 'ESTORNO'.
           03 FILLER PIC X(011) VALUE 'DUPLICATAS'.
           03 FILLER PIC X(011) VALUE 'VENDEDORES'.
           03 FILLER PIC X(011) VALUE 'DISCIPLINAS'.
           03 FILLER PIC X(011) VALUE 'MATRICULA'.
           03 FILLER PIC X(011) VALUE 'APROVACAO'.
       01 FILLER REDEFINES WS-TAB-NOME-PERM.
           03 WS-NOME-PERM OCCURS 9 TIMES PIC X(011).

      *> OPERADORES CARREGADOS DE OPERADORES, COM AS PERMISSOES QUE
      *> TEM HOJE E O ULTIMO USO DE CADA UMA ATE O FIM DO TRIMESTRE.
       01 WS-TAB-OPER.
           03 WS-OPR OCCURS 300 TIMES.
              05 WS-OPR-ID             PIC X(008).
              05 WS-OPR-ULT-ATIV       PIC 9(008).
              05 WS-OPR-PERM OCCURS 9 TIMES PIC X(001).
              05 WS-OPR-ULT-USO OCCURS 9 TIMES PIC 9(008).
       77 WS-QTD-OPR                   PIC 9(003) VALUE ZEROS.
       77 WS-IX-OPR                    PIC 9(003).
       77 WS-IX-PERM                   PIC 9(002).
       77 WS-ACHOU                     PIC X(001).
       01 WS-PERMISSOES-OPER.
           03 WS-PERM-OPER OCCURS 8 TIMES PIC X(001).

      *> REGRAS DE CONFLITO CARREGADAS DE SOD_REGRAS.
       01 WS-TAB-REGRAS.
           03 WS-RGR OCCURS 50 TIMES.
              05 WS-RGR-CODIGO         PIC X(004).
              05 WS-RGR-PERM-1         PIC 9(002).
              05 WS-RGR-PERM-2         PIC 9(002).
              05 WS-RGR-DESCRICAO      PIC X(050).
       77 WS-QTD-REGRAS                PIC 9(002) VALUE ZEROS.
       77 WS-IX-RGR                    PIC 9(002).
       77 WS-NOME-PROCURADO            PIC X(011).
       77 WS-IX-ACHADO                 PIC 9(002).

      *> ENTRADA DE 8100-REGISTRA-USO: QUEM, QUANDO E QUAL PERMISSAO
      *> (ZERO = SO ATIVIDADE DA CONTA, SEM PERMISSAO IDENTIFICADA).
       77 WS-UO-OPERADOR               PIC X(008).
       77 WS-UO-DATA                   PIC 9(008).
       77 WS-UO-PERM                   PIC 9(002).

      *> CONTROLE DA RODADA.
       77 WS-QTD-FONTES-AUSENTES       PIC 9(002) VALUE ZEROS.
       77 WS-QTD-EVENTOS               PIC 9(007) VALUE ZEROS.
       77 WS-QTD-LINHAS-GRAVADAS       PIC 9(006) VALUE ZEROS.
       77 WS-QTD-LINHAS-DECIDIDAS      PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PERMISSOES            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-NAO-USADAS            PIC 9(006) VALUE ZEROS.
       77 WS-QTD-OCIOSAS               PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CONFLITOS             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-PENDENTES             PIC 9(006) VALUE ZEROS.
       77 WS-QTD-CONFIRMADAS           PIC 9(006) VALUE ZEROS.
       77 WS-QTD-REVOGADAS             PIC 9(006) VALUE ZEROS.
       77 WS-OPERADOR-ANT              PIC X(008).

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-QTD                    PIC ZZZZZ9.
       77 WS-ED-DIAS                   PIC ZZZZZ9.

      *> LINHA RECEM-MONTADA, GUARDADA ENQUANTO A LINHA JA GRAVADA
      *> E LIDA PARA VER SE AINDA ESTA PENDENTE.
       01 WS-RVA-NOVA                  PIC X(189).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

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
           'EXERCICIO_206'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'REVISAO TRIMESTRAL DE ACESSOS'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- REVISAO TRIMESTRAL DE ACESSOS ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY 'INFORME O TRIMESTRE A REVISAR (AAAAT):'
               ACCEPT WS-TRIMESTRE
           END-IF

           DIVIDE WS-TRIMESTRE BY 10 GIVING WS-TRI-ANO
               REMAINDER WS-TRI-NUM
           IF WS-TRI-NUM < 1 OR WS-TRI-NUM > 4 OR WS-TRI-ANO < 2000
               DISPLAY "*** TRIMESTRE INVALIDO: " WS-TRIMESTRE
                   " (USE AAAAT, T DE 1 A 4) ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           COMPUTE WS-TRI-MES = (WS-TRI-NUM - 1) * 3 + 1
           COMPUTE WS-TRI-INI = WS-TRI-ANO * 10000 + WS-TRI-MES * 100
               + 1
           COMPUTE WS-TRI-MES = WS-TRI-NUM * 3
           IF WS-TRI-MES EQUAL 3 OR WS-TRI-MES EQUAL 12
               COMPUTE WS-TRI-FIM = WS-TRI-ANO * 10000
                   + WS-TRI-MES * 100 + 31
           ELSE
               COMPUTE WS-TRI-FIM = WS-TRI-ANO * 10000
                   + WS-TRI-MES * 100 + 30
           END-IF

           MOVE 90 TO WS-DIAS-INATIVO
           MOVE 'DIAS-INATIVO' TO WS-PARAM-CODIGO
           CALL 'LE_PARAMETRO' USING WS-PARAM-CODIGO,
               WS-PARAM-VALOR, WS-PARAM-ACHOU
           IF WS-PARAM-ACHOU EQUAL 'S'
               MOVE WS-PARAM-VALOR TO WS-DIAS-INATIVO
           END-IF

           PERFORM 1000-CARREGA-OPERADORES
               THRU 1000-CARREGA-OPERADORES-FIM.
           IF WS-QTD-OPR EQUAL ZEROS
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           PERFORM 1050-CARREGA-REGRAS THRU 1050-CARREGA-REGRAS-FIM.

           PERFORM 1100-LE-SEG-LOG THRU 1100-LE-SEG-LOG-FIM.
           PERFORM 1200-LE-AUDITORIA THRU 1200-LE-AUDITORIA-FIM.
           PERFORM 1300-LE-JORNAL THRU 1300-LE-JORNAL-FIM.
           PERFORM 1400-LE-BORDERO THRU 1400-LE-BORDERO-FIM.
           PERFORM 1500-LE-PERIODOS THRU 1500-LE-PERIODOS-FIM.
           PERFORM 1600-LE-DUPL-PAGAR THRU 1600-LE-DUPL-PAGAR-FIM.

           SET WS-FS-REVISAO TO 0.
           OPEN I-O REVISAO_ACESSOS
           IF WS-FS-REVISAO EQUAL 35
               OPEN OUTPUT REVISAO_ACESSOS
               CLOSE REVISAO_ACESSOS
               OPEN I-O REVISAO_ACESSOS
           END-IF
           PERFORM 2000-GERA-LINHAS THRU 2000-GERA-LINHAS-FIM
               VARYING WS-IX-OPR FROM 1 BY 1
               UNTIL WS-IX-OPR > WS-QTD-OPR
           CLOSE REVISAO_ACESSOS

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO
           PERFORM 5000-IMPRIME-REVISAO THRU 5000-IMPRIME-REVISAO-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           DISPLAY "TRIMESTRE " WS-TRIMESTRE ": " WS-TRI-INI " A "
               WS-TRI-FIM
           DISPLAY "OPERADORES REVISADOS: " WS-QTD-OPR
           DISPLAY "EVENTOS DE USO LIDOS: " WS-QTD-EVENTOS
           DISPLAY "LINHAS GRAVADAS/ATUALIZADAS: "
               WS-QTD-LINHAS-GRAVADAS
           DISPLAY "LINHAS JA DECIDIDAS (MANTIDAS): "
               WS-QTD-LINHAS-DECIDIDAS
           DISPLAY "PERMISSOES NAO USADAS NO TRIMESTRE: "
               WS-QTD-NAO-USADAS
           DISPLAY "CONTAS OCIOSAS: " WS-QTD-OCIOSAS
           DISPLAY "CONFLITOS DE SEGREGACAO: " WS-QTD-CONFLITOS
           DISPLAY "RELATORIO GRAVADO EM revisao_acessos_rel."

      *> FONTE DE USO AUSENTE (OU SEM REGRAS DE CONFLITO) DEIXA A
      *> REVISAO INCOMPLETA: O ULTIMO USO PODE ESTAR SUBESTIMADO.
           IF WS-QTD-FONTES-AUSENTES > ZEROS OR WS-QTD-REGRAS = ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.

       ROT-FIM.
           STOP RUN.
      *
      **************************************
      * LEITURA DO CARTAO DE PARAMETROS    *
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

           IF CARD-TRIMESTRE NOT NUMERIC
               DISPLAY "*** CARTAO INVALIDO: TRIMESTRE "
                   CARD-TRIMESTRE " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-TRIMESTRE TO WS-TRIMESTRE.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * OPERADORES E AS PERMISSOES QUE     *
      * TEM HOJE                           *
      **************************************
      *
       1000-CARREGA-OPERADORES.
           SET WS-FS-OPER TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT OPERADORES
           IF WS-FS-OPER EQUAL 35
               DISPLAY "* ARQUIVO OPERADORES NAO EXISTE *"
               GO TO 1000-CARREGA-OPERADORES-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF WS-QTD-OPR < 300
                           ADD 1 TO WS-QTD-OPR
                           MOVE OP-ID TO WS-OPR-ID(WS-QTD-OPR)
                           MOVE ZEROS TO WS-OPR-ULT-ATIV(WS-QTD-OPR)
                           MOVE OP-PERMISSOES TO WS-PERMISSOES-OPER
                           PERFORM 1010-COPIA-PERMISSAO
                               THRU 1010-COPIA-PERMISSAO-FIM
                               VARYING WS-IX-PERM FROM 1 BY 1
                               UNTIL WS-IX-PERM > 8
                           MOVE OP-PODE-EXCLUIR
                               TO WS-OPR-PERM(WS-QTD-OPR, 9)
                           MOVE ZEROS
                               TO WS-OPR-ULT-USO(WS-QTD-OPR, 9)
                       ELSE
                           DISPLAY "*** TABELA DE OPERADORES CHEIA - "
                               OP-ID " FORA DA REVISAO ***"
                           ADD 1 TO WS-QTD-FONTES-AUSENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERADORES.
       1000-CARREGA-OPERADORES-FIM.
           EXIT.
      *
       1010-COPIA-PERMISSAO.
           MOVE WS-PERM-OPER(WS-IX-PERM)
               TO WS-OPR-PERM(WS-QTD-OPR, WS-IX-PERM)
           MOVE ZEROS TO WS-OPR-ULT-USO(WS-QTD-OPR, WS-IX-PERM).
       1010-COPIA-PERMISSAO-FIM.
           EXIT.
      *
      **************************************
      * REGRAS DE SEGREGACAO DE FUNCOES    *
      **************************************
      *
       1050-CARREGA-REGRAS.
           SET WS-FS-REGRAS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT SOD_REGRAS
           IF WS-FS-REGRAS EQUAL 35
               DISPLAY "* ARQUIVO SOD_REGRAS NAO EXISTE - CONFLITOS "
                   "NAO CONFERIDOS *"
               GO TO 1050-CARREGA-REGRAS-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ SOD_REGRAS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 1060-VALIDA-REGRA
                           THRU 1060-VALIDA-REGRA-FIM
               END-READ
           END-PERFORM
           CLOSE SOD_REGRAS.
       1050-CARREGA-REGRAS-FIM.
           EXIT.
      *
       1060-VALIDA-REGRA.
           IF WS-QTD-REGRAS NOT < 50
               DISPLAY "*** TABELA DE REGRAS CHEIA - REGRA "
                   RSD-CODIGO " IGNORADA ***"
               GO TO 1060-VALIDA-REGRA-FIM
           END-IF

           MOVE RSD-PERMISSAO-1 TO WS-NOME-PROCURADO
           PERFORM 8200-INDICE-PERMISSAO THRU 8200-INDICE-PERMISSAO-FIM
           IF WS-IX-ACHADO EQUAL ZEROS
               DISPLAY "*** REGRA " RSD-CODIGO " COM PERMISSAO "
                   "DESCONHECIDA: " RSD-PERMISSAO-1 " ***"
               GO TO 1060-VALIDA-REGRA-FIM
           END-IF
           ADD 1 TO WS-QTD-REGRAS
           MOVE WS-IX-ACHADO TO WS-RGR-PERM-1(WS-QTD-REGRAS)

           MOVE RSD-PERMISSAO-2 TO WS-NOME-PROCURADO
           PERFORM 8200-INDICE-PERMISSAO THRU 8200-INDICE-PERMISSAO-FIM
           IF WS-IX-ACHADO EQUAL ZEROS OR
               WS-IX-ACHADO EQUAL WS-RGR-PERM-1(WS-QTD-REGRAS)
               DISPLAY "*** REGRA " RSD-CODIGO " COM PERMISSAO "
                   "DESCONHECIDA OU REPETIDA: " RSD-PERMISSAO-2 " ***"
               SUBTRACT 1 FROM WS-QTD-REGRAS
               GO TO 1060-VALIDA-REGRA-FIM
           END-IF
           MOVE WS-IX-ACHADO  TO WS-RGR-PERM-2(WS-QTD-REGRAS)
           MOVE RSD-CODIGO    TO WS-RGR-CODIGO(WS-QTD-REGRAS)
           MOVE RSD-DESCRICAO TO WS-RGR-DESCRICAO(WS-QTD-REGRAS).
       1060-VALIDA-REGRA-FIM.
           EXIT.
      *
      **************************************
      * LOG DE SEGURANCA: SIGN-ON E        *
      * ACESSOS, PELA PERMISSAO QUE O      *
      * PROGRAMA EXIGE                     *
      **************************************
      *
       1100-LE-SEG-LOG.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT SEG_LOG
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO SEG_LOG NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1100-LE-SEG-LOG-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ SEG_LOG
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF SEG-EVENTO EQUAL 'SIGNON' OR
                           SEG-EVENTO EQUAL 'ACESSO'
                           CALL 'MAPA_PERMISSAO' USING SEG-PROGRAMA,
                               WS-UO-PERM
                           MOVE SEG-OPERADOR       TO WS-UO-OPERADOR
                           MOVE SEG-DATA-HORA(1:8) TO WS-UO-DATA
                           PERFORM 8100-REGISTRA-USO
                               THRU 8100-REGISTRA-USO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEG_LOG.
       1100-LE-SEG-LOG-FIM.
           EXIT.
      *
      **************************************
      * AUDITORIA FINANCEIRA: ESTORNO E    *
      * DEVOLUCAO (ESTORNO), INCLUSAO,     *
      * COMPENSACAO E CANCELAMENTO         *
      * (DUPLICATAS), BAIXA DE INCOBRAVEL  *
      * (APROVACAO)                        *
      **************************************
      *
       1200-LE-AUDITORIA.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT AUDIT_FINANCEIRO
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO AUDIT_FINANCEIRO NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1200-LE-AUDITORIA-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ AUDIT_FINANCEIRO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE FAUD-OPERACAO
                           WHEN 'ESTORNO'
                           WHEN 'DEVOLUCAO'
                               MOVE 4 TO WS-UO-PERM
                           WHEN 'INCLUSAO'
                           WHEN 'COMPENSA'
                           WHEN 'CANCELAM'
                               MOVE 5 TO WS-UO-PERM
                           WHEN 'BAIXA'
                               MOVE 9 TO WS-UO-PERM
                           WHEN OTHER
                               MOVE 0 TO WS-UO-PERM
                       END-EVALUATE
                       MOVE FAUD-OPERADOR       TO WS-UO-OPERADOR
                       MOVE FAUD-DATA-HORA(1:8) TO WS-UO-DATA
                       PERFORM 8100-REGISTRA-USO
                           THRU 8100-REGISTRA-USO-FIM
               END-READ
           END-PERFORM
           CLOSE AUDIT_FINANCEIRO.
       1200-LE-AUDITORIA-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE IMAGENS: GRAVACAO NOS    *
      * MASTERS, PELA PERMISSAO DO MASTER  *
      **************************************
      *
       1300-LE-JORNAL.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT JORNAL_IMAGENS
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO JORNAL_IMAGENS NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1300-LE-JORNAL-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ JORNAL_IMAGENS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE JRN-ARQUIVO
                           WHEN 'CLIENTES'
                               MOVE 1 TO WS-UO-PERM
                           WHEN 'PRODUTOS'
                               MOVE 2 TO WS-UO-PERM
                           WHEN 'PEDIDOS_COMP'
                               MOVE 3 TO WS-UO-PERM
                           WHEN 'DUPLICATAS'
                               MOVE 5 TO WS-UO-PERM
                           WHEN 'MATRICULA'
                               MOVE 8 TO WS-UO-PERM
                           WHEN OTHER
                               MOVE 0 TO WS-UO-PERM
                       END-EVALUATE
                       MOVE JRN-OPERADOR       TO WS-UO-OPERADOR
                       MOVE JRN-DATA-HORA(1:8) TO WS-UO-DATA
                       PERFORM 8100-REGISTRA-USO
                           THRU 8100-REGISTRA-USO-FIM
               END-READ
           END-PERFORM
           CLOSE JORNAL_IMAGENS.
       1300-LE-JORNAL-FIM.
           EXIT.
      *
      **************************************
      * MARCAS DE APROVACAO: BORDERO,      *
      * PERIODO CONTABIL E LIBERACAO DE    *
      * TITULO A PAGAR                     *
      **************************************
      *
       1400-LE-BORDERO.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT BORDERO_PAGTO
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO BORDERO_PAGTO NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1400-LE-BORDERO-FIM
           END-IF

           MOVE 9 TO WS-UO-PERM
           PERFORM UNTIL WS-EOF = 1
               READ BORDERO_PAGTO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF BPG-OPERADOR-APROV NOT EQUAL SPACES
                           MOVE BPG-OPERADOR-APROV TO WS-UO-OPERADOR
                           MOVE BPG-DT-APROVACAO   TO WS-UO-DATA
                           PERFORM 8100-REGISTRA-USO
                               THRU 8100-REGISTRA-USO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BORDERO_PAGTO.
       1400-LE-BORDERO-FIM.
           EXIT.
      *
       1500-LE-PERIODOS.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT PERIODOS_CONTAB
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO PERIODOS_CONTAB NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1500-LE-PERIODOS-FIM
           END-IF

           MOVE 9 TO WS-UO-PERM
           PERFORM UNTIL WS-EOF = 1
               READ PERIODOS_CONTAB
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PER-OPERADOR NOT EQUAL SPACES
                           MOVE PER-OPERADOR      TO WS-UO-OPERADOR
                           MOVE PER-DT-FECHAMENTO TO WS-UO-DATA
                           PERFORM 8100-REGISTRA-USO
                               THRU 8100-REGISTRA-USO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIODOS_CONTAB.
       1500-LE-PERIODOS-FIM.
           EXIT.
      *
       1600-LE-DUPL-PAGAR.
           SET WS-FS-FONTE TO 0.
           SET WS-EOF      TO 0.
           OPEN INPUT DUPL_PAGAR
           IF WS-FS-FONTE EQUAL 35
               DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
               ADD 1 TO WS-QTD-FONTES-AUSENTES
               GO TO 1600-LE-DUPL-PAGAR-FIM
           END-IF

           MOVE 9 TO WS-UO-PERM
           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PAG-OPERADOR-LIBER NOT EQUAL SPACES
                           MOVE PAG-OPERADOR-LIBER TO WS-UO-OPERADOR
                           MOVE PAG-DT-LIBERACAO   TO WS-UO-DATA
                           PERFORM 8100-REGISTRA-USO
                               THRU 8100-REGISTRA-USO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUPL_PAGAR.
       1600-LE-DUPL-PAGAR-FIM.
           EXIT.
      *
      **************************************
      * LINHAS DA REVISAO DE UM OPERADOR:  *
      * A CONTA, OS CONFLITOS E CADA       *
      * PERMISSAO QUE ELE TEM              *
      **************************************
      *
       2000-GERA-LINHAS.
           INITIALIZE REG-REVISAO-ACESSO
           MOVE WS-TRIMESTRE            TO RVA-TRIMESTRE
           MOVE WS-OPR-ID(WS-IX-OPR)    TO RVA-OPERADOR
           MOVE 'A'                     TO RVA-TIPO
           MOVE 'CONTA'                 TO RVA-ITEM
           MOVE WS-OPR-ULT-ATIV(WS-IX-OPR) TO RVA-DT-ULT-USO
           MOVE 'S'                     TO RVA-USADO-TRIMESTRE
           IF WS-OPR-ULT-ATIV(WS-IX-OPR) EQUAL ZEROS
               MOVE 'N' TO RVA-USADO-TRIMESTRE
               MOVE 'CONTA OCIOSA - NENHUM USO REGISTRADO'
                   TO RVA-DESCRICAO
           ELSE
               COMPUTE WS-DIAS-SEM-USO =
                   FUNCTION INTEGER-OF-DATE(WS-TRI-FIM) -
                   FUNCTION INTEGER-OF-DATE(WS-OPR-ULT-ATIV(WS-IX-OPR))
               IF WS-DIAS-SEM-USO > WS-DIAS-INATIVO
                   MOVE 'N' TO RVA-USADO-TRIMESTRE
                   MOVE WS-DIAS-SEM-USO TO WS-ED-DIAS
                   STRING 'CONTA OCIOSA - SEM USO HA ' DELIMITED BY SIZE
                       WS-ED-DIAS DELIMITED BY SIZE
                       ' DIAS' DELIMITED BY SIZE
                       INTO RVA-DESCRICAO
               ELSE
                   MOVE 'CONTA EM USO' TO RVA-DESCRICAO
               END-IF
           END-IF
           PERFORM 2100-GRAVA-LINHA THRU 2100-GRAVA-LINHA-FIM

           PERFORM 2010-LINHA-CONFLITO THRU 2010-LINHA-CONFLITO-FIM
               VARYING WS-IX-RGR FROM 1 BY 1
               UNTIL WS-IX-RGR > WS-QTD-REGRAS

           PERFORM 2020-LINHA-PERMISSAO THRU 2020-LINHA-PERMISSAO-FIM
               VARYING WS-IX-PERM FROM 1 BY 1
               UNTIL WS-IX-PERM > 9.
       2000-GERA-LINHAS-FIM.
           EXIT.
      *
       2010-LINHA-CONFLITO.
           IF WS-OPR-PERM(WS-IX-OPR, WS-RGR-PERM-1(WS-IX-RGR))
               NOT EQUAL 'S' OR
               WS-OPR-PERM(WS-IX-OPR, WS-RGR-PERM-2(WS-IX-RGR))
               NOT EQUAL 'S'
               GO TO 2010-LINHA-CONFLITO-FIM
           END-IF

           INITIALIZE REG-REVISAO-ACESSO
           MOVE WS-TRIMESTRE               TO RVA-TRIMESTRE
           MOVE WS-OPR-ID(WS-IX-OPR)       TO RVA-OPERADOR
           MOVE 'C'                        TO RVA-TIPO
           MOVE WS-RGR-CODIGO(WS-IX-RGR)   TO RVA-ITEM
           MOVE 'S'                        TO RVA-EM-CONFLITO
           MOVE WS-NOME-PERM(WS-RGR-PERM-1(WS-IX-RGR))
               TO RVA-PERMISSAO-1
           MOVE WS-NOME-PERM(WS-RGR-PERM-2(WS-IX-RGR))
               TO RVA-PERMISSAO-2
           MOVE WS-RGR-DESCRICAO(WS-IX-RGR) TO RVA-DESCRICAO
           PERFORM 2100-GRAVA-LINHA THRU 2100-GRAVA-LINHA-FIM.
       2010-LINHA-CONFLITO-FIM.
           EXIT.
      *
       2020-LINHA-PERMISSAO.
           IF WS-OPR-PERM(WS-IX-OPR, WS-IX-PERM) NOT EQUAL 'S'
               GO TO 2020-LINHA-PERMISSAO-FIM
           END-IF

           INITIALIZE REG-REVISAO-ACESSO
           MOVE WS-TRIMESTRE               TO RVA-TRIMESTRE
           MOVE WS-OPR-ID(WS-IX-OPR)       TO RVA-OPERADOR
           MOVE 'P'                        TO RVA-TIPO
           MOVE WS-NOME-PERM(WS-IX-PERM)   TO RVA-ITEM
           MOVE WS-OPR-ULT-USO(WS-IX-OPR, WS-IX-PERM) TO RVA-DT-ULT-USO
           IF RVA-DT-ULT-USO NOT < WS-TRI-INI
               MOVE 'S' TO RVA-USADO-TRIMESTRE
               MOVE 'USADA NO TRIMESTRE' TO RVA-DESCRICAO
           ELSE
               MOVE 'N' TO RVA-USADO-TRIMESTRE
               MOVE 'NAO USADA NO TRIMESTRE' TO RVA-DESCRICAO
           END-IF

      *> A PERMISSAO QUE ENTRA EM ALGUM CONFLITO DESTE OPERADOR
      *> SAI MARCADA, PARA O SUPERVISOR VER O PAR NA MESMA TELA.
           MOVE 'N' TO RVA-EM-CONFLITO
           PERFORM 2030-MARCA-CONFLITO THRU 2030-MARCA-CONFLITO-FIM
               VARYING WS-IX-RGR FROM 1 BY 1
               UNTIL WS-IX-RGR > WS-QTD-REGRAS
           PERFORM 2100-GRAVA-LINHA THRU 2100-GRAVA-LINHA-FIM.
       2020-LINHA-PERMISSAO-FIM.
           EXIT.
      *
       2030-MARCA-CONFLITO.
           IF WS-OPR-PERM(WS-IX-OPR, WS-RGR-PERM-1(WS-IX-RGR))
               EQUAL 'S' AND
               WS-OPR-PERM(WS-IX-OPR, WS-RGR-PERM-2(WS-IX-RGR))
               EQUAL 'S'
               IF WS-RGR-PERM-1(WS-IX-RGR) EQUAL WS-IX-PERM OR
                   WS-RGR-PERM-2(WS-IX-RGR) EQUAL WS-IX-PERM
                   MOVE 'S' TO RVA-EM-CONFLITO
               END-IF
           END-IF.
       2030-MARCA-CONFLITO-FIM.
           EXIT.
      *
      *> LINHA NOVA E GRAVADA; LINHA AINDA PENDENTE DE UMA RODADA
      *> ANTERIOR DO MESMO TRIMESTRE E ATUALIZADA; LINHA JA DECIDIDA
      *> FICA COMO ESTA (E A EVIDENCIA).
       2100-GRAVA-LINHA.
           MOVE WS-HOJE-AAAAMMDD TO RVA-DT-GERACAO
           MOVE SPACE            TO RVA-DECISAO
           WRITE REG-REVISAO-ACESSO
               INVALID KEY
                   PERFORM 2110-ATUALIZA-LINHA
                       THRU 2110-ATUALIZA-LINHA-FIM
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LINHAS-GRAVADAS
           END-WRITE.
       2100-GRAVA-LINHA-FIM.
           EXIT.
      *
       2110-ATUALIZA-LINHA.
           MOVE REG-REVISAO-ACESSO TO WS-RVA-NOVA
           READ REVISAO_ACESSOS
               INVALID KEY
                   GO TO 2110-ATUALIZA-LINHA-FIM
           END-READ
           IF NOT RVA-PENDENTE
               ADD 1 TO WS-QTD-LINHAS-DECIDIDAS
               GO TO 2110-ATUALIZA-LINHA-FIM
           END-IF
           MOVE WS-RVA-NOVA TO REG-REVISAO-ACESSO
           REWRITE REG-REVISAO-ACESSO
           ADD 1 TO WS-QTD-LINHAS-GRAVADAS.
       2110-ATUALIZA-LINHA-FIM.
           EXIT.
      *
      **************************************
      * RELATORIO DA REVISAO, LIDO DE      *
      * REVISAO_ACESSOS (INCLUI AS         *
      * DECISOES JA TOMADAS)               *
      **************************************
      *
       5000-IMPRIME-REVISAO.
           SET WS-FS-REVISAO TO 0.
           SET WS-EOF        TO 0.
           MOVE SPACES TO WS-OPERADOR-ANT
           OPEN INPUT REVISAO_ACESSOS
           OPEN INPUT OPERADORES

           MOVE LOW-VALUES   TO RVA-CHAVE
           MOVE WS-TRIMESTRE TO RVA-TRIMESTRE
           START REVISAO_ACESSOS KEY IS NOT LESS THAN RVA-CHAVE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ REVISAO_ACESSOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RVA-TRIMESTRE NOT EQUAL WS-TRIMESTRE
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM 5100-LINHA-REVISAO
                               THRU 5100-LINHA-REVISAO-FIM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVISAO_ACESSOS OPERADORES

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-OPR TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' OPERADORES REVISADOS: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-PERMISSOES TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PERMISSOES REVISADAS: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-NAO-USADAS TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' PERMISSOES NAO USADAS NO TRIMESTRE: '
               DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-OCIOSAS TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONTAS OCIOSAS: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-CONFLITOS TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' CONFLITOS DE SEGREGACAO DE FUNCOES: '
               DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-PENDENTES TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' LINHAS PENDENTES DE DECISAO: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-CONFIRMADAS TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' LINHAS CONFIRMADAS: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE WS-QTD-REVOGADAS TO WS-ED-QTD
           MOVE SPACES TO WS-LINHA-REL
           STRING ' LINHAS REVOGADAS: ' DELIMITED BY SIZE
               WS-ED-QTD DELIMITED BY SIZE
               INTO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           IF WS-QTD-REGRAS EQUAL ZEROS
               MOVE ' *** SEM REGRAS DE CONFLITO (SOD_REGRAS) - '
                   TO WS-LINHA-REL
               MOVE 'SEGREGACAO DE FUNCOES NAO CONFERIDA ***'
                   TO WS-LINHA-REL(45:39)
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF
           IF WS-QTD-FONTES-AUSENTES > ZEROS
               MOVE ' *** FONTE DE USO AUSENTE - ULTIMO USO PODE '
                   TO WS-LINHA-REL
               MOVE 'ESTAR INCOMPLETO (VER CONSOLE) ***'
                   TO WS-LINHA-REL(46:34)
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF.
       5000-IMPRIME-REVISAO-FIM.
           EXIT.
      *
       5100-LINHA-REVISAO.
           IF RVA-OPERADOR NOT EQUAL WS-OPERADOR-ANT
               MOVE RVA-OPERADOR TO WS-OPERADOR-ANT
               MOVE RVA-OPERADOR TO OP-ID
               READ OPERADORES
                   INVALID KEY
                       MOVE '(EXCLUIDO DO CADASTRO)' TO OP-NOME
                       MOVE SPACE TO OP-BLOQUEADO
               END-READ
               MOVE SPACES TO WS-LINHA-REL
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
               MOVE SPACES TO WS-LINHA-REL
               STRING ' OPERADOR: ' DELIMITED BY SIZE
                   RVA-OPERADOR DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   OP-NOME DELIMITED BY SIZE
                   INTO WS-LINHA-REL
               IF OP-CONTA-BLOQUEADA
                   MOVE '(CONTA BLOQUEADA)' TO WS-LINHA-REL(45:17)
               END-IF
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF

           MOVE SPACES TO WS-LINHA-REL
           EVALUATE TRUE
               WHEN RVA-LINHA-CONTA
                   MOVE 'CONTA'     TO WS-LINHA-REL(4:9)
                   IF RVA-USADO-TRIMESTRE EQUAL 'N'
                       ADD 1 TO WS-QTD-OCIOSAS
                   END-IF
               WHEN RVA-LINHA-CONFLITO
                   MOVE 'CONFLITO'  TO WS-LINHA-REL(4:9)
                   ADD 1 TO WS-QTD-CONFLITOS
               WHEN RVA-LINHA-PERMISSAO
                   MOVE 'PERMISSAO' TO WS-LINHA-REL(4:9)
                   ADD 1 TO WS-QTD-PERMISSOES
                   IF RVA-USADO-TRIMESTRE EQUAL 'N'
                       ADD 1 TO WS-QTD-NAO-USADAS
                   END-IF
           END-EVALUATE
           MOVE RVA-ITEM TO WS-LINHA-REL(14:11)

           IF RVA-LINHA-CONFLITO
               STRING RVA-PERMISSAO-1 DELIMITED BY SPACE
                   ' X ' DELIMITED BY SIZE
                   RVA-PERMISSAO-2 DELIMITED BY SPACE
                   INTO WS-LINHA-REL(26:25)
           ELSE
               IF RVA-DT-ULT-USO EQUAL ZEROS
                   MOVE 'NUNCA USADA' TO WS-LINHA-REL(26:11)
               ELSE
                   MOVE 'ULTIMO USO ' TO WS-LINHA-REL(26:11)
                   MOVE RVA-DT-ULT-USO TO WS-LINHA-REL(37:8)
               END-IF
               IF RVA-EM-CONFLITO EQUAL 'S'
                   MOVE '*SOD' TO WS-LINHA-REL(46:4)
               END-IF
           END-IF
           MOVE RVA-DESCRICAO TO WS-LINHA-REL(52:50)

           EVALUATE TRUE
               WHEN RVA-PENDENTE
                   MOVE 'PENDENTE'   TO WS-LINHA-REL(103:10)
                   ADD 1 TO WS-QTD-PENDENTES
               WHEN RVA-CONFIRMADA
                   MOVE 'CONFIRMADA' TO WS-LINHA-REL(103:10)
                   MOVE RVA-SUPERVISOR TO WS-LINHA-REL(114:8)
                   MOVE RVA-DT-DECISAO(1:8) TO WS-LINHA-REL(123:8)
                   ADD 1 TO WS-QTD-CONFIRMADAS
               WHEN RVA-REVOGADA
                   MOVE 'REVOGADA'   TO WS-LINHA-REL(103:10)
                   MOVE RVA-SUPERVISOR TO WS-LINHA-REL(114:8)
                   MOVE RVA-DT-DECISAO(1:8) TO WS-LINHA-REL(123:8)
                   ADD 1 TO WS-QTD-REVOGADAS
           END-EVALUATE
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

      *> A DECISAO SOBRE UM CONFLITO SAI COM O QUE FOI REVOGADO OU
      *> COM A JUSTIFICATIVA DA EXCECAO ACEITA.
           IF RVA-ITEM-REVOGADO NOT EQUAL SPACES OR
               RVA-JUSTIFICATIVA NOT EQUAL SPACES
               MOVE SPACES TO WS-LINHA-REL
               IF RVA-ITEM-REVOGADO NOT EQUAL SPACES
                   STRING 'REVOGADO: ' DELIMITED BY SIZE
                       RVA-ITEM-REVOGADO DELIMITED BY SPACE
                       INTO WS-LINHA-REL(14:30)
               END-IF
               IF RVA-JUSTIFICATIVA NOT EQUAL SPACES
                   STRING 'JUSTIFICATIVA: ' DELIMITED BY SIZE
                       RVA-JUSTIFICATIVA DELIMITED BY SIZE
                       INTO WS-LINHA-REL(52:55)
               END-IF
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
           END-IF.
       5100-LINHA-REVISAO-FIM.
           EXIT.
      *
      **************************************
      * REGISTRA UM USO: ATIVIDADE DA      *
      * CONTA E, SE IDENTIFICADA, A        *
      * PERMISSAO. USO DEPOIS DO FIM DO    *
      * TRIMESTRE NAO CONTA                *
      **************************************
      *
       8100-REGISTRA-USO.
           IF WS-UO-DATA > WS-TRI-FIM OR WS-UO-DATA EQUAL ZEROS
               GO TO 8100-REGISTRA-USO-FIM
           END-IF
           MOVE 'N' TO WS-ACHOU
           PERFORM 8110-PROCURA-OPERADOR THRU 8110-PROCURA-OPERADOR-FIM
               VARYING WS-IX-OPR FROM 1 BY 1
               UNTIL WS-IX-OPR > WS-QTD-OPR OR WS-ACHOU EQUAL 'S'
           IF WS-ACHOU NOT EQUAL 'S'
               GO TO 8100-REGISTRA-USO-FIM
           END-IF
           SUBTRACT 1 FROM WS-IX-OPR

           ADD 1 TO WS-QTD-EVENTOS
           IF WS-UO-DATA > WS-OPR-ULT-ATIV(WS-IX-OPR)
               MOVE WS-UO-DATA TO WS-OPR-ULT-ATIV(WS-IX-OPR)
           END-IF
           IF WS-UO-PERM > ZEROS
               IF WS-UO-DATA > WS-OPR-ULT-USO(WS-IX-OPR, WS-UO-PERM)
                   MOVE WS-UO-DATA
                       TO WS-OPR-ULT-USO(WS-IX-OPR, WS-UO-PERM)
               END-IF
           END-IF.
       8100-REGISTRA-USO-FIM.
           EXIT.
      *
       8110-PROCURA-OPERADOR.
           IF WS-OPR-ID(WS-IX-OPR) EQUAL WS-UO-OPERADOR
               MOVE 'S' TO WS-ACHOU
           END-IF.
       8110-PROCURA-OPERADOR-FIM.
           EXIT.
      *
      **************************************
      * POSICAO DA PERMISSAO PELO NOME     *
      * (ZERO = NOME DESCONHECIDO)         *
      **************************************
      *
       8200-INDICE-PERMISSAO.
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM 8210-COMPARA-NOME THRU 8210-COMPARA-NOME-FIM
               VARYING WS-IX-PERM FROM 1 BY 1
               UNTIL WS-IX-PERM > 9 OR WS-IX-ACHADO > ZEROS.
       8200-INDICE-PERMISSAO-FIM.
           EXIT.
      *
       8210-COMPARA-NOME.
           IF WS-NOME-PERM(WS-IX-PERM) EQUAL WS-NOME-PROCURADO
               MOVE WS-IX-PERM TO WS-IX-ACHADO
           END-IF.
       8210-COMPARA-NOME-FIM.
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
           STRING 'REVISAO TRIMESTRAL DE ACESSOS - TRIMESTRE '
               DELIMITED BY SIZE
               WS-TRIMESTRE DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WS-TRI-INI DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WS-TRI-FIM DELIMITED BY SIZE
               ')   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           MOVE 'TIPO      ITEM        ULTIMO USO / PAR'
               TO WS-LINHA-CAB(4:38)
           MOVE 'SITUACAO' TO WS-LINHA-CAB(52:8)
           MOVE 'DECISAO    SUPERV.  EM' TO WS-LINHA-CAB(103:22)
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 3 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
           EXIT.
      *
      **************************************
      * CATALOGA O RELATORIO FECHADO NO    *
      * SPOOL (ARQUIVA_REL)                *
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

       END PROGRAM EXERCICIO_206.

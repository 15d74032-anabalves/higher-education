      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO AOS TITULARES DE DADOS PESSOAIS (LGPD).
      * DADO O CODIGO DO CLIENTE OU O RGM DO ALUNO, O RELATORIO
      * lgpd_titular_rel LISTA TODOS OS LUGARES EM QUE A PESSOA
      * APARECE: CLIENTES, ALUNOS, MATRICULA, ALUNOS2021, AS
      * DUPLICATAS EM TODOS OS ARQUIVOS DE SITUACAO (DUPLICATAS,
      * PAGAS, VENCIDAS, PARCIAIS, HISTORICO E INCOBRAVEIS),
      * IMC_RESULTADO, CONVENIOS, DECLARACOES, COLACAO_GRAU,
      * PEDIDOS_VENDA E AS TRILHAS DE AUDITORIA (FINANCEIRA E DE
      * NOTAS, COM OS HISTORICOS). NO MODO DE ANONIMIZACAO (SO
      * OPERADOR COM O FLAG DE APROVACAO, OP-PODE-EXCLUIR) O NOME,
      * TELEFONE, ENDERECO, E-MAIL E DOCUMENTOS SAO TROCADOS POR
      * MARCAS, MANTENDO INTACTOS OS REGISTROS FINANCEIROS E
      * ACADEMICOS, QUE CONTINUAM LIGADOS PELO CODIGO/RGM. A
      * ANONIMIZACAO E RECUSADA ENQUANTO HOUVER DUPLICATA EM ABERTO
      * OU MATRICULA ATIVA. O REGISTRO DE COLACAO DE GRAU E MANTIDO
      * COMO ESTA (REGISTRO DE DIPLOMAS, GUARDA OBRIGATORIA). TODO
      * PEDIDO, ATENDIDO OU RECUSADO, FICA EM LGPD_SOLICITACOES. O
      * RELATORIO DO TITULAR NAO E CATALOGADO NO SPOOL, PARA QUE NAO
      * SOBRE COPIA DOS DADOS DEPOIS DE UMA ANONIMIZACAO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_204.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COD-CLIENTE
           FILE STATUS     IS WS-FS-CLIENTES.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS RGM-ALUNO
           FILE STATUS     IS WS-FS-ALUNOS.

           SELECT MATRICULA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CHAVE-MATRICULA
           FILE STATUS     IS WS-FS-MATR.

           SELECT ALUNOS2021 ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CHAVE-ALUNOS2021
           FILE STATUS     IS WS-FS-ALUNOS2021.

           SELECT COLACAO_GRAU ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\colacao_grau.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS RANDOM
           RECORD KEY      IS COL-RGM
           FILE STATUS     IS WS-FS-COLACAO.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS     IS WS-FS-DUPL.

           SELECT DUPL_PAGAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PAGAS
           FILE STATUS     IS WS-FS-DUPL.

           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_VENCIDAS
           FILE STATUS     IS WS-FS-DUPL.

           SELECT DUPL_PARCIAIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUPL-NR-DUPLICATA OF
                              REG-DUPL_PARCIAIS
           FILE STATUS     IS WS-FS-DUPL.

           SELECT DUPL_PAGAS_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DUPL.

           SELECT DUPL_INCOBRAVEIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-DUPL.

           SELECT IMC_RESULTADO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\imc_resultado.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-IMC.

           SELECT CONVENIOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\convenios.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS DYNAMIC
           RECORD KEY      IS CNV-RGM
           FILE STATUS     IS WS-FS-CONVENIOS.

           SELECT DECLARACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\declaracoes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DEC-NUMERO
           FILE STATUS     IS WS-FS-DECL.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PV-CHAVE
           FILE STATUS     IS WS-FS-PV.

           SELECT AUDIT_FINANCEIRO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-AUDIT.

           SELECT AUDFIN_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-AUDIT.

           SELECT AUDIT_NOTAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_notas.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-AUDIT.

           SELECT AUDNOT_HIST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_notas_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-AUDIT.

           SELECT LGPD_SOLICITACOES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lgpd_solicitacoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-LGPD.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lgpd_titular_rel.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       01 REG-CLIENTE.
           COPY CLIENTE.

       FD ALUNOS.
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE-ALUNO    PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD MATRICULA.
       01 REG-MATRICULA.
           03 CHAVE-MATRICULA.
               05 RGM-MATRICULA           PIC 9(05).
               05 PERIODO-MATRICULA       PIC X(06).
               05 COD-DISCIPLINA-MATR     PIC X(06).
           03 DT-MATRICULA                PIC 9(08).
           03 STATUS-MATRICULA            PIC X(10).
           03 TURMA-MATRICULA             PIC X(03).

       FD ALUNOS2021.
       01 ALUNOS2021-FILE.
           03 CHAVE-ALUNOS2021.
              05 RGM-ALUNOS2021    PIC 9(005).
              05 PERIODO-ALUNOS2021 PIC X(006).
              05 DISCIPLINA-ALUNOS2021 PIC X(006).
           03 NOME-ALUNOS2021      PIC A(020).
           03 NOTA1-ALUNOS2021     PIC S9(002)V9(002).
           03 NOTA2-ALUNOS2021     PIC S9(002)V9(002).
           03 MEDIA-ALUNOS2021     PIC S9(002)V9(002).
           03 STATUS-ALUNOS2021    PIC X(010).

       FD COLACAO_GRAU.
       01 REG-COLACAO.
           03 COL-RGM                  PIC 9(005).
           03 COL-NOME                 PIC X(020).
           03 COL-DT-COLACAO           PIC 9(008).
           03 COL-NR-DIPLOMA           PIC 9(007).
           03 COL-OPERADOR             PIC X(008).

       FD DUPLICATAS.
       01 REG-DUPLICATA.
           COPY DUPLICATA.

       FD DUPL_PAGAS.
       01 REG-DUPL_PAGAS.
           COPY DUPLICATA.

       FD DUPL_VENCIDAS.
       01 REG-DUPL_VENCIDAS.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS.
       01 REG-DUPL_PARCIAIS.
           COPY DUPLICATA.

       FD DUPL_PAGAS_HIST.
       01 REG-DUPL_PAGAS_HIST.
           COPY DUPLICATA.

       FD DUPL_INCOBRAVEIS.
       01 REG-DUPL_INCOBRAVEIS.
           COPY DUPLICATA.
           COPY BAIXAINC.

       FD IMC_RESULTADO.
       01 REG-IMC_RESULTADO.
           03 RES-RGM-ALUNO        PIC 9(005).
           03 RES-DT-CAMPANHA      PIC 9(008).
           03 RES-IMC              PIC S9(09)V99.
           03 RES-CLASSIFICACAO    PIC X(020).

       FD CONVENIOS.
       01 REG-CONVENIO.
           03 CNV-RGM                  PIC 9(005).
           03 CNV-COD-CLIENTE-CONV     PIC 9(005).
           03 CNV-PCT-COBERTURA        PIC 9(003).
           03 CNV-DT-INI               PIC 9(008).
           03 CNV-DT-FIM               PIC 9(008).

       FD DECLARACOES.
       01 REG-DECLARACAO.
           03 DEC-NUMERO               PIC 9(007).
           03 DEC-RGM                  PIC 9(005).
           03 DEC-PERIODO              PIC X(006).
           03 DEC-DT-EMISSAO           PIC 9(008).
           03 DEC-OPERADOR             PIC X(008).

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

      *> AS TRILHAS DE AUDITORIA E SEUS HISTORICOS (EXERCICIO_121) TEM
      *> O MESMO LAYOUT E SAO LIDOS PARA AS AREAS DE TRABALHO ABAIXO.
       FD AUDIT_FINANCEIRO.
       01 REG-AUDIT-FINANCEIRO         PIC X(110).

       FD AUDFIN_HIST.
       01 REG-AUDFIN-HIST              PIC X(110).

       FD AUDIT_NOTAS.
       01 REG-AUDIT-NOTA               PIC X(090).

       FD AUDNOT_HIST.
       01 REG-AUDNOT-HIST              PIC X(090).

       FD LGPD_SOLICITACOES.
       01 REG-LGPD-SOLICITACAO.
           COPY LGPDSOL.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CLIENTES               PIC 99.
       77 WS-FS-ALUNOS                 PIC 99.
       77 WS-FS-MATR                   PIC 99.
       77 WS-FS-ALUNOS2021             PIC 99.
       77 WS-FS-COLACAO                PIC 99.
       77 WS-FS-DUPL                   PIC 99.
       77 WS-FS-IMC                    PIC 99.
       77 WS-FS-CONVENIOS              PIC 99.
       77 WS-FS-DECL                   PIC 99.
       77 WS-FS-PV                     PIC 99.
       77 WS-FS-AUDIT                  PIC 99.
       77 WS-FS-LGPD                   PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 W-OPCAO                      PIC 99.
       77 WS-CONFIRMA                  PIC X(001).

      *> TITULAR DO PEDIDO: TIPO ('C' CLIENTE / 'A' ALUNO), CODIGO
      *> INFORMADO E, PARA O ALUNO, O CLIENTE RESPONSAVEL FINANCEIRO.
       77 WS-TIPO-TITULAR              PIC X(001).
       77 WS-MODO                      PIC X(001).
       77 WS-COD-TITULAR               PIC 9(005).
       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-RGM                       PIC 9(005).
       77 WS-ACHOU                     PIC X(001).
       77 WS-QTD-OCORRENCIAS           PIC 9(006).
       77 WS-QTD-ALTERADOS             PIC 9(006).
       77 WS-MOTIVO                    PIC X(040).
       77 WS-RESULTADO                 PIC X(001).
       77 WS-SALDO                     PIC S9(013)V9(002).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> DUPLICATA LIDA DE QUALQUER UM DOS ARQUIVOS DE SITUACAO, PARA
      *> QUE A LINHA DO RELATORIO SEJA MONTADA EM UM PONTO SO.
       01 WS-DUPLICATA.
           COPY DUPLICATA.
       77 WS-ARQ-DUPLICATA             PIC X(018).

       01 WS-AUDIT-FIN.
           COPY AUDITFIN.
       77 WS-ARQ-AUDIT                 PIC X(018).

       01 WS-AUDIT-NOTA.
           03 NAUD-RGM             PIC 9(005).
           03 NAUD-PERIODO         PIC X(006).
           03 NAUD-DISCIPLINA      PIC X(006).
           03 NAUD-NOTA1-ANT       PIC S9(002)V9(002).
           03 NAUD-NOTA2-ANT       PIC S9(002)V9(002).
           03 NAUD-MEDIA-ANT       PIC S9(002)V9(002).
           03 NAUD-STATUS-ANT      PIC X(010).
           03 NAUD-NOTA1-NOVA      PIC S9(002)V9(002).
           03 NAUD-NOTA2-NOVA      PIC S9(002)V9(002).
           03 NAUD-MEDIA-NOVA      PIC S9(002)V9(002).
           03 NAUD-STATUS-NOVO     PIC X(010).
           03 NAUD-OPERADOR        PIC X(008).
           03 NAUD-DATA-HORA       PIC 9(014).
           03 NAUD-NR-REVISAO      PIC 9(007).

      *> CAMPOS EDITADOS PARA AS LINHAS DE DETALHE.
       77 WS-ED-VALOR                  PIC -ZZZZZZZZZZZZ9.99.
       77 WS-ED-VALOR-2                PIC -ZZZZZZZZZZZZ9.99.
       77 WS-ED-NOTA                   PIC -9.99.
       77 WS-ED-IMC                    PIC ZZ9.99.

      *> MARCAS QUE SUBSTITUEM OS DADOS PESSOAIS NA ANONIMIZACAO: SAO
      *> UNICAS POR CODIGO, PARA QUE OS REGISTROS CONTINUEM
      *> DISTINGUIVEIS SEM IDENTIFICAR A PESSOA.
       77 WS-MARCA-NOME                PIC X(020).
       77 WS-MARCA-TELEFONE            PIC X(014).
       77 WS-MARCA-EMAIL               PIC X(030).

       01 WS-LINHA-REL                 PIC X(132).
       01 WS-LINHA-CAB                 PIC X(132).

       01 WS-LINHA-DET.
           03 FILLER                   PIC X(001) VALUE SPACES.
           03 WS-LD-ARQUIVO            PIC X(018).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-REFERENCIA         PIC X(020).
           03 FILLER                   PIC X(002) VALUE SPACES.
           03 WS-LD-DETALHE            PIC X(085).
           03 FILLER                   PIC X(004) VALUE SPACES.

      *> ARQUIVO DE IMPRESSAO COM O BLOCO PADRAO DE CABECALHO (TITULO,
      *> DATA DA EXECUCAO E PAGINA), COMO NO AGING (EXERCICIO_017).
       77 WS-REL-DATA-EXEC             PIC 9(008).
       77 WS-REL-PAGINA                PIC 9(003) VALUE 1.
       77 WS-REL-LINHAS                PIC 9(002) VALUE 99.
       77 WS-REL-LINHAS-MAX            PIC 9(002) VALUE 55.

      *> SIGN-ON CENTRAL DO OPERADOR (ROTINA SIGN_ON).
       77 WS-SIGN-PROGRAMA  PIC X(013) VALUE 'EXERCICIO_204'.
       77 WS-SIGN-OPERADOR  PIC X(008).
       77 WS-SIGN-EXCLUIR   PIC X(001).
       77 WS-SIGN-RESULTADO PIC X(001).

      *> TRAVA DE REGISTRO (SUBROTINA REG_LOCK) DO CLIENTE DURANTE A
      *> ANONIMIZACAO, COMO NA MANUTENCAO (PROGRAMA_EX07).
       77 WS-LK-FUNCAO     PIC X(001).
       77 WS-LK-ARQUIVO    PIC X(012).
       77 WS-LK-REGISTRO   PIC X(020).
       77 WS-LK-DONO       PIC X(008).
       77 WS-LK-RESULTADO  PIC X(001).

      *> JORNAL DE IMAGENS POSTERIORES (SUBROTINA GRAVA_IMAGEM): A
      *> ANONIMIZACAO DO CLIENTE FICA NO JORNAL, PARA QUE O
      *> ROLL-FORWARD (EXERCICIO_122) A REAPLIQUE DEPOIS DE UMA
      *> RESTAURACAO.
       77 WS-JR-ARQUIVO    PIC X(012).
       77 WS-JR-CHAVE      PIC X(020).
       77 WS-JR-IMAGEM     PIC X(150).

      *-------------------[ DIVISAO DE PROCEDIMENTOS ]------------------
       PROCEDURE DIVISION.
       0000-SIGNON.
            CALL 'SIGN_ON' USING WS-SIGN-PROGRAMA, WS-SIGN-OPERADOR,
                WS-SIGN-EXCLUIR, WS-SIGN-RESULTADO
            IF WS-SIGN-RESULTADO NOT EQUAL 'O'
               DISPLAY "*** ACESSO NEGADO ***"
               GOBACK.
      *
      ******************
      * ROTINA DE MENU *
      ******************
      *
       MENU-001.
            DISPLAY '|-----[ LGPD - TITULARES DE DADOS ]-----|'
            DISPLAY "| 1 - RELATORIO DE DADOS DE UM CLIENTE  |"
            DISPLAY "| 2 - RELATORIO DE DADOS DE UM ALUNO    |"
            DISPLAY "| 3 - ANONIMIZAR UM CLIENTE             |"
            DISPLAY "| 4 - ANONIMIZAR UM ALUNO               |"
            DISPLAY "| 99 - SAIR                             |"
            DISPLAY '|---------------------------------------|'
            DISPLAY " "
            ACCEPT W-OPCAO
            EVALUATE W-OPCAO
                WHEN 1
                    MOVE 'C' TO WS-TIPO-TITULAR
                    MOVE 'R' TO WS-MODO
                WHEN 2
                    MOVE 'A' TO WS-TIPO-TITULAR
                    MOVE 'R' TO WS-MODO
                WHEN 3
                    MOVE 'C' TO WS-TIPO-TITULAR
                    MOVE 'A' TO WS-MODO
                WHEN 4
                    MOVE 'A' TO WS-TIPO-TITULAR
                    MOVE 'A' TO WS-MODO
                WHEN 99
                    GO TO ROT-FIM
                WHEN OTHER
                    DISPLAY "*** DIGITE APENAS 1, 2, 3, 4 OU 99 ***"
                    DISPLAY " "
                    GO TO MENU-001
            END-EVALUATE.
      *
      ******************************
      * IDENTIFICACAO DO TITULAR   *
      ******************************
      *
       SOL-001.
            IF WS-TIPO-TITULAR EQUAL 'C'
                DISPLAY 'INFORME O CODIGO DO CLIENTE:'
            ELSE
                DISPLAY 'INFORME O RGM DO ALUNO:'
            END-IF
            ACCEPT WS-COD-TITULAR

            MOVE ZEROS  TO WS-QTD-OCORRENCIAS
            MOVE ZEROS  TO WS-QTD-ALTERADOS
            MOVE SPACES TO WS-MOTIVO
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD

            PERFORM 1000-IDENTIFICA-TITULAR
                THRU 1000-IDENTIFICA-TITULAR-FIM
            IF WS-ACHOU NOT EQUAL 'S'
                DISPLAY "*** " WS-MOTIVO " ***"
                PERFORM 9000-REGISTRA-PEDIDO
                    THRU 9000-REGISTRA-PEDIDO-FIM
                GO TO MENU-001.

            IF WS-MODO EQUAL 'A'
                GO TO ANO-001.
      *
      ******************************
      * RELATORIO DOS DADOS DO     *
      * TITULAR                    *
      ******************************
      *
       REL-001.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-DATA-EXEC
            MOVE 1  TO WS-REL-PAGINA
            MOVE 99 TO WS-REL-LINHAS
            SET WS-FS-REL TO 0.
            OPEN OUTPUT RELATORIO

            IF WS-TIPO-TITULAR EQUAL 'C'
                PERFORM 2000-LISTA-CLIENTE THRU 2000-LISTA-CLIENTE-FIM
            ELSE
                PERFORM 3000-LISTA-ALUNO THRU 3000-LISTA-ALUNO-FIM
            END-IF

            MOVE SPACES TO WS-LINHA-REL
            PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
            MOVE SPACES TO WS-LINHA-REL
            STRING ' TOTAL DE OCORRENCIAS: ' DELIMITED BY SIZE
                WS-QTD-OCORRENCIAS DELIMITED BY SIZE
                '   EMITIDO POR: ' DELIMITED BY SIZE
                WS-SIGN-OPERADOR DELIMITED BY SIZE
                INTO WS-LINHA-REL
            PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
            CLOSE RELATORIO

            MOVE 'RELATORIO EMITIDO' TO WS-MOTIVO
            MOVE 'E' TO WS-RESULTADO
            PERFORM 9000-REGISTRA-PEDIDO THRU 9000-REGISTRA-PEDIDO-FIM

            DISPLAY "OCORRENCIAS LISTADAS: " WS-QTD-OCORRENCIAS
            DISPLAY "RELATORIO GRAVADO EM lgpd_titular_rel."
            DISPLAY " "
            GO TO MENU-001.
      *
      ******************************
      * ANONIMIZACAO DO TITULAR    *
      ******************************
      *
       ANO-001.
            IF WS-SIGN-EXCLUIR NOT EQUAL 'S'
                DISPLAY "*** SOMENTE OPERADOR COM AUTORIZACAO DE "
                    "EXCLUSAO ANONIMIZA DADOS PESSOAIS ***"
                MOVE 'OPERADOR SEM AUTORIZACAO' TO WS-MOTIVO
                MOVE 'R' TO WS-RESULTADO
                PERFORM 9000-REGISTRA-PEDIDO
                    THRU 9000-REGISTRA-PEDIDO-FIM
                GO TO MENU-001.

            PERFORM 4000-CONFERE-PENDENCIAS
                THRU 4000-CONFERE-PENDENCIAS-FIM
            IF WS-MOTIVO NOT EQUAL SPACES
                DISPLAY "*** ANONIMIZACAO RECUSADA: " WS-MOTIVO " ***"
                MOVE 'R' TO WS-RESULTADO
                PERFORM 9000-REGISTRA-PEDIDO
                    THRU 9000-REGISTRA-PEDIDO-FIM
                GO TO MENU-001.

            DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA."
            DISPLAY "CONFIRMA (S/N)?"
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
                DISPLAY "* ANONIMIZACAO CANCELADA *"
                GO TO MENU-001.

            IF WS-TIPO-TITULAR EQUAL 'C'
                PERFORM 5000-ANONIMIZA-CLIENTE
                    THRU 5000-ANONIMIZA-CLIENTE-FIM
            ELSE
                PERFORM 6000-ANONIMIZA-ALUNO
                    THRU 6000-ANONIMIZA-ALUNO-FIM
            END-IF

            IF WS-MOTIVO NOT EQUAL SPACES
                DISPLAY "*** ANONIMIZACAO RECUSADA: " WS-MOTIVO " ***"
                MOVE 'R' TO WS-RESULTADO
            ELSE
                MOVE 'DADOS PESSOAIS ANONIMIZADOS' TO WS-MOTIVO
                MOVE 'E' TO WS-RESULTADO
                DISPLAY "* DADOS ANONIMIZADOS - REGISTROS ALTERADOS: "
                    WS-QTD-ALTERADOS " *"
            END-IF
            MOVE WS-QTD-ALTERADOS TO WS-QTD-OCORRENCIAS
            PERFORM 9000-REGISTRA-PEDIDO THRU 9000-REGISTRA-PEDIDO-FIM
            DISPLAY " "
            GO TO MENU-001.

       ROT-FIM.
            GOBACK.
      *
      **************************************
      * LOCALIZA O TITULAR NO CADASTRO:    *
      * CLIENTE EM CLIENTES, ALUNO EM      *
      * ALUNOS (COM O RESPONSAVEL)         *
      **************************************
      *
       1000-IDENTIFICA-TITULAR.
           MOVE 'N' TO WS-ACHOU
           MOVE ZEROS TO WS-COD-CLIENTE WS-RGM
           IF WS-TIPO-TITULAR EQUAL 'C'
               MOVE WS-COD-TITULAR TO WS-COD-CLIENTE
               SET WS-FS-CLIENTES TO 0
               OPEN INPUT CLIENTES
               IF WS-FS-CLIENTES EQUAL 35
                   MOVE 'ARQUIVO CLIENTES NAO EXISTE' TO WS-MOTIVO
                   GO TO 1000-IDENTIFICA-TITULAR-FIM
               END-IF
               MOVE WS-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
               CLOSE CLIENTES
           ELSE
               MOVE WS-COD-TITULAR TO WS-RGM
               SET WS-FS-ALUNOS TO 0
               OPEN INPUT ALUNOS
               IF WS-FS-ALUNOS EQUAL 35
                   MOVE 'ARQUIVO ALUNOS NAO EXISTE' TO WS-MOTIVO
                   GO TO 1000-IDENTIFICA-TITULAR-FIM
               END-IF
               MOVE WS-RGM TO RGM-ALUNO
               READ ALUNOS
                   INVALID KEY
                       MOVE 'ALUNO NAO ENCONTRADO' TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
                       MOVE COD-CLIENTE-ALUNO TO WS-COD-CLIENTE
               END-READ
               CLOSE ALUNOS
           END-IF

           IF WS-ACHOU NOT EQUAL 'S'
               MOVE 'R' TO WS-RESULTADO
           END-IF.
       1000-IDENTIFICA-TITULAR-FIM.
           EXIT.
      *
      **************************************
      * RELATORIO DE UM CLIENTE: CADASTRO, *
      * ALUNOS E CONVENIOS LIGADOS,        *
      * DUPLICATAS, PEDIDOS E AUDITORIA    *
      **************************************
      *
       2000-LISTA-CLIENTE.
           SET WS-FS-CLIENTES TO 0
           OPEN INPUT CLIENTES
           MOVE WS-COD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   INITIALIZE REG-CLIENTE
           END-READ
           CLOSE CLIENTES

           MOVE 'CLIENTES' TO WS-LD-ARQUIVO
           MOVE SPACES     TO WS-LD-REFERENCIA
           STRING 'CODIGO ' DELIMITED BY SIZE
               COD-CLIENTE DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'NOME: ' DELIMITED BY SIZE
               NOME-CLIENTE DELIMITED BY SIZE
               '  TELEFONE: ' DELIMITED BY SIZE
               TELEFONE-CLIENTE DELIMITED BY SIZE
               '  E-MAIL: ' DELIMITED BY SIZE
               EMAIL-CLIENTE DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM
           MOVE SPACES TO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'ENDERECO: ' DELIMITED BY SIZE
               LOGRADOURO-CLIENTE DELIMITED BY SIZE
               ', ' DELIMITED BY SIZE
               NUMERO-CLIENTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CIDADE-CLIENTE DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               UF-CLIENTE DELIMITED BY SIZE
               ' CEP ' DELIMITED BY SIZE
               CEP-CLIENTE DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'PESSOA (F/J): ' DELIMITED BY SIZE
               TIPO-PESSOA-CLIENTE DELIMITED BY SIZE
               '  CPF/CNPJ: ' DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           MOVE DOCTO-CLIENTE TO WS-LD-DETALHE(30:14)
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM

           PERFORM 2100-ALUNOS-DO-CLIENTE
               THRU 2100-ALUNOS-DO-CLIENTE-FIM
           PERFORM 2200-CONVENIOS-DO-CLIENTE
               THRU 2200-CONVENIOS-DO-CLIENTE-FIM
           PERFORM 2300-DUPLICATAS-DO-CLIENTE
               THRU 2300-DUPLICATAS-DO-CLIENTE-FIM
           PERFORM 2400-PEDIDOS-DO-CLIENTE
               THRU 2400-PEDIDOS-DO-CLIENTE-FIM
           PERFORM 2500-AUDITORIA-DO-CLIENTE
               THRU 2500-AUDITORIA-DO-CLIENTE-FIM.
       2000-LISTA-CLIENTE-FIM.
           EXIT.
      *
      *> ALUNOS DE QUEM O CLIENTE E O RESPONSAVEL FINANCEIRO; OS DADOS
      *> ACADEMICOS DE CADA UM SAEM NO PEDIDO PELO RGM.
       2100-ALUNOS-DO-CLIENTE.
           SET WS-FS-ALUNOS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               GO TO 2100-ALUNOS-DO-CLIENTE-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE-ALUNO EQUAL WS-COD-CLIENTE
                           MOVE 'ALUNOS' TO WS-LD-ARQUIVO
                           MOVE SPACES   TO WS-LD-REFERENCIA
                           STRING 'RGM ' DELIMITED BY SIZE
                               RGM-ALUNO DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'RESPONSAVEL FINANCEIRO DO ALUNO '
                               DELIMITED BY SIZE
                               NOME-ALUNO DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS.
       2100-ALUNOS-DO-CLIENTE-FIM.
           EXIT.
      *
      *> CONVENIOS EM QUE O CLIENTE E A EMPRESA/ENTIDADE PAGADORA.
       2200-CONVENIOS-DO-CLIENTE.
           SET WS-FS-CONVENIOS TO 0.
           SET WS-EOF          TO 0.
           OPEN INPUT CONVENIOS
           IF WS-FS-CONVENIOS EQUAL 35
               GO TO 2200-CONVENIOS-DO-CLIENTE-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ CONVENIOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CNV-COD-CLIENTE-CONV EQUAL WS-COD-CLIENTE
                           PERFORM 3510-LINHA-CONVENIO
                               THRU 3510-LINHA-CONVENIO-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONVENIOS.
       2200-CONVENIOS-DO-CLIENTE-FIM.
           EXIT.
      *
      *> AS DUPLICATAS DO CLIENTE EM TODOS OS ARQUIVOS DE SITUACAO.
       2300-DUPLICATAS-DO-CLIENTE.
           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPLICATAS' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPLICATAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPLICATAS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPL_PAGAS' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPL_PAGAS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PAGAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPL_PAGAS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPL_VENCIDAS' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_VENCIDAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPL_VENCIDAS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPL_PARCIAIS' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPL_PARCIAIS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PARCIAIS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPL_PARCIAIS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPL_PAGAS_HIST' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPL_PAGAS_HIST
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PAGAS_HIST INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPL_PAGAS_HIST
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           MOVE 'DUPL_INCOBRAVEIS' TO WS-ARQ-DUPLICATA
           OPEN INPUT DUPL_INCOBRAVEIS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_INCOBRAVEIS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-LINHA-DUPLICATA
                               THRU 2310-LINHA-DUPLICATA-FIM
                   END-READ
               END-PERFORM
               CLOSE DUPL_INCOBRAVEIS
           END-IF.
       2300-DUPLICATAS-DO-CLIENTE-FIM.
           EXIT.
      *
       2310-LINHA-DUPLICATA.
           IF DUPL-COD-CLIENTE OF WS-DUPLICATA NOT EQUAL WS-COD-CLIENTE
               GO TO 2310-LINHA-DUPLICATA-FIM
           END-IF

           MOVE WS-ARQ-DUPLICATA TO WS-LD-ARQUIVO
           MOVE SPACES TO WS-LD-REFERENCIA
           STRING 'DUPLICATA ' DELIMITED BY SIZE
               DUPL-NR-DUPLICATA OF WS-DUPLICATA DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE DUPL-VL-FATURA OF WS-DUPLICATA TO WS-ED-VALOR
           MOVE DUPL-VL-PAGO OF WS-DUPLICATA   TO WS-ED-VALOR-2
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'EMISSAO ' DELIMITED BY SIZE
               DUPL-DT-EMISSAO OF WS-DUPLICATA DELIMITED BY SIZE
               ' VENCTO ' DELIMITED BY SIZE
               DUPL-DT-VENCIMENTO OF WS-DUPLICATA DELIMITED BY SIZE
               ' VALOR ' DELIMITED BY SIZE
               WS-ED-VALOR DELIMITED BY SIZE
               ' PAGO ' DELIMITED BY SIZE
               WS-ED-VALOR-2 DELIMITED BY SIZE
               ' SIT. ' DELIMITED BY SIZE
               DUPL-ST-DUPLICATA OF WS-DUPLICATA DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM.
       2310-LINHA-DUPLICATA-FIM.
           EXIT.
      *
       2400-PEDIDOS-DO-CLIENTE.
           SET WS-FS-PV TO 0.
           SET WS-EOF   TO 0.
           OPEN INPUT PEDIDOS_VENDA
           IF WS-FS-PV EQUAL 35
               GO TO 2400-PEDIDOS-DO-CLIENTE-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PV-COD-CLIENTE EQUAL WS-COD-CLIENTE
                           MOVE 'PEDIDOS_VENDA' TO WS-LD-ARQUIVO
                           MOVE SPACES TO WS-LD-REFERENCIA
                           STRING 'PEDIDO ' DELIMITED BY SIZE
                               PV-NR-PEDIDO DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               PV-NR-ITEM DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'DATA ' DELIMITED BY SIZE
                               PV-DT-PEDIDO DELIMITED BY SIZE
                               ' PRODUTO ' DELIMITED BY SIZE
                               PV-COD-PRODUTO DELIMITED BY SIZE
                               ' QTDE ' DELIMITED BY SIZE
                               PV-QTDE DELIMITED BY SIZE
                               ' SIT. ' DELIMITED BY SIZE
                               PV-ST-PEDIDO DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_VENDA.
       2400-PEDIDOS-DO-CLIENTE-FIM.
           EXIT.
      *
      *> TRILHA FINANCEIRA CORRENTE E O HISTORICO EXPURGADO PELA
      *> RETENCAO (EXERCICIO_121).
       2500-AUDITORIA-DO-CLIENTE.
           SET WS-FS-AUDIT TO 0.
           SET WS-EOF      TO 0.
           MOVE 'AUDIT_FINANCEIRO' TO WS-ARQ-AUDIT
           OPEN INPUT AUDIT_FINANCEIRO
           IF WS-FS-AUDIT NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ AUDIT_FINANCEIRO INTO WS-AUDIT-FIN
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2510-LINHA-AUDIT-FIN
                               THRU 2510-LINHA-AUDIT-FIN-FIM
                   END-READ
               END-PERFORM
               CLOSE AUDIT_FINANCEIRO
           END-IF

           SET WS-FS-AUDIT TO 0.
           SET WS-EOF      TO 0.
           MOVE 'AUDIT_FIN_HIST' TO WS-ARQ-AUDIT
           OPEN INPUT AUDFIN_HIST
           IF WS-FS-AUDIT NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ AUDFIN_HIST INTO WS-AUDIT-FIN
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2510-LINHA-AUDIT-FIN
                               THRU 2510-LINHA-AUDIT-FIN-FIM
                   END-READ
               END-PERFORM
               CLOSE AUDFIN_HIST
           END-IF.
       2500-AUDITORIA-DO-CLIENTE-FIM.
           EXIT.
      *
       2510-LINHA-AUDIT-FIN.
           IF FAUD-COD-CLIENTE NOT EQUAL WS-COD-CLIENTE
               GO TO 2510-LINHA-AUDIT-FIN-FIM
           END-IF

           MOVE WS-ARQ-AUDIT TO WS-LD-ARQUIVO
           MOVE SPACES TO WS-LD-REFERENCIA
           STRING 'DUPLICATA ' DELIMITED BY SIZE
               FAUD-NR-DUPLICATA DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'OPERACAO ' DELIMITED BY SIZE
               FAUD-OPERACAO DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               FAUD-DATA-HORA DELIMITED BY SIZE
               ' POR ' DELIMITED BY SIZE
               FAUD-OPERADOR DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM.
       2510-LINHA-AUDIT-FIN-FIM.
           EXIT.
      *
      **************************************
      * RELATORIO DE UM ALUNO: CADASTRO,   *
      * MATRICULAS, NOTAS, IMC, CONVENIO,  *
      * DECLARACOES, COLACAO E AUDITORIA   *
      **************************************
      *
       3000-LISTA-ALUNO.
           SET WS-FS-ALUNOS TO 0
           OPEN INPUT ALUNOS
           MOVE WS-RGM TO RGM-ALUNO
           READ ALUNOS
               INVALID KEY
                   INITIALIZE ALUNOS-FILE
           END-READ
           CLOSE ALUNOS

           MOVE 'ALUNOS' TO WS-LD-ARQUIVO
           MOVE SPACES   TO WS-LD-REFERENCIA
           STRING 'RGM ' DELIMITED BY SIZE
               RGM-ALUNO DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'NOME: ' DELIMITED BY SIZE
               NOME-ALUNO DELIMITED BY SIZE
               '  CPF: ' DELIMITED BY SIZE
               CPF-ALUNO DELIMITED BY SIZE
               '  NASCIMENTO: ' DELIMITED BY SIZE
               DT-NASC-ALUNO DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM
           MOVE SPACES TO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'SEXO: ' DELIMITED BY SIZE
               SEXO-ALUNO DELIMITED BY SIZE
               '  COR/RACA: ' DELIMITED BY SIZE
               COR-RACA-ALUNO DELIMITED BY SIZE
               '  NACIONALIDADE: ' DELIMITED BY SIZE
               NACIONALIDADE-ALUNO DELIMITED BY SIZE
               '  CURSO: ' DELIMITED BY SIZE
               COD-CURSO-ALUNO DELIMITED BY SIZE
               '  DESCONTO %: ' DELIMITED BY SIZE
               PERC-DESCONTO DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM
      *> AS DUPLICATAS DO ALUNO SAO EMITIDAS CONTRA O RESPONSAVEL
      *> FINANCEIRO; O RELATORIO DELE E PEDIDO PELO CODIGO DO CLIENTE.
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'RESPONSAVEL FINANCEIRO: CLIENTE ' DELIMITED BY SIZE
               COD-CLIENTE-ALUNO DELIMITED BY SIZE
               ' (DUPLICATAS NO RELATORIO DO CLIENTE)'
               DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM

           PERFORM 3100-MATRICULAS-DO-ALUNO
               THRU 3100-MATRICULAS-DO-ALUNO-FIM
           PERFORM 3200-NOTAS-DO-ALUNO
               THRU 3200-NOTAS-DO-ALUNO-FIM
           PERFORM 3300-IMC-DO-ALUNO
               THRU 3300-IMC-DO-ALUNO-FIM
           PERFORM 3400-CONVENIO-DO-ALUNO
               THRU 3400-CONVENIO-DO-ALUNO-FIM
           PERFORM 3600-DECLARACOES-DO-ALUNO
               THRU 3600-DECLARACOES-DO-ALUNO-FIM
           PERFORM 3700-COLACAO-DO-ALUNO
               THRU 3700-COLACAO-DO-ALUNO-FIM
           PERFORM 3800-AUDITORIA-DO-ALUNO
               THRU 3800-AUDITORIA-DO-ALUNO-FIM.
       3000-LISTA-ALUNO-FIM.
           EXIT.
      *
       3100-MATRICULAS-DO-ALUNO.
           SET WS-FS-MATR TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT MATRICULA
           IF WS-FS-MATR EQUAL 35
               GO TO 3100-MATRICULAS-DO-ALUNO-FIM
           END-IF

           MOVE WS-RGM TO RGM-MATRICULA
           MOVE LOW-VALUES TO PERIODO-MATRICULA COD-DISCIPLINA-MATR
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ MATRICULA NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RGM-MATRICULA NOT EQUAL WS-RGM
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'MATRICULA' TO WS-LD-ARQUIVO
                           MOVE SPACES TO WS-LD-REFERENCIA
                           STRING PERIODO-MATRICULA DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               COD-DISCIPLINA-MATR DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'DATA ' DELIMITED BY SIZE
                               DT-MATRICULA DELIMITED BY SIZE
                               ' TURMA ' DELIMITED BY SIZE
                               TURMA-MATRICULA DELIMITED BY SIZE
                               ' SIT. ' DELIMITED BY SIZE
                               STATUS-MATRICULA DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MATRICULA.
       3100-MATRICULAS-DO-ALUNO-FIM.
           EXIT.
      *
       3200-NOTAS-DO-ALUNO.
           SET WS-FS-ALUNOS2021 TO 0.
           SET WS-EOF           TO 0.
           OPEN INPUT ALUNOS2021
           IF WS-FS-ALUNOS2021 EQUAL 35
               GO TO 3200-NOTAS-DO-ALUNO-FIM
           END-IF

           MOVE WS-RGM TO RGM-ALUNOS2021
           MOVE LOW-VALUES TO PERIODO-ALUNOS2021 DISCIPLINA-ALUNOS2021
           START ALUNOS2021 KEY IS NOT LESS THAN CHAVE-ALUNOS2021
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS2021 NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RGM-ALUNOS2021 NOT EQUAL WS-RGM
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'ALUNOS2021' TO WS-LD-ARQUIVO
                           MOVE SPACES TO WS-LD-REFERENCIA
                           STRING PERIODO-ALUNOS2021 DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               DISCIPLINA-ALUNOS2021 DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE MEDIA-ALUNOS2021 TO WS-ED-NOTA
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'NOME ' DELIMITED BY SIZE
                               NOME-ALUNOS2021 DELIMITED BY SIZE
                               ' MEDIA ' DELIMITED BY SIZE
                               WS-ED-NOTA DELIMITED BY SIZE
                               ' SIT. ' DELIMITED BY SIZE
                               STATUS-ALUNOS2021 DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS2021.
       3200-NOTAS-DO-ALUNO-FIM.
           EXIT.
      *
      *> RESULTADO DE IMC E DADO DE SAUDE (DADO SENSIVEL NA LGPD) E
      *> ENTRA NO RELATORIO COMO QUALQUER OUTRO.
       3300-IMC-DO-ALUNO.
           SET WS-FS-IMC TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT IMC_RESULTADO
           IF WS-FS-IMC EQUAL 35
               GO TO 3300-IMC-DO-ALUNO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ IMC_RESULTADO
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RES-RGM-ALUNO EQUAL WS-RGM
                           MOVE 'IMC_RESULTADO' TO WS-LD-ARQUIVO
                           MOVE SPACES TO WS-LD-REFERENCIA
                           STRING 'CAMPANHA ' DELIMITED BY SIZE
                               RES-DT-CAMPANHA DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE RES-IMC TO WS-ED-IMC
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'IMC ' DELIMITED BY SIZE
                               WS-ED-IMC DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               RES-CLASSIFICACAO DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE IMC_RESULTADO.
       3300-IMC-DO-ALUNO-FIM.
           EXIT.
      *
       3400-CONVENIO-DO-ALUNO.
           SET WS-FS-CONVENIOS TO 0.
           OPEN INPUT CONVENIOS
           IF WS-FS-CONVENIOS EQUAL 35
               GO TO 3400-CONVENIO-DO-ALUNO-FIM
           END-IF

           MOVE WS-RGM TO CNV-RGM
           READ CONVENIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 3510-LINHA-CONVENIO
                       THRU 3510-LINHA-CONVENIO-FIM
           END-READ

           CLOSE CONVENIOS.
       3400-CONVENIO-DO-ALUNO-FIM.
           EXIT.
      *
       3510-LINHA-CONVENIO.
           MOVE 'CONVENIOS' TO WS-LD-ARQUIVO
           MOVE SPACES TO WS-LD-REFERENCIA
           STRING 'RGM ' DELIMITED BY SIZE
               CNV-RGM DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'CONVENIADA: CLIENTE ' DELIMITED BY SIZE
               CNV-COD-CLIENTE-CONV DELIMITED BY SIZE
               ' COBERTURA % ' DELIMITED BY SIZE
               CNV-PCT-COBERTURA DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               CNV-DT-INI DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               CNV-DT-FIM DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM.
       3510-LINHA-CONVENIO-FIM.
           EXIT.
      *
       3600-DECLARACOES-DO-ALUNO.
           SET WS-FS-DECL TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DECLARACOES
           IF WS-FS-DECL EQUAL 35
               GO TO 3600-DECLARACOES-DO-ALUNO-FIM
           END-IF

           PERFORM UNTIL WS-EOF = 1
               READ DECLARACOES
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEC-RGM EQUAL WS-RGM
                           MOVE 'DECLARACOES' TO WS-LD-ARQUIVO
                           MOVE SPACES TO WS-LD-REFERENCIA
                           STRING 'DECLARACAO ' DELIMITED BY SIZE
                               DEC-NUMERO DELIMITED BY SIZE
                               INTO WS-LD-REFERENCIA
                           MOVE SPACES TO WS-LD-DETALHE
                           STRING 'PERIODO ' DELIMITED BY SIZE
                               DEC-PERIODO DELIMITED BY SIZE
                               ' EMITIDA EM ' DELIMITED BY SIZE
                               DEC-DT-EMISSAO DELIMITED BY SIZE
                               ' POR ' DELIMITED BY SIZE
                               DEC-OPERADOR DELIMITED BY SIZE
                               INTO WS-LD-DETALHE
                           PERFORM 9100-LINHA-DETALHE
                               THRU 9100-LINHA-DETALHE-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DECLARACOES.
       3600-DECLARACOES-DO-ALUNO-FIM.
           EXIT.
      *
       3700-COLACAO-DO-ALUNO.
           SET WS-FS-COLACAO TO 0.
           OPEN INPUT COLACAO_GRAU
           IF WS-FS-COLACAO EQUAL 35
               GO TO 3700-COLACAO-DO-ALUNO-FIM
           END-IF

           MOVE WS-RGM TO COL-RGM
           READ COLACAO_GRAU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'COLACAO_GRAU' TO WS-LD-ARQUIVO
                   MOVE SPACES TO WS-LD-REFERENCIA
                   STRING 'DIPLOMA ' DELIMITED BY SIZE
                       COL-NR-DIPLOMA DELIMITED BY SIZE
                       INTO WS-LD-REFERENCIA
                   MOVE SPACES TO WS-LD-DETALHE
                   STRING 'NOME ' DELIMITED BY SIZE
                       COL-NOME DELIMITED BY SIZE
                       ' COLACAO EM ' DELIMITED BY SIZE
                       COL-DT-COLACAO DELIMITED BY SIZE
                       INTO WS-LD-DETALHE
                   PERFORM 9100-LINHA-DETALHE
                       THRU 9100-LINHA-DETALHE-FIM
           END-READ

           CLOSE COLACAO_GRAU.
       3700-COLACAO-DO-ALUNO-FIM.
           EXIT.
      *
      *> TRILHA DE RETIFICACAO DE NOTAS CORRENTE E O HISTORICO
      *> EXPURGADO PELA RETENCAO (EXERCICIO_121).
       3800-AUDITORIA-DO-ALUNO.
           SET WS-FS-AUDIT TO 0.
           SET WS-EOF      TO 0.
           MOVE 'AUDIT_NOTAS' TO WS-ARQ-AUDIT
           OPEN INPUT AUDIT_NOTAS
           IF WS-FS-AUDIT NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ AUDIT_NOTAS INTO WS-AUDIT-NOTA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 3810-LINHA-AUDIT-NOTA
                               THRU 3810-LINHA-AUDIT-NOTA-FIM
                   END-READ
               END-PERFORM
               CLOSE AUDIT_NOTAS
           END-IF

           SET WS-FS-AUDIT TO 0.
           SET WS-EOF      TO 0.
           MOVE 'AUDIT_NOTAS_HIST' TO WS-ARQ-AUDIT
           OPEN INPUT AUDNOT_HIST
           IF WS-FS-AUDIT NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ AUDNOT_HIST INTO WS-AUDIT-NOTA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 3810-LINHA-AUDIT-NOTA
                               THRU 3810-LINHA-AUDIT-NOTA-FIM
                   END-READ
               END-PERFORM
               CLOSE AUDNOT_HIST
           END-IF.
       3800-AUDITORIA-DO-ALUNO-FIM.
           EXIT.
      *
       3810-LINHA-AUDIT-NOTA.
           IF NAUD-RGM NOT EQUAL WS-RGM
               GO TO 3810-LINHA-AUDIT-NOTA-FIM
           END-IF

           MOVE WS-ARQ-AUDIT TO WS-LD-ARQUIVO
           MOVE SPACES TO WS-LD-REFERENCIA
           STRING NAUD-PERIODO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NAUD-DISCIPLINA DELIMITED BY SIZE
               INTO WS-LD-REFERENCIA
           MOVE SPACES TO WS-LD-DETALHE
           STRING 'RETIFICACAO ' DELIMITED BY SIZE
               NAUD-STATUS-ANT DELIMITED BY SIZE
               ' -> ' DELIMITED BY SIZE
               NAUD-STATUS-NOVO DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               NAUD-DATA-HORA DELIMITED BY SIZE
               ' POR ' DELIMITED BY SIZE
               NAUD-OPERADOR DELIMITED BY SIZE
               INTO WS-LD-DETALHE
           PERFORM 9100-LINHA-DETALHE THRU 9100-LINHA-DETALHE-FIM.
       3810-LINHA-AUDIT-NOTA-FIM.
           EXIT.
      *
      **************************************
      * IMPEDIMENTOS DA ANONIMIZACAO:      *
      * DUPLICATA EM ABERTO DO CLIENTE (OU *
      * DO RESPONSAVEL PELO ALUNO) E       *
      * MATRICULA ATIVA. MOTIVO EM BRANCO  *
      * = PODE ANONIMIZAR                  *
      **************************************
      *
       4000-CONFERE-PENDENCIAS.
           MOVE SPACES TO WS-MOTIVO

           IF WS-TIPO-TITULAR EQUAL 'C'
               SET WS-FS-CLIENTES TO 0
               OPEN INPUT CLIENTES
               MOVE WS-COD-CLIENTE TO COD-CLIENTE
               READ CLIENTES
                   INVALID KEY
                       INITIALIZE REG-CLIENTE
               END-READ
               CLOSE CLIENTES
               IF CLIENTE-ANONIMIZADO
                   MOVE 'CLIENTE JA ANONIMIZADO' TO WS-MOTIVO
                   GO TO 4000-CONFERE-PENDENCIAS-FIM
               END-IF
           END-IF

           PERFORM 4100-CONFERE-DUPLICATAS
               THRU 4100-CONFERE-DUPLICATAS-FIM
           IF WS-MOTIVO NOT EQUAL SPACES
               GO TO 4000-CONFERE-PENDENCIAS-FIM
           END-IF

      *> NO PEDIDO DE CLIENTE, QUALQUER ALUNO DE QUEM ELE E O
      *> RESPONSAVEL FINANCEIRO COM MATRICULA ATIVA TAMBEM IMPEDE.
           IF WS-TIPO-TITULAR EQUAL 'A'
               PERFORM 4200-CONFERE-MATRICULA
                   THRU 4200-CONFERE-MATRICULA-FIM
               GO TO 4000-CONFERE-PENDENCIAS-FIM
           END-IF

           SET WS-FS-ALUNOS TO 0.
           SET WS-EOF       TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL 35
               GO TO 4000-CONFERE-PENDENCIAS-FIM
           END-IF
           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE-ALUNO EQUAL WS-COD-CLIENTE
                           MOVE RGM-ALUNO TO WS-RGM
                           PERFORM 4200-CONFERE-MATRICULA
                               THRU 4200-CONFERE-MATRICULA-FIM
                           IF WS-MOTIVO NOT EQUAL SPACES
                               MOVE 1 TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALUNOS
           MOVE ZEROS TO WS-RGM.
       4000-CONFERE-PENDENCIAS-FIM.
           EXIT.
      *
      *> SALDO EM ABERTO COMO NA EXPOSICAO DE CREDITO (CRED_CHECK):
      *> DUPLICATAS NAO PAGAS, VENCIDAS NAO RENEGOCIADAS E O RESTO
      *> DAS PARCIAIS.
       4100-CONFERE-DUPLICATAS.
           IF WS-COD-CLIENTE EQUAL ZEROS
               GO TO 4100-CONFERE-DUPLICATAS-FIM
           END-IF
           MOVE ZEROS TO WS-SALDO

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPLICATAS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPLICATAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DUPL-COD-CLIENTE OF REG-DUPLICATA
                               EQUAL WS-COD-CLIENTE AND
                               DUPL-ST-DUPLICATA OF REG-DUPLICATA
                               EQUAL "NAO"
                               COMPUTE WS-SALDO = WS-SALDO +
                                   DUPL-VL-FATURA OF REG-DUPLICATA -
                                   DUPL-VL-PAGO OF REG-DUPLICATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATAS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_VENCIDAS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DUPL-COD-CLIENTE OF REG-DUPL_VENCIDAS
                               EQUAL WS-COD-CLIENTE AND
                               DUPL-ST-DUPLICATA OF REG-DUPL_VENCIDAS
                               NOT EQUAL "REN"
                               COMPUTE WS-SALDO = WS-SALDO +
                                   DUPL-VL-FATURA OF REG-DUPL_VENCIDAS -
                                   DUPL-VL-PAGO OF REG-DUPL_VENCIDAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPL_VENCIDAS
           END-IF

           SET WS-FS-DUPL TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_PARCIAIS
           IF WS-FS-DUPL NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PARCIAIS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF DUPL-COD-CLIENTE OF REG-DUPL_PARCIAIS
                               EQUAL WS-COD-CLIENTE
                               COMPUTE WS-SALDO = WS-SALDO +
                                   DUPL-VL-FATURA OF REG-DUPL_PARCIAIS -
                                   DUPL-VL-PAGO OF REG-DUPL_PARCIAIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPL_PARCIAIS
           END-IF

           IF WS-SALDO > ZEROS
               MOVE WS-SALDO TO WS-ED-VALOR
               MOVE SPACES TO WS-MOTIVO
               STRING 'DUPLICATAS EM ABERTO ' DELIMITED BY SIZE
                   WS-ED-VALOR DELIMITED BY SIZE
                   INTO WS-MOTIVO
           END-IF.
       4100-CONFERE-DUPLICATAS-FIM.
           EXIT.
      *
       4200-CONFERE-MATRICULA.
           SET WS-FS-MATR TO 0.
           OPEN INPUT MATRICULA
           IF WS-FS-MATR EQUAL 35
               GO TO 4200-CONFERE-MATRICULA-FIM
           END-IF

           MOVE WS-RGM TO RGM-MATRICULA
           MOVE LOW-VALUES TO PERIODO-MATRICULA COD-DISCIPLINA-MATR
           START MATRICULA KEY IS NOT LESS THAN CHAVE-MATRICULA
               INVALID KEY
                   MOVE 'F' TO WS-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-START

           PERFORM UNTIL WS-ACHOU NOT EQUAL 'S'
               READ MATRICULA NEXT RECORD
                   AT END
                       MOVE 'F' TO WS-ACHOU
                   NOT AT END
                       IF RGM-MATRICULA NOT EQUAL WS-RGM
                           MOVE 'F' TO WS-ACHOU
                       ELSE
                           IF STATUS-MATRICULA EQUAL 'ATIVA'
                               MOVE SPACES TO WS-MOTIVO
                               STRING 'MATRICULA ATIVA DO RGM '
                                   DELIMITED BY SIZE
                                   WS-RGM DELIMITED BY SIZE
                                   ' EM ' DELIMITED BY SIZE
                                   PERIODO-MATRICULA DELIMITED BY SIZE
                                   INTO WS-MOTIVO
                               MOVE 'F' TO WS-ACHOU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'S' TO WS-ACHOU
           CLOSE MATRICULA.
       4200-CONFERE-MATRICULA-FIM.
           EXIT.
      *
      **************************************
      * ANONIMIZA O CLIENTE: NOME,         *
      * TELEFONE, ENDERECO, E-MAIL E       *
      * CPF/CNPJ VIRAM MARCAS; CIDADE E UF *
      * FICAM PARA AS ESTATISTICAS         *
      **************************************
      *
       5000-ANONIMIZA-CLIENTE.
           MOVE 'L'             TO WS-LK-FUNCAO
           MOVE 'CLIENTES'      TO WS-LK-ARQUIVO
           MOVE SPACES          TO WS-LK-REGISTRO
           MOVE WS-COD-CLIENTE  TO WS-LK-REGISTRO(1:5)
           CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
               WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
               WS-LK-RESULTADO
           IF WS-LK-RESULTADO EQUAL 'N'
               MOVE SPACES TO WS-MOTIVO
               STRING 'REGISTRO EM EDICAO PELO OPERADOR '
                   DELIMITED BY SIZE
                   WS-LK-DONO DELIMITED BY SIZE
                   INTO WS-MOTIVO
               GO TO 5000-ANONIMIZA-CLIENTE-FIM
           END-IF

           SET WS-FS-CLIENTES TO 0.
           OPEN I-O CLIENTES
           MOVE WS-COD-CLIENTE TO COD-CLIENTE
           READ CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
           END-READ

           IF WS-MOTIVO EQUAL SPACES
               PERFORM 5100-MONTA-MARCAS THRU 5100-MONTA-MARCAS-FIM
               MOVE WS-MARCA-NOME     TO NOME-CLIENTE
               MOVE WS-MARCA-TELEFONE TO TELEFONE-CLIENTE
               MOVE 'ANONIMIZADO'     TO LOGRADOURO-CLIENTE
               MOVE SPACES            TO NUMERO-CLIENTE
               MOVE ZEROS             TO CEP-CLIENTE
               MOVE WS-MARCA-EMAIL    TO EMAIL-CLIENTE
               MOVE ZEROS             TO DOCTO-CLIENTE
               MOVE 'N'               TO REVISAO-ENDERECO
               REWRITE REG-CLIENTE
                   INVALID KEY
                       MOVE 'ERRO NA GRAVACAO DE CLIENTES'
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-ALTERADOS
                       PERFORM 9700-GRAVA-JORNAL
                           THRU 9700-GRAVA-JORNAL-FIM
               END-REWRITE
           END-IF
           CLOSE CLIENTES

           MOVE 'U' TO WS-LK-FUNCAO
           CALL 'REG_LOCK' USING WS-LK-FUNCAO, WS-LK-ARQUIVO,
               WS-LK-REGISTRO, WS-SIGN-OPERADOR, WS-LK-DONO,
               WS-LK-RESULTADO.
       5000-ANONIMIZA-CLIENTE-FIM.
           EXIT.
      *
       5100-MONTA-MARCAS.
           MOVE SPACES TO WS-MARCA-NOME WS-MARCA-TELEFONE
               WS-MARCA-EMAIL
           STRING 'ANONIMIZADO ' DELIMITED BY SIZE
               WS-COD-TITULAR DELIMITED BY SIZE
               INTO WS-MARCA-NOME
           STRING 'ANON-' DELIMITED BY SIZE
               WS-COD-TITULAR DELIMITED BY SIZE
               INTO WS-MARCA-TELEFONE
           STRING 'ANON' DELIMITED BY SIZE
               WS-COD-TITULAR DELIMITED BY SIZE
               '@ANONIMIZADO' DELIMITED BY SIZE
               INTO WS-MARCA-EMAIL.
       5100-MONTA-MARCAS-FIM.
           EXIT.
      *
      **************************************
      * ANONIMIZA O ALUNO: NOME E CPF NO   *
      * CADASTRO E O NOME REPETIDO NAS     *
      * NOTAS; NOTAS, MATRICULAS E DEMAIS  *
      * DADOS ACADEMICOS FICAM INTACTOS    *
      **************************************
      *
       6000-ANONIMIZA-ALUNO.
           SET WS-FS-ALUNOS TO 0.
           OPEN I-O ALUNOS
           MOVE WS-RGM TO RGM-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE 'ALUNO NAO ENCONTRADO' TO WS-MOTIVO
           END-READ
           IF WS-MOTIVO NOT EQUAL SPACES
               CLOSE ALUNOS
               GO TO 6000-ANONIMIZA-ALUNO-FIM
           END-IF
           IF NOME-ALUNO EQUAL 'ANONIMIZADO'
               MOVE 'ALUNO JA ANONIMIZADO' TO WS-MOTIVO
               CLOSE ALUNOS
               GO TO 6000-ANONIMIZA-ALUNO-FIM
           END-IF

      *> O NOME DO ALUNO E ALFABETICO, ENTAO A MARCA NAO LEVA O RGM;
      *> O PROPRIO RGM CONTINUA DISTINGUINDO OS REGISTROS.
           MOVE 'ANONIMIZADO' TO NOME-ALUNO
           MOVE ZEROS         TO CPF-ALUNO
           REWRITE ALUNOS-FILE
               INVALID KEY
                   MOVE 'ERRO NA GRAVACAO DE ALUNOS' TO WS-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERADOS
           END-REWRITE
           CLOSE ALUNOS
           IF WS-MOTIVO NOT EQUAL SPACES
               GO TO 6000-ANONIMIZA-ALUNO-FIM
           END-IF

           SET WS-FS-ALUNOS2021 TO 0.
           SET WS-EOF           TO 0.
           OPEN I-O ALUNOS2021
           IF WS-FS-ALUNOS2021 EQUAL 35
               GO TO 6000-ANONIMIZA-ALUNO-FIM
           END-IF

           MOVE WS-RGM TO RGM-ALUNOS2021
           MOVE LOW-VALUES TO PERIODO-ALUNOS2021 DISCIPLINA-ALUNOS2021
           START ALUNOS2021 KEY IS NOT LESS THAN CHAVE-ALUNOS2021
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS2021 NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RGM-ALUNOS2021 NOT EQUAL WS-RGM
                           MOVE 1 TO WS-EOF
                       ELSE
                           MOVE 'ANONIMIZADO' TO NOME-ALUNOS2021
                           REWRITE ALUNOS2021-FILE
                           ADD 1 TO WS-QTD-ALTERADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS2021.
       6000-ANONIMIZA-ALUNO-FIM.
           EXIT.
      *
      **************************************
      * REGISTRO DO PEDIDO DO TITULAR EM   *
      * LGPD_SOLICITACOES (ATENDIDO OU     *
      * RECUSADO)                          *
      **************************************
      *
       9000-REGISTRA-PEDIDO.
           SET WS-FS-LGPD TO 0.
           OPEN EXTEND LGPD_SOLICITACOES
           IF WS-FS-LGPD EQUAL 35
               OPEN OUTPUT LGPD_SOLICITACOES
           END-IF

           INITIALIZE REG-LGPD-SOLICITACAO
           MOVE FUNCTION CURRENT-DATE(1:14) TO LGS-DATA-HORA
           MOVE WS-SIGN-OPERADOR   TO LGS-OPERADOR
           MOVE WS-TIPO-TITULAR    TO LGS-TIPO-TITULAR
           MOVE WS-COD-TITULAR     TO LGS-COD-TITULAR
           MOVE WS-MODO            TO LGS-MODO
           MOVE WS-QTD-OCORRENCIAS TO LGS-QTD-OCORRENCIAS
           MOVE WS-RESULTADO       TO LGS-RESULTADO
           MOVE WS-MOTIVO          TO LGS-MOTIVO
           WRITE REG-LGPD-SOLICITACAO
           CLOSE LGPD_SOLICITACOES.
       9000-REGISTRA-PEDIDO-FIM.
           EXIT.
      *
       9100-LINHA-DETALHE.
           MOVE WS-LINHA-DET TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           ADD 1 TO WS-QTD-OCORRENCIAS.
       9100-LINHA-DETALHE-FIM.
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
           STRING 'DADOS PESSOAIS DO TITULAR (LGPD)'
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           IF WS-TIPO-TITULAR EQUAL 'C'
               STRING ' TITULAR: CLIENTE ' DELIMITED BY SIZE
                   WS-COD-TITULAR DELIMITED BY SIZE
                   INTO WS-LINHA-CAB
           ELSE
               STRING ' TITULAR: ALUNO RGM ' DELIMITED BY SIZE
                   WS-COD-TITULAR DELIMITED BY SIZE
                   INTO WS-LINHA-CAB
           END-IF
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES       TO WS-LINHA-CAB
           MOVE 'ARQUIVO'    TO WS-LINHA-CAB(2:7)
           MOVE 'REFERENCIA' TO WS-LINHA-CAB(22:10)
           MOVE 'DADOS'      TO WS-LINHA-CAB(44:5)
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           ADD 1 TO WS-REL-PAGINA
           MOVE 4 TO WS-REL-LINHAS.
       9600-CABECALHO-REL-FIM.
           EXIT.
      *
      **************************************
      * ANEXA A IMAGEM POSTERIOR DO        *
      * CLIENTE AO JORNAL (GRAVA_IMAGEM)   *
      **************************************
      *
       9700-GRAVA-JORNAL.
           MOVE 'CLIENTES'   TO WS-JR-ARQUIVO
           MOVE SPACES       TO WS-JR-CHAVE
           MOVE COD-CLIENTE  TO WS-JR-CHAVE(1:5)
           MOVE SPACES       TO WS-JR-IMAGEM
           MOVE REG-CLIENTE  TO WS-JR-IMAGEM
           CALL 'GRAVA_IMAGEM' USING WS-JR-ARQUIVO, WS-JR-CHAVE,
               WS-JR-IMAGEM, WS-SIGN-OPERADOR.
       9700-GRAVA-JORNAL-FIM.
           EXIT.

       END PROGRAM EXERCICIO_204.

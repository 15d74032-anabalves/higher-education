      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: EXTRATO MASCARADO PARA TESTES: COPIA OS MASTERS
      * CLIENTES, ALUNOS, FORNECEDORES, VENDEDORES, PROFESSORES E
      * OPERADORES E OS ARQUIVOS DE MOVIMENTO (MATRICULA, ALUNOS2021,
      * CONVENIOS, DUPLICATAS, DUPL_PAGAS, DUPL_VENCIDAS,
      * DUPL_PARCIAIS, PEDIDOS_VENDA E DUPL_PAGAR) PARA UM CONJUNTO DE
      * TESTE NOS ARQUIVOS *_teste, COM O MESMO LAYOUT E AS MESMAS
      * CHAVES. NOME, TELEFONE, E-MAIL, ENDERECO, CPF/CNPJ, CONTA
      * BANCARIA E SENHAS SAO TROCADOS POR VALORES FICTICIOS GERADOS A
      * PARTIR DA CHAVE, DE MODO QUE A MESMA PESSOA RECEBE O MESMO
      * NOME FALSO EM TODOS OS ARQUIVOS (ALUNOS E ALUNOS2021) E OS
      * VINCULOS ENTRE ARQUIVOS (CODIGO DE CLIENTE, RGM, FORNECEDOR,
      * VENDEDOR, OPERADOR) CONTINUAM VALENDO. OS DOCUMENTOS FALSOS
      * TEM DIGITO VERIFICADOR VALIDO (VALIDA_DOCTO), PARA QUE A
      * MANUTENCAO OS ACEITE. VALORES E DATAS SAO MANTIDOS, PARA QUE
      * O AGING E OS JUROS SE COMPORTEM COMO NA PRODUCAO. NO MODO
      * AMOSTRA SO UM CLIENTE A CADA N VAI PARA O TESTE, JUNTO COM OS
      * ALUNOS DE QUEM ELE E RESPONSAVEL (E AS MATRICULAS, NOTAS E
      * CONVENIOS DELES), AS DUPLICATAS E OS PEDIDOS; O CLIENTE
      * CONVENIADO DE UM ALUNO DA AMOSTRA TAMBEM ENTRA. FORNECEDORES,
      * VENDEDORES, PROFESSORES, OPERADORES E DUPL_PAGAR VAO INTEIROS.
      * DEPOIS DA COPIA O PROPRIO LOTE RELE O CONJUNTO DE TESTE E
      * CONFERE CADA CAMPO PESSOAL CONTRA O REGISTRO DE PRODUCAO DA
      * MESMA CHAVE; O RELATORIO (mascaramento_rel) CONFIRMA QUE
      * NENHUM DADO REAL SOBREVIVEU OU LISTA O QUE SOBREVIVEU
      * (RETURN-CODE 16). MODO, INTERVALO DA AMOSTRA E SENHA DE TESTE
      * VEM DO CARTAO exercicio_205_param OU DO TECLADO.
      * AO FECHAR, O RELATORIO E CATALOGADO NO SPOOL (ARQUIVA_REL)
      * PARA CONSULTA E REIMPRESSAO PELO EXERCICIO_203.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_205.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CARTAO DE PARAMETROS (ESTILO SYSIN): QUANDO EXISTE, O LOTE
      *> RODA SEM TECLADO NA JANELA NOTURNA.
           SELECT CARTAO_PARAM ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\exercicio_205_param.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARTAO.

      *> MASTERS DE PRODUCAO: LIDOS EM SEQUENCIA NA COPIA E PELA
      *> CHAVE NA CONFERENCIA FINAL.
           SELECT CLIENTES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-CLIENTE OF REG-CLIENTE
           FILE STATUS IS WS-FS-PROD.

           SELECT ALUNOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RGM-ALUNO
           FILE STATUS IS WS-FS-PROD.

           SELECT FORNECEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FORN-COD-FORNECEDOR OF REG-FORNECEDOR
           FILE STATUS IS WS-FS-PROD.

           SELECT VENDEDORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendedores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COD-VENDEDOR OF REG-VENDEDOR
           FILE STATUS IS WS-FS-PROD.

           SELECT PROFESSORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROF-MATRICULA
           FILE STATUS IS WS-FS-PROD.

           SELECT OPERADORES ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\operadores.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OP-ID OF REG-OPERADOR
           FILE STATUS IS WS-FS-PROD.

      *> ARQUIVOS DE MOVIMENTO DE PRODUCAO.
           SELECT MATRICULA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CHAVE-MATRICULA
           FILE STATUS IS WS-FS-PROD.

           SELECT ALUNOS2021 ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHAVE-ALUNOS2021
           FILE STATUS IS WS-FS-PROD.

           SELECT CONVENIOS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\convenios.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CNV-RGM
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPLICATAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPLICATA
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPL_PAGAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_PAGAS
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPL_VENCIDAS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPL_PARCIAIS ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS
           FILE STATUS IS WS-FS-PROD.

           SELECT PEDIDOS_VENDA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PV-CHAVE OF REG-PEDIDO-VENDA
           FILE STATUS IS WS-FS-PROD.

           SELECT DUPL_PAGAR ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO OF REG-DUPL-PAGAR
           FILE STATUS IS WS-FS-PROD.

      *> CONJUNTO DE TESTE: MESMO LAYOUT E MESMA CHAVE DO ORIGINAL,
      *> COM O SUFIXO _teste NO NOME (COMO O _backup DO EXERCICIO_072).
           SELECT CLIENTES_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COD-CLIENTE OF REG-CLIENTE-TST
           FILE STATUS IS WS-FS-TST.

           SELECT ALUNOS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-RGM-ALUNO
           FILE STATUS IS WS-FS-TST.

           SELECT FORNECEDORES_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\fornecedores_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FORN-COD-FORNECEDOR OF REG-FORNECEDOR-TST
           FILE STATUS IS WS-FS-TST.

           SELECT VENDEDORES_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendedores_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-COD-VENDEDOR
           FILE STATUS IS WS-FS-TST.

           SELECT PROFESSORES_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\professores_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-PROF-MATRICULA
           FILE STATUS IS WS-FS-TST.

           SELECT OPERADORES_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\operadores_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OP-ID OF REG-OPERADOR-TST
           FILE STATUS IS WS-FS-TST.

           SELECT MATRICULA_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matricula_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-CHAVE-MATRICULA
           FILE STATUS IS WS-FS-TST.

           SELECT ALUNOS2021_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos2021_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-CHAVE-ALUNOS2021
           FILE STATUS IS WS-FS-TST.

           SELECT CONVENIOS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\convenios_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TST-CNV-RGM
           FILE STATUS IS WS-FS-TST.

           SELECT DUPLICATAS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPLICATA-TST
           FILE STATUS IS WS-FS-TST.

           SELECT DUPL_PAGAS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_PAGAS-TST
           FILE STATUS IS WS-FS-TST.

           SELECT DUPL_VENCIDAS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_VENCIDAS-TST
           FILE STATUS IS WS-FS-TST.

           SELECT DUPL_PARCIAIS_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DUPL-NR-DUPLICATA OF REG-DUPL_PARCIAIS-TST
           FILE STATUS IS WS-FS-TST.

           SELECT PEDIDOS_VENDA_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PV-CHAVE OF REG-PEDIDO-VENDA-TST
           FILE STATUS IS WS-FS-TST.

           SELECT DUPL_PAGAR_TST ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagar_teste.txt'
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAG-NR-TITULO OF REG-DUPL-PAGAR-TST
           FILE STATUS IS WS-FS-TST.

           SELECT RELATORIO ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\mascaramento_rel.txt'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
           03 CARD-MODO                PIC X(001).
           03 CARD-INTERVALO           PIC 9(003).
           03 CARD-SENHA-TESTE         PIC X(008).

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

       FD FORNECEDORES.
       01 REG-FORNECEDOR.
           COPY FORNEC.

       FD VENDEDORES.
       01 REG-VENDEDOR.
           03 COD-VENDEDOR            PIC 9(03).
           03 NOME-VENDEDOR           PIC X(20).

       FD PROFESSORES.
       01 REG-PROFESSOR.
           COPY PROFESSOR.

       FD OPERADORES.
       01 REG-OPERADOR.
           COPY OPERADOR.

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

       FD CONVENIOS.
       01 REG-CONVENIO.
           03 CNV-RGM                  PIC 9(005).
           03 CNV-COD-CLIENTE-CONV     PIC 9(005).
           03 CNV-PCT-COBERTURA        PIC 9(003).
           03 CNV-DT-INI               PIC 9(008).
           03 CNV-DT-FIM               PIC 9(008).

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

       FD PEDIDOS_VENDA.
       01 REG-PEDIDO-VENDA.
           COPY PEDVENDA.

       FD DUPL_PAGAR.
       01 REG-DUPL-PAGAR.
           COPY DUPLPAG.

       FD CLIENTES_TST.
       01 REG-CLIENTE-TST.
           COPY CLIENTE.

       FD ALUNOS_TST.
       01 REG-ALUNO-TST.
           03 TST-RGM-ALUNO            PIC 9(005).
           03 TST-NOME-ALUNO           PIC A(020).
           03 FILLER                   PIC X(021).
           03 TST-CPF-ALUNO            PIC 9(011).
           03 FILLER                   PIC X(003).

       FD FORNECEDORES_TST.
       01 REG-FORNECEDOR-TST.
           COPY FORNEC.

       FD VENDEDORES_TST.
       01 REG-VENDEDOR-TST.
           03 TST-COD-VENDEDOR         PIC 9(03).
           03 TST-NOME-VENDEDOR        PIC X(20).

       FD PROFESSORES_TST.
       01 REG-PROFESSOR-TST.
           03 TST-PROF-MATRICULA       PIC X(08).
           03 TST-PROF-NOME            PIC X(20).
           03 TST-PROF-TITULACAO       PIC X(15).
           03 TST-PROF-REGIME          PIC X(01).
           03 TST-PROF-VL-HORA         PIC 9(05)V99.
           03 TST-PROF-COD-FORNECEDOR  PIC 9(05).

       FD OPERADORES_TST.
       01 REG-OPERADOR-TST.
           COPY OPERADOR.

       FD MATRICULA_TST.
       01 REG-MATRICULA-TST.
           03 TST-CHAVE-MATRICULA      PIC X(017).
           03 FILLER                   PIC X(021).

       FD ALUNOS2021_TST.
       01 REG-ALUNOS2021-TST.
           03 TST-CHAVE-ALUNOS2021     PIC X(017).
           03 TST-NOME-ALUNOS2021      PIC A(020).
           03 FILLER                   PIC X(022).

       FD CONVENIOS_TST.
       01 REG-CONVENIO-TST.
           03 TST-CNV-RGM              PIC 9(005).
           03 FILLER                   PIC X(024).

       FD DUPLICATAS_TST.
       01 REG-DUPLICATA-TST.
           COPY DUPLICATA.

       FD DUPL_PAGAS_TST.
       01 REG-DUPL_PAGAS-TST.
           COPY DUPLICATA.

       FD DUPL_VENCIDAS_TST.
       01 REG-DUPL_VENCIDAS-TST.
           COPY DUPLICATA.

       FD DUPL_PARCIAIS_TST.
       01 REG-DUPL_PARCIAIS-TST.
           COPY DUPLICATA.

       FD PEDIDOS_VENDA_TST.
       01 REG-PEDIDO-VENDA-TST.
           COPY PEDVENDA.

       FD DUPL_PAGAR_TST.
       01 REG-DUPL-PAGAR-TST.
           COPY DUPLPAG.

       FD RELATORIO.
       01 REG-RELATORIO                PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-CARTAO                 PIC 99.
       77 WS-FS-PROD                   PIC 99.
       77 WS-FS-TST                    PIC 99.
       77 WS-FS-REL                    PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-HOJE-AAAAMMDD             PIC 9(008).

      *> MODO DO EXTRATO: 'T' TODOS OS CLIENTES, 'A' AMOSTRA DE UM
      *> CLIENTE A CADA WS-INTERVALO (O PRIMEIRO E DEPOIS DE N EM N,
      *> NA ORDEM DO CODIGO). A SENHA DE TESTE VAI PARA TODOS OS
      *> OPERADORES DO CONJUNTO DE TESTE.
       77 WS-MODO                      PIC X(001).
       77 WS-INTERVALO                 PIC 9(003).
       77 WS-SENHA-TESTE               PIC X(008).

      *> CLIENTES E ALUNOS QUE ENTRAM NO TESTE, INDEXADOS PELO PROPRIO
      *> CODIGO/RGM ('S' = ENTRA). NO MODO 'T' TODOS ENTRAM.
       01 WS-TAB-CLI-SEL.
           03 WS-CLI-SEL OCCURS 99999 TIMES PIC X(001).
       01 WS-TAB-RGM-SEL.
           03 WS-RGM-SEL OCCURS 99999 TIMES PIC X(001).
      *> RGM CUJO NOME FALSO PRECISOU SER DESLOCADO POR COINCIDIR COM
      *> O NOME REAL EM ALUNOS; ALUNOS2021 USA O MESMO DESLOCAMENTO
      *> PARA QUE O ALUNO TENHA O MESMO NOME FALSO NOS DOIS ARQUIVOS.
       01 WS-TAB-RGM-DESLOC.
           03 WS-RGM-DESLOC OCCURS 99999 TIMES PIC X(001).
       77 WS-QTD-CLI-LIDOS             PIC 9(007).
       77 WS-QTD-CLI-AMOSTRA           PIC 9(007).
       77 WS-QTD-CLI-CONVENIO          PIC 9(007).
       77 WS-QTD-RGM-AMOSTRA           PIC 9(007).
       77 WS-RESTO                     PIC 9(005).
       77 WS-QUOCIENTE                 PIC 9(007).
       77 WS-COD-TESTE                 PIC 9(005).
       77 WS-GRAVA                     PIC X(001).

      *> CONTROLE POR ARQUIVO: LIDOS = GRAVADOS + FORA DA AMOSTRA; NA
      *> CONFERENCIA, REGISTROS RELIDOS E CAMPOS PESSOAIS QUE AINDA
      *> SAO IGUAIS AOS DE PRODUCAO (SOBREVIVENTES).
       01 WS-TAB-NOME-ARQ.
           03 FILLER PIC X(016) VALUE 'CLIENTES'.
           03 FILLER PIC X(016) VALUE 'ALUNOS'.
           03 FILLER PIC X(016) VALUE 'FORNECEDORES'.
           03 FILLER PIC X(016) VALUE 'VENDEDORES'.
           03 FILLER PIC X(016) VALUE 'PROFESSORES'.
           03 FILLER PIC X(016) VALUE 'OPERADORES'.
           03 FILLER PIC X(016) VALUE 'MATRICULA'.
           03 FILLER PIC X(016) VALUE 'ALUNOS2021'.
           03 FILLER PIC X(016) VALUE 'CONVENIOS'.
           03 FILLER PIC X(016) VALUE 'DUPLICATAS'.
           03 FILLER PIC X(016) VALUE 'DUPL_PAGAS'.
           03 FILLER PIC X(016) VALUE 'DUPL_VENCIDAS'.
           03 FILLER PIC X(016) VALUE 'DUPL_PARCIAIS'.
           03 FILLER PIC X(016) VALUE 'PEDIDOS_VENDA'.
           03 FILLER PIC X(016) VALUE 'DUPL_PAGAR'.
       01 FILLER REDEFINES WS-TAB-NOME-ARQ.
           03 WS-NOME-ARQ OCCURS 15 TIMES PIC X(016).
       01 WS-TAB-ARQ.
           03 WS-ARQ OCCURS 15 TIMES.
              05 WS-ARQ-EXISTE         PIC X(001).
              05 WS-ARQ-LIDOS          PIC 9(007).
              05 WS-ARQ-GRAVADOS       PIC 9(007).
              05 WS-ARQ-FORA           PIC 9(007).
              05 WS-ARQ-MASCARADOS     PIC 9(007).
              05 WS-ARQ-CONFERIDOS     PIC 9(007).
              05 WS-ARQ-SOBREVIVENTES  PIC 9(007).
       77 WS-IX                        PIC 9(002).
       77 WS-QTD-INEXISTENTES          PIC 9(002) VALUE ZEROS.
       77 WS-QTD-SOBREVIVENTES         PIC 9(007) VALUE ZEROS.
       77 WS-QTD-DESBALANCEADOS        PIC 9(002) VALUE ZEROS.
       77 WS-QTD-CONFERE               PIC 9(007).

      *> GERADOR DE NOMES FICTICIOS: O NOME SAI SEMPRE O MESMO PARA A
      *> MESMA SEMENTE (A CHAVE DO REGISTRO MAIS UM DESLOCAMENTO POR
      *> TIPO DE PESSOA), COMBINANDO 20 PRENOMES E 25 SOBRENOMES.
       01 WS-TAB-PRENOMES.
           03 FILLER PIC X(008) VALUE 'ANA'.
           03 FILLER PIC X(008) VALUE 'BRUNO'.
           03 FILLER PIC X(008) VALUE 'CARLA'.
           03 FILLER PIC X(008) VALUE 'DANIEL'.
           03 FILLER PIC X(008) VALUE 'EDUARDO'.
           03 FILLER PIC X(008) VALUE 'FERNANDA'.
           03 FILLER PIC X(008) VALUE 'GUSTAVO'.
           03 FILLER PIC X(008) VALUE 'HELENA'.
           03 FILLER PIC X(008) VALUE 'IGOR'.
           03 FILLER PIC X(008) VALUE 'JULIANA'.
           03 FILLER PIC X(008) VALUE 'LUCAS'.
           03 FILLER PIC X(008) VALUE 'MARINA'.
           03 FILLER PIC X(008) VALUE 'NELSON'.
           03 FILLER PIC X(008) VALUE 'OLIVIA'.
           03 FILLER PIC X(008) VALUE 'PAULO'.
           03 FILLER PIC X(008) VALUE 'RAQUEL'.
           03 FILLER PIC X(008) VALUE 'SERGIO'.
           03 FILLER PIC X(008) VALUE 'TATIANA'.
           03 FILLER PIC X(008) VALUE 'VITOR'.
           03 FILLER PIC X(008) VALUE 'ALINE'.
       01 FILLER REDEFINES WS-TAB-PRENOMES.
           03 WS-PRENOME OCCURS 20 TIMES PIC X(008).
       01 WS-TAB-SOBRENOMES.
           03 FILLER PIC X(010) VALUE 'ALMEIDA'.
           03 FILLER PIC X(010) VALUE 'BARROS'.
           03 FILLER PIC X(010) VALUE 'CARDOSO'.
           03 FILLER PIC X(010) VALUE 'DUARTE'.
           03 FILLER PIC X(010) VALUE 'FARIAS'.
           03 FILLER PIC X(010) VALUE 'GOMES'.
           03 FILLER PIC X(010) VALUE 'MACEDO'.
           03 FILLER PIC X(010) VALUE 'MOREIRA'.
           03 FILLER PIC X(010) VALUE 'NOGUEIRA'.
           03 FILLER PIC X(010) VALUE 'PEIXOTO'.
           03 FILLER PIC X(010) VALUE 'QUEIROZ'.
           03 FILLER PIC X(010) VALUE 'RAMOS'.
           03 FILLER PIC X(010) VALUE 'SAMPAIO'.
           03 FILLER PIC X(010) VALUE 'TAVARES'.
           03 FILLER PIC X(010) VALUE 'VIANA'.
           03 FILLER PIC X(010) VALUE 'XAVIER'.
           03 FILLER PIC X(010) VALUE 'ZANETTI'.
           03 FILLER PIC X(010) VALUE 'AGUIAR'.
           03 FILLER PIC X(010) VALUE 'BRANDAO'.
           03 FILLER PIC X(010) VALUE 'CAMPOS'.
           03 FILLER PIC X(010) VALUE 'DANTAS'.
           03 FILLER PIC X(010) VALUE 'FONSECA'.
           03 FILLER PIC X(010) VALUE 'LACERDA'.
           03 FILLER PIC X(010) VALUE 'MENDES'.
           03 FILLER PIC X(010) VALUE 'PACHECO'.
       01 FILLER REDEFINES WS-TAB-SOBRENOMES.
           03 WS-SOBRENOME OCCURS 25 TIMES PIC X(010).
       77 WS-GN-SEMENTE                PIC 9(007).
       77 WS-GN-IX1                    PIC 9(002).
       77 WS-GN-IX2                    PIC 9(002).
       77 WS-GN-NOME                   PIC X(020).
       77 WS-SEQ-PESSOA                PIC 9(005).

      *> GERADOR DE CPF/CNPJ FICTICIO: BASE SEM OS DIGITOS
      *> VERIFICADORES; O PAR DE DIGITOS E O PRIMEIRO QUE A
      *> VALIDA_DOCTO ACEITA.
       77 WS-GD-TIPO                   PIC X(001).
       77 WS-GD-BASE                   PIC 9(012).
       77 WS-GD-DV                     PIC 9(003).
       77 WS-GD-DOCTO                  PIC 9(014).
       77 WS-GD-VALIDO                 PIC X(001).

      *> AREA DE LEITURA DAS QUATRO SITUACOES DE DUPLICATA.
       01 WS-DUPLICATA.
           COPY DUPLICATA.
       77 WS-COD-5                     PIC 9(005).
       77 WS-CAMPO-SOBREVIVENTE        PIC X(020).
       77 WS-CHAVE-SOBREVIVENTE        PIC X(020).

      *> CAMPOS EDITADOS DO RELATORIO.
       77 WS-ED-QTD                    PIC ZZZZZZ9.
       77 WS-ED-QTD-2                  PIC ZZZZZZ9.
       77 WS-ED-QTD-3                  PIC ZZZZZZ9.
       77 WS-ED-QTD-4                  PIC ZZZZZZ9.
       77 WS-ED-QTD-5                  PIC ZZZZZZ9.
       77 WS-ED-QTD-6                  PIC ZZZZZZ9.

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
           'EXERCICIO_205'.
       77 WS-AR-TITULO                 PIC X(040) VALUE
           'EXTRATO MASCARADO PARA TESTES'.
       77 WS-AR-OPERADOR               PIC X(008) VALUE 'LOTE'.
       77 WS-AR-PAGINAS                PIC 9(005).
       77 WS-AR-LINHA                  PIC X(132).
       77 WS-AR-RESULTADO              PIC X(001).
       77 WS-EOF-REL                   PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- EXTRATO MASCARADO PARA TESTES ----'

           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-AAAAMMDD
           MOVE WS-HOJE-AAAAMMDD TO WS-REL-DATA-EXEC
           INITIALIZE WS-TAB-ARQ
           MOVE SPACES TO WS-TAB-RGM-DESLOC

           PERFORM 0020-LE-CARTAO THRU 0020-LE-CARTAO-FIM
           IF WS-FS-CARTAO EQUAL 35
               DISPLAY 'EXTRATO (T) TODOS OS CLIENTES OU (A) AMOSTRA?'
               ACCEPT WS-MODO
               IF WS-MODO EQUAL 'A'
                   DISPLAY 'AMOSTRA: UM CLIENTE A CADA QUANTOS?'
                   ACCEPT WS-INTERVALO
               END-IF
               DISPLAY 'SENHA DOS OPERADORES NO CONJUNTO DE TESTE:'
               ACCEPT WS-SENHA-TESTE
           END-IF

           IF WS-MODO NOT EQUAL 'A'
               MOVE 'T' TO WS-MODO
           END-IF
           IF WS-MODO EQUAL 'A' AND WS-INTERVALO < 2
               DISPLAY "*** INTERVALO DA AMOSTRA DEVE SER 2 OU MAIS ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           IF WS-SENHA-TESTE EQUAL SPACES
               DISPLAY "*** INFORME A SENHA DE TESTE DOS OPERADORES ***"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF

      *> SEM CLIENTES NAO HA O QUE AMOSTRAR NEM VINCULO A PRESERVAR.
           SET WS-FS-PROD TO 0.
           OPEN INPUT CLIENTES
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO CLIENTES NAO EXISTE *"
               MOVE 16 TO RETURN-CODE
               GO TO ROT-FIM
           END-IF
           CLOSE CLIENTES

           IF WS-MODO EQUAL 'A'
               MOVE SPACES TO WS-TAB-CLI-SEL
               MOVE SPACES TO WS-TAB-RGM-SEL
               PERFORM 0100-SELECIONA-AMOSTRA
                   THRU 0100-SELECIONA-AMOSTRA-FIM
           ELSE
               MOVE ALL 'S' TO WS-TAB-CLI-SEL
               MOVE ALL 'S' TO WS-TAB-RGM-SEL
           END-IF

           PERFORM 1000-COPIA-CLIENTES THRU 1000-COPIA-CLIENTES-FIM.
           PERFORM 1100-COPIA-ALUNOS THRU 1100-COPIA-ALUNOS-FIM.
           PERFORM 1200-COPIA-FORNECEDORES
               THRU 1200-COPIA-FORNECEDORES-FIM.
           PERFORM 1300-COPIA-VENDEDORES THRU 1300-COPIA-VENDEDORES-FIM.
           PERFORM 1400-COPIA-PROFESSORES
               THRU 1400-COPIA-PROFESSORES-FIM.
           PERFORM 1500-COPIA-OPERADORES THRU 1500-COPIA-OPERADORES-FIM.
           PERFORM 2000-COPIA-MATRICULA THRU 2000-COPIA-MATRICULA-FIM.
           PERFORM 2100-COPIA-ALUNOS2021 THRU 2100-COPIA-ALUNOS2021-FIM.
           PERFORM 2200-COPIA-CONVENIOS THRU 2200-COPIA-CONVENIOS-FIM.
           PERFORM 2300-COPIA-DUPLICATAS THRU 2300-COPIA-DUPLICATAS-FIM.
           PERFORM 2400-COPIA-PEDIDOS THRU 2400-COPIA-PEDIDOS-FIM.
           PERFORM 2500-COPIA-DUPL-PAGAR THRU 2500-COPIA-DUPL-PAGAR-FIM.

           PERFORM 3000-CONFERE-MASCARA THRU 3000-CONFERE-MASCARA-FIM.

           SET WS-FS-REL TO 0.
           OPEN OUTPUT RELATORIO
           PERFORM 4000-IMPRIME-RESUMO THRU 4000-IMPRIME-RESUMO-FIM.
           CLOSE RELATORIO
           PERFORM 9700-ARQUIVA-RELATORIO
               THRU 9700-ARQUIVA-RELATORIO-FIM.

           DISPLAY " "
           IF WS-MODO EQUAL 'A'
               DISPLAY "AMOSTRA: 1 A CADA " WS-INTERVALO
                   " CLIENTES - SORTEADOS: " WS-QTD-CLI-AMOSTRA
                   " + CONVENIADOS: " WS-QTD-CLI-CONVENIO
               DISPLAY "ALUNOS DOS CLIENTES DA AMOSTRA: "
                   WS-QTD-RGM-AMOSTRA
           END-IF
           DISPLAY "ARQUIVOS INEXISTENTES NA PRODUCAO: "
               WS-QTD-INEXISTENTES
           DISPLAY "CAMPOS PESSOAIS REAIS NO TESTE: "
               WS-QTD-SOBREVIVENTES
           DISPLAY "CONJUNTO DE TESTE GRAVADO NOS ARQUIVOS *_teste."
           DISPLAY "RELATORIO GRAVADO EM mascaramento_rel."

      *> ARQUIVO AUSENTE NA PRODUCAO SO DEIXA O TESTE INCOMPLETO.
           IF WS-QTD-INEXISTENTES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF

      *> DADO REAL NO CONJUNTO DE TESTE OU ARQUIVO DESBALANCEADO: O
      *> CONJUNTO NAO PODE SER LIBERADO PARA TESTE.
           IF WS-QTD-SOBREVIVENTES > ZEROS
               DISPLAY "*** CAMPO PESSOAL REAL NO CONJUNTO DE TESTE - "
                   "NAO LIBERAR ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-QTD-DESBALANCEADOS > ZEROS
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: FAIL"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BALANCEAMENTO DE FIM DE JOB: PASS"
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

           IF CARD-MODO NOT EQUAL 'T' AND CARD-MODO NOT EQUAL 'A'
               DISPLAY "*** CARTAO INVALIDO: MODO " CARD-MODO
                   " (USE T OU A) ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CARD-MODO EQUAL 'A' AND CARD-INTERVALO NOT NUMERIC
               DISPLAY "*** CARTAO INVALIDO: INTERVALO DA AMOSTRA "
                   CARD-INTERVALO " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CARD-MODO        TO WS-MODO
           MOVE CARD-SENHA-TESTE TO WS-SENHA-TESTE
           IF CARD-MODO EQUAL 'A'
               MOVE CARD-INTERVALO TO WS-INTERVALO
           END-IF.
       0020-LE-CARTAO-FIM.
           EXIT.
      *
      **************************************
      * AMOSTRA: UM CLIENTE A CADA N, OS   *
      * ALUNOS DESSES CLIENTES E O CLIENTE *
      * CONVENIADO DE CADA UM DESSES       *
      * ALUNOS                             *
      **************************************
      *
       0100-SELECIONA-AMOSTRA.
           MOVE ZEROS TO WS-QTD-CLI-LIDOS WS-QTD-CLI-AMOSTRA
               WS-QTD-CLI-CONVENIO WS-QTD-RGM-AMOSTRA

           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT CLIENTES
           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       DIVIDE WS-QTD-CLI-LIDOS BY WS-INTERVALO
                           GIVING WS-QUOCIENTE REMAINDER WS-RESTO
                       ADD 1 TO WS-QTD-CLI-LIDOS
                       IF WS-RESTO EQUAL ZEROS AND
                           COD-CLIENTE OF REG-CLIENTE > ZEROS
                           MOVE 'S' TO
                               WS-CLI-SEL(COD-CLIENTE OF REG-CLIENTE)
                           ADD 1 TO WS-QTD-CLI-AMOSTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTES

           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-PROD NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ ALUNOS NEXT RECORD
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF COD-CLIENTE-ALUNO > ZEROS AND
                               RGM-ALUNO > ZEROS
                               IF WS-CLI-SEL(COD-CLIENTE-ALUNO)
                                   EQUAL 'S'
                                   MOVE 'S' TO WS-RGM-SEL(RGM-ALUNO)
                                   ADD 1 TO WS-QTD-RGM-AMOSTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUNOS
           END-IF

      *> A EMPRESA CONVENIADA DE UM ALUNO DA AMOSTRA ENTRA NO TESTE
      *> PARA QUE O CONVENIO NAO APONTE PARA UM CLIENTE INEXISTENTE.
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT CONVENIOS
           IF WS-FS-PROD NOT EQUAL 35
               PERFORM UNTIL WS-EOF = 1
                   READ CONVENIOS
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF CNV-RGM > ZEROS AND
                               CNV-COD-CLIENTE-CONV > ZEROS
                               IF WS-RGM-SEL(CNV-RGM) EQUAL 'S' AND
                                   WS-CLI-SEL(CNV-COD-CLIENTE-CONV)
                                   NOT EQUAL 'S'
                                   MOVE 'S' TO
                                       WS-CLI-SEL(CNV-COD-CLIENTE-CONV)
                                   ADD 1 TO WS-QTD-CLI-CONVENIO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONVENIOS
           END-IF.
       0100-SELECIONA-AMOSTRA-FIM.
           EXIT.
      *
      **************************************
      * CLIENTES: NOME, TELEFONE, E-MAIL,  *
      * LOGRADOURO, NUMERO E CPF/CNPJ      *
      * FICTICIOS; CEP SO ATE A REGIAO;    *
      * CIDADE E UF MANTIDAS (IMPOSTO POR  *
      * UF, ROTAS)                         *
      **************************************
      *
       1000-COPIA-CLIENTES.
           MOVE 1 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT CLIENTES
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT CLIENTES_TST

           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE COD-CLIENTE OF REG-CLIENTE TO WS-COD-TESTE
                       PERFORM 7000-CLIENTE-NO-TESTE
                           THRU 7000-CLIENTE-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           PERFORM 1010-MASCARA-CLIENTE
                               THRU 1010-MASCARA-CLIENTE-FIM
                           WRITE REG-CLIENTE-TST FROM REG-CLIENTE
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTES CLIENTES_TST.
       1000-COPIA-CLIENTES-FIM.
           EXIT.
      *
       1010-MASCARA-CLIENTE.
           MOVE COD-CLIENTE OF REG-CLIENTE TO WS-COD-5
           MOVE WS-COD-5 TO WS-GN-SEMENTE
           PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
           IF WS-GN-NOME EQUAL NOME-CLIENTE OF REG-CLIENTE
               ADD 500 TO WS-GN-SEMENTE
               PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
           END-IF
           MOVE WS-GN-NOME TO NOME-CLIENTE OF REG-CLIENTE

           MOVE SPACES TO TELEFONE-CLIENTE OF REG-CLIENTE
           STRING '(00) 99' DELIMITED BY SIZE
               WS-COD-5 DELIMITED BY SIZE
               INTO TELEFONE-CLIENTE OF REG-CLIENTE
           MOVE SPACES TO EMAIL-CLIENTE OF REG-CLIENTE
           STRING 'CLI' DELIMITED BY SIZE
               WS-COD-5 DELIMITED BY SIZE
               '@TESTE.INVALIDO' DELIMITED BY SIZE
               INTO EMAIL-CLIENTE OF REG-CLIENTE
           MOVE SPACES TO LOGRADOURO-CLIENTE OF REG-CLIENTE
           STRING 'RUA DE TESTE ' DELIMITED BY SIZE
               WS-COD-5 DELIMITED BY SIZE
               INTO LOGRADOURO-CLIENTE OF REG-CLIENTE
           MOVE '100'  TO NUMERO-CLIENTE OF REG-CLIENTE
           DIVIDE CEP-CLIENTE OF REG-CLIENTE BY 1000
               GIVING WS-QUOCIENTE
           COMPUTE CEP-CLIENTE OF REG-CLIENTE = WS-QUOCIENTE * 1000
           ADD 5 TO WS-ARQ-MASCARADOS(WS-IX)

      *> DOCUMENTO ZERADO (CADASTRO ANTIGO) CONTINUA ZERADO: E UM CASO
      *> QUE O TESTE PRECISA TER.
           IF DOCTO-CLIENTE OF REG-CLIENTE NOT EQUAL ZEROS
               IF CLIENTE-PESSOA-JURIDICA OF REG-CLIENTE
                   MOVE 'J' TO WS-GD-TIPO
                   COMPUTE WS-GD-BASE =
                       (90000000 + WS-COD-5) * 10000 + 1
               ELSE
                   MOVE 'F' TO WS-GD-TIPO
                   COMPUTE WS-GD-BASE = 800000000 + WS-COD-5
               END-IF
               PERFORM 8100-GERA-DOCTO THRU 8100-GERA-DOCTO-FIM
               MOVE WS-GD-DOCTO TO DOCTO-CLIENTE OF REG-CLIENTE
               ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
           END-IF.
       1010-MASCARA-CLIENTE-FIM.
           EXIT.
      *
      **************************************
      * ALUNOS: NOME E CPF FICTICIOS;      *
      * NASCIMENTO, SEXO, COR/RACA E       *
      * NACIONALIDADE MANTIDOS (CENSO)     *
      **************************************
      *
       1100-COPIA-ALUNOS.
           MOVE 2 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT ALUNOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 1100-COPIA-ALUNOS-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT ALUNOS_TST

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE RGM-ALUNO TO WS-COD-TESTE
                       PERFORM 7100-ALUNO-NO-TESTE
                           THRU 7100-ALUNO-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           PERFORM 1110-MASCARA-ALUNO
                               THRU 1110-MASCARA-ALUNO-FIM
                           WRITE REG-ALUNO-TST FROM ALUNOS-FILE
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS ALUNOS_TST.
       1100-COPIA-ALUNOS-FIM.
           EXIT.
      *
       1110-MASCARA-ALUNO.
           COMPUTE WS-GN-SEMENTE = RGM-ALUNO + 7
           PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
           IF WS-GN-NOME EQUAL NOME-ALUNO AND RGM-ALUNO > ZEROS
               MOVE 'S' TO WS-RGM-DESLOC(RGM-ALUNO)
               ADD 500 TO WS-GN-SEMENTE
               PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
           END-IF
           MOVE WS-GN-NOME TO NOME-ALUNO
           ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)

           IF CPF-ALUNO NOT EQUAL ZEROS
               MOVE 'F' TO WS-GD-TIPO
               COMPUTE WS-GD-BASE = 700000000 + RGM-ALUNO
               PERFORM 8100-GERA-DOCTO THRU 8100-GERA-DOCTO-FIM
               MOVE WS-GD-DOCTO TO CPF-ALUNO
               ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
           END-IF.
       1110-MASCARA-ALUNO-FIM.
           EXIT.
      *
      **************************************
      * FORNECEDORES: NOME, TELEFONE,      *
      * CNPJ/CPF E CONTA BANCARIA          *
      * FICTICIOS; BANCO, AGENCIA E        *
      * ALIQUOTAS DE RETENCAO MANTIDOS     *
      **************************************
      *
       1200-COPIA-FORNECEDORES.
           MOVE 3 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT FORNECEDORES
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO FORNECEDORES NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 1200-COPIA-FORNECEDORES-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT FORNECEDORES_TST

           PERFORM UNTIL WS-EOF = 1
               READ FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       PERFORM 1210-MASCARA-FORNECEDOR
                           THRU 1210-MASCARA-FORNECEDOR-FIM
                       WRITE REG-FORNECEDOR-TST FROM REG-FORNECEDOR
                       ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
               END-READ
           END-PERFORM

           CLOSE FORNECEDORES FORNECEDORES_TST.
       1200-COPIA-FORNECEDORES-FIM.
           EXIT.
      *
       1210-MASCARA-FORNECEDOR.
           MOVE FORN-COD-FORNECEDOR OF REG-FORNECEDOR TO WS-COD-5
           MOVE SPACES TO FORN-NOME-FORNECEDOR OF REG-FORNECEDOR
           STRING 'FORNECEDOR ' DELIMITED BY SIZE
               WS-COD-5 DELIMITED BY SIZE
               INTO FORN-NOME-FORNECEDOR OF REG-FORNECEDOR
           MOVE SPACES TO FORN-TELEFONE-FORNECEDOR OF REG-FORNECEDOR
           STRING '(00) 98' DELIMITED BY SIZE
               WS-COD-5 DELIMITED BY SIZE
               INTO FORN-TELEFONE-FORNECEDOR OF REG-FORNECEDOR
           ADD 2 TO WS-ARQ-MASCARADOS(WS-IX)

           IF FORN-CNPJ-CPF OF REG-FORNECEDOR NOT EQUAL ZEROS
               IF FORN-PESSOA-FISICA OF REG-FORNECEDOR
                   MOVE 'F' TO WS-GD-TIPO
                   COMPUTE WS-GD-BASE = 600000000 + WS-COD-5
               ELSE
                   MOVE 'J' TO WS-GD-TIPO
                   COMPUTE WS-GD-BASE =
                       (91000000 + WS-COD-5) * 10000 + 1
               END-IF
               PERFORM 8100-GERA-DOCTO THRU 8100-GERA-DOCTO-FIM
               MOVE WS-GD-DOCTO TO FORN-CNPJ-CPF OF REG-FORNECEDOR
               ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
           END-IF

           IF FORN-CONTA OF REG-FORNECEDOR NOT EQUAL ZEROS
               COMPUTE FORN-CONTA OF REG-FORNECEDOR =
                   900000000 + WS-COD-5
               MOVE '0' TO FORN-DV-CONTA OF REG-FORNECEDOR
               ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
           END-IF.
       1210-MASCARA-FORNECEDOR-FIM.
           EXIT.
      *
      **************************************
      * VENDEDORES: NOME FICTICIO          *
      **************************************
      *
       1300-COPIA-VENDEDORES.
           MOVE 4 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT VENDEDORES
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO VENDEDORES NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 1300-COPIA-VENDEDORES-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT VENDEDORES_TST

           PERFORM UNTIL WS-EOF = 1
               READ VENDEDORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       COMPUTE WS-GN-SEMENTE =
                           COD-VENDEDOR OF REG-VENDEDOR + 13
                       PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
                       IF WS-GN-NOME EQUAL NOME-VENDEDOR
                           ADD 500 TO WS-GN-SEMENTE
                           PERFORM 8000-GERA-NOME
                               THRU 8000-GERA-NOME-FIM
                       END-IF
                       MOVE WS-GN-NOME TO NOME-VENDEDOR
                       ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
                       WRITE REG-VENDEDOR-TST FROM REG-VENDEDOR
                       ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
               END-READ
           END-PERFORM

           CLOSE VENDEDORES VENDEDORES_TST.
       1300-COPIA-VENDEDORES-FIM.
           EXIT.
      *
      **************************************
      * PROFESSORES: NOME FICTICIO PELA    *
      * ORDEM DA MATRICULA; TITULACAO      *
      * MANTIDA                            *
      **************************************
      *
       1400-COPIA-PROFESSORES.
           MOVE 5 TO WS-IX
           MOVE ZEROS TO WS-SEQ-PESSOA
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT PROFESSORES
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PROFESSORES NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 1400-COPIA-PROFESSORES-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT PROFESSORES_TST

           PERFORM UNTIL WS-EOF = 1
               READ PROFESSORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       ADD 1 TO WS-SEQ-PESSOA
                       COMPUTE WS-GN-SEMENTE = WS-SEQ-PESSOA + 17
                       PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
                       IF WS-GN-NOME EQUAL PROF-NOME
                           ADD 500 TO WS-GN-SEMENTE
                           PERFORM 8000-GERA-NOME
                               THRU 8000-GERA-NOME-FIM
                       END-IF
                       MOVE WS-GN-NOME TO PROF-NOME
                       ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
                       WRITE REG-PROFESSOR-TST FROM REG-PROFESSOR
                       ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
               END-READ
           END-PERFORM

           CLOSE PROFESSORES PROFESSORES_TST.
       1400-COPIA-PROFESSORES-FIM.
           EXIT.
      *
      **************************************
      * OPERADORES: NOME FICTICIO, SENHA   *
      * DE TESTE, HISTORICO DE SENHAS      *
      * LIMPO E SENHA DATADA DE HOJE (O    *
      * SIGN_ON NAO PEDE TROCA NO PRIMEIRO *
      * ACESSO). O ID FICA, POIS E O ELO   *
      * COM TRILHAS, TRAVAS E APROVACOES   *
      **************************************
      *
       1500-COPIA-OPERADORES.
           MOVE 6 TO WS-IX
           MOVE ZEROS TO WS-SEQ-PESSOA
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT OPERADORES
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO OPERADORES NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 1500-COPIA-OPERADORES-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT OPERADORES_TST

           PERFORM UNTIL WS-EOF = 1
               READ OPERADORES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       ADD 1 TO WS-SEQ-PESSOA
                       COMPUTE WS-GN-SEMENTE = WS-SEQ-PESSOA + 19
                       PERFORM 8000-GERA-NOME THRU 8000-GERA-NOME-FIM
                       IF WS-GN-NOME EQUAL OP-NOME OF REG-OPERADOR
                           ADD 500 TO WS-GN-SEMENTE
                           PERFORM 8000-GERA-NOME
                               THRU 8000-GERA-NOME-FIM
                       END-IF
                       MOVE WS-GN-NOME TO OP-NOME OF REG-OPERADOR
                       MOVE WS-SENHA-TESTE TO OP-SENHA OF REG-OPERADOR
                       MOVE SPACES TO OP-SENHA-ANT1 OF REG-OPERADOR
                           OP-SENHA-ANT2 OF REG-OPERADOR
                           OP-SENHA-ANT3 OF REG-OPERADOR
                       MOVE WS-HOJE-AAAAMMDD
                           TO OP-DT-SENHA OF REG-OPERADOR
                       MOVE ZEROS TO OP-FALHAS OF REG-OPERADOR
                       ADD 5 TO WS-ARQ-MASCARADOS(WS-IX)
                       WRITE REG-OPERADOR-TST FROM REG-OPERADOR
                       ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
               END-READ
           END-PERFORM

           CLOSE OPERADORES OPERADORES_TST.
       1500-COPIA-OPERADORES-FIM.
           EXIT.
      *
      **************************************
      * MATRICULA: COPIA SEM MASCARA (NAO  *
      * TEM DADO PESSOAL ALEM DO RGM)      *
      **************************************
      *
       2000-COPIA-MATRICULA.
           MOVE 7 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT MATRICULA
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO MATRICULA NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 2000-COPIA-MATRICULA-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT MATRICULA_TST

           PERFORM UNTIL WS-EOF = 1
               READ MATRICULA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE RGM-MATRICULA TO WS-COD-TESTE
                       PERFORM 7100-ALUNO-NO-TESTE
                           THRU 7100-ALUNO-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           WRITE REG-MATRICULA-TST FROM REG-MATRICULA
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MATRICULA MATRICULA_TST.
       2000-COPIA-MATRICULA-FIM.
           EXIT.
      *
      **************************************
      * ALUNOS2021: NOTAS MANTIDAS; O NOME *
      * REPETIDO RECEBE O MESMO NOME FALSO *
      * DO ALUNO EM ALUNOS                 *
      **************************************
      *
       2100-COPIA-ALUNOS2021.
           MOVE 8 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT ALUNOS2021
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO ALUNOS2021 NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 2100-COPIA-ALUNOS2021-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT ALUNOS2021_TST

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS2021 NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE RGM-ALUNOS2021 TO WS-COD-TESTE
                       PERFORM 7100-ALUNO-NO-TESTE
                           THRU 7100-ALUNO-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           COMPUTE WS-GN-SEMENTE = RGM-ALUNOS2021 + 7
                           IF RGM-ALUNOS2021 > ZEROS
                               IF WS-RGM-DESLOC(RGM-ALUNOS2021)
                                   EQUAL 'S'
                                   ADD 500 TO WS-GN-SEMENTE
                               END-IF
                           END-IF
                           PERFORM 8000-GERA-NOME
                               THRU 8000-GERA-NOME-FIM
                           MOVE WS-GN-NOME TO NOME-ALUNOS2021
                           ADD 1 TO WS-ARQ-MASCARADOS(WS-IX)
                           WRITE REG-ALUNOS2021-TST FROM ALUNOS2021-FILE
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS2021 ALUNOS2021_TST.
       2100-COPIA-ALUNOS2021-FIM.
           EXIT.
      *
       2200-COPIA-CONVENIOS.
           MOVE 9 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT CONVENIOS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO CONVENIOS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 2200-COPIA-CONVENIOS-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT CONVENIOS_TST

           PERFORM UNTIL WS-EOF = 1
               READ CONVENIOS
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE CNV-RGM TO WS-COD-TESTE
                       PERFORM 7100-ALUNO-NO-TESTE
                           THRU 7100-ALUNO-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           WRITE REG-CONVENIO-TST FROM REG-CONVENIO
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONVENIOS CONVENIOS_TST.
       2200-COPIA-CONVENIOS-FIM.
           EXIT.
      *
      **************************************
      * DUPLICATAS NAS QUATRO SITUACOES:   *
      * VALORES, DATAS E SITUACAO INTACTOS *
      * PARA O AGING E OS JUROS            *
      **************************************
      *
       2300-COPIA-DUPLICATAS.
           MOVE 10 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPLICATAS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO DUPLICATAS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
           ELSE
               MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
               SET WS-FS-TST TO 0
               OPEN OUTPUT DUPLICATAS_TST
               PERFORM UNTIL WS-EOF = 1
                   READ DUPLICATAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-DUPLICATA-NO-TESTE
                               THRU 2310-DUPLICATA-NO-TESTE-FIM
                           IF WS-GRAVA EQUAL 'S'
                               WRITE REG-DUPLICATA-TST
                                   FROM WS-DUPLICATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPLICATAS DUPLICATAS_TST
           END-IF

           MOVE 11 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_PAGAS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO DUPL_PAGAS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
           ELSE
               MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
               SET WS-FS-TST TO 0
               OPEN OUTPUT DUPL_PAGAS_TST
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PAGAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-DUPLICATA-NO-TESTE
                               THRU 2310-DUPLICATA-NO-TESTE-FIM
                           IF WS-GRAVA EQUAL 'S'
                               WRITE REG-DUPL_PAGAS-TST
                                   FROM WS-DUPLICATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPL_PAGAS DUPL_PAGAS_TST
           END-IF

           MOVE 12 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_VENCIDAS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO DUPL_VENCIDAS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
           ELSE
               MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
               SET WS-FS-TST TO 0
               OPEN OUTPUT DUPL_VENCIDAS_TST
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_VENCIDAS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-DUPLICATA-NO-TESTE
                               THRU 2310-DUPLICATA-NO-TESTE-FIM
                           IF WS-GRAVA EQUAL 'S'
                               WRITE REG-DUPL_VENCIDAS-TST
                                   FROM WS-DUPLICATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPL_VENCIDAS DUPL_VENCIDAS_TST
           END-IF

           MOVE 13 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_PARCIAIS
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO DUPL_PARCIAIS NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
           ELSE
               MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
               SET WS-FS-TST TO 0
               OPEN OUTPUT DUPL_PARCIAIS_TST
               PERFORM UNTIL WS-EOF = 1
                   READ DUPL_PARCIAIS INTO WS-DUPLICATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 2310-DUPLICATA-NO-TESTE
                               THRU 2310-DUPLICATA-NO-TESTE-FIM
                           IF WS-GRAVA EQUAL 'S'
                               WRITE REG-DUPL_PARCIAIS-TST
                                   FROM WS-DUPLICATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPL_PARCIAIS DUPL_PARCIAIS_TST
           END-IF.
       2300-COPIA-DUPLICATAS-FIM.
           EXIT.
      *
       2310-DUPLICATA-NO-TESTE.
           ADD 1 TO WS-ARQ-LIDOS(WS-IX)
           MOVE DUPL-COD-CLIENTE OF WS-DUPLICATA TO WS-COD-TESTE
           PERFORM 7000-CLIENTE-NO-TESTE THRU 7000-CLIENTE-NO-TESTE-FIM
           IF WS-GRAVA EQUAL 'S'
               ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
           ELSE
               ADD 1 TO WS-ARQ-FORA(WS-IX)
           END-IF.
       2310-DUPLICATA-NO-TESTE-FIM.
           EXIT.
      *
       2400-COPIA-PEDIDOS.
           MOVE 14 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT PEDIDOS_VENDA
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO PEDIDOS_VENDA NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 2400-COPIA-PEDIDOS-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT PEDIDOS_VENDA_TST

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       MOVE PV-COD-CLIENTE OF REG-PEDIDO-VENDA
                           TO WS-COD-TESTE
                       PERFORM 7000-CLIENTE-NO-TESTE
                           THRU 7000-CLIENTE-NO-TESTE-FIM
                       IF WS-GRAVA EQUAL 'S'
                           WRITE REG-PEDIDO-VENDA-TST
                               FROM REG-PEDIDO-VENDA
                           ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
                       ELSE
                           ADD 1 TO WS-ARQ-FORA(WS-IX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_VENDA PEDIDOS_VENDA_TST.
       2400-COPIA-PEDIDOS-FIM.
           EXIT.
      *
      *> TITULOS A PAGAR VAO INTEIROS, COMO OS FORNECEDORES.
       2500-COPIA-DUPL-PAGAR.
           MOVE 15 TO WS-IX
           SET WS-FS-PROD TO 0.
           SET WS-EOF     TO 0.
           OPEN INPUT DUPL_PAGAR
           IF WS-FS-PROD EQUAL 35
               DISPLAY "* ARQUIVO DUPL_PAGAR NAO EXISTE *"
               ADD 1 TO WS-QTD-INEXISTENTES
               GO TO 2500-COPIA-DUPL-PAGAR-FIM
           END-IF
           MOVE 'S' TO WS-ARQ-EXISTE(WS-IX)
           SET WS-FS-TST TO 0.
           OPEN OUTPUT DUPL_PAGAR_TST

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAR
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-LIDOS(WS-IX)
                       WRITE REG-DUPL-PAGAR-TST FROM REG-DUPL-PAGAR
                       ADD 1 TO WS-ARQ-GRAVADOS(WS-IX)
               END-READ
           END-PERFORM

           CLOSE DUPL_PAGAR DUPL_PAGAR_TST.
       2500-COPIA-DUPL-PAGAR-FIM.
           EXIT.
      *
      **************************************
      * CONFERENCIA: RELE O CONJUNTO DE    *
      * TESTE E COMPARA CADA CAMPO PESSOAL *
      * COM O REGISTRO DE PRODUCAO DA      *
      * MESMA CHAVE                        *
      **************************************
      *
       3000-CONFERE-MASCARA.
           PERFORM 3100-CONFERE-CLIENTES THRU 3100-CONFERE-CLIENTES-FIM.
           PERFORM 3200-CONFERE-ALUNOS THRU 3200-CONFERE-ALUNOS-FIM.
           PERFORM 3300-CONFERE-FORNECEDORES
               THRU 3300-CONFERE-FORNECEDORES-FIM.
           PERFORM 3400-CONFERE-VENDEDORES
               THRU 3400-CONFERE-VENDEDORES-FIM.
           PERFORM 3500-CONFERE-PROFESSORES
               THRU 3500-CONFERE-PROFESSORES-FIM.
           PERFORM 3600-CONFERE-OPERADORES
               THRU 3600-CONFERE-OPERADORES-FIM.
           PERFORM 3700-CONFERE-ALUNOS2021
               THRU 3700-CONFERE-ALUNOS2021-FIM.
       3000-CONFERE-MASCARA-FIM.
           EXIT.
      *
       3100-CONFERE-CLIENTES.
           MOVE 1 TO WS-IX
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT CLIENTES_TST
           OPEN INPUT CLIENTES

           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE COD-CLIENTE OF REG-CLIENTE-TST
                           TO COD-CLIENTE OF REG-CLIENTE
                       READ CLIENTES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3110-COMPARA-CLIENTE
                                   THRU 3110-COMPARA-CLIENTE-FIM
                       END-READ
               END-READ
           END-PERFORM

           CLOSE CLIENTES_TST CLIENTES.
       3100-CONFERE-CLIENTES-FIM.
           EXIT.
      *
       3110-COMPARA-CLIENTE.
           MOVE SPACES TO WS-CHAVE-SOBREVIVENTE
           MOVE COD-CLIENTE OF REG-CLIENTE TO WS-CHAVE-SOBREVIVENTE
           IF NOME-CLIENTE OF REG-CLIENTE NOT EQUAL SPACES AND
               NOME-CLIENTE OF REG-CLIENTE EQUAL
               NOME-CLIENTE OF REG-CLIENTE-TST
               MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF TELEFONE-CLIENTE OF REG-CLIENTE NOT EQUAL SPACES AND
               TELEFONE-CLIENTE OF REG-CLIENTE EQUAL
               TELEFONE-CLIENTE OF REG-CLIENTE-TST
               MOVE 'TELEFONE' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF LOGRADOURO-CLIENTE OF REG-CLIENTE NOT EQUAL SPACES AND
               LOGRADOURO-CLIENTE OF REG-CLIENTE EQUAL
               LOGRADOURO-CLIENTE OF REG-CLIENTE-TST
               MOVE 'LOGRADOURO' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF EMAIL-CLIENTE OF REG-CLIENTE NOT EQUAL SPACES AND
               EMAIL-CLIENTE OF REG-CLIENTE EQUAL
               EMAIL-CLIENTE OF REG-CLIENTE-TST
               MOVE 'E-MAIL' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF DOCTO-CLIENTE OF REG-CLIENTE NOT EQUAL ZEROS AND
               DOCTO-CLIENTE OF REG-CLIENTE EQUAL
               DOCTO-CLIENTE OF REG-CLIENTE-TST
               MOVE 'CPF/CNPJ' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF.
       3110-COMPARA-CLIENTE-FIM.
           EXIT.
      *
       3200-CONFERE-ALUNOS.
           MOVE 2 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3200-CONFERE-ALUNOS-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT ALUNOS_TST
           OPEN INPUT ALUNOS

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE TST-RGM-ALUNO TO RGM-ALUNO
                       READ ALUNOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-CHAVE-SOBREVIVENTE
                               MOVE RGM-ALUNO TO WS-CHAVE-SOBREVIVENTE
                               IF NOME-ALUNO NOT EQUAL SPACES AND
                                   NOME-ALUNO EQUAL TST-NOME-ALUNO
                                   MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
                                   PERFORM 3900-SOBREVIVENTE
                                       THRU 3900-SOBREVIVENTE-FIM
                               END-IF
                               IF CPF-ALUNO NOT EQUAL ZEROS AND
                                   CPF-ALUNO EQUAL TST-CPF-ALUNO
                                   MOVE 'CPF' TO WS-CAMPO-SOBREVIVENTE
                                   PERFORM 3900-SOBREVIVENTE
                                       THRU 3900-SOBREVIVENTE-FIM
                               END-IF
                       END-READ
               END-READ
           END-PERFORM

           CLOSE ALUNOS_TST ALUNOS.
       3200-CONFERE-ALUNOS-FIM.
           EXIT.
      *
       3300-CONFERE-FORNECEDORES.
           MOVE 3 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3300-CONFERE-FORNECEDORES-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT FORNECEDORES_TST
           OPEN INPUT FORNECEDORES

           PERFORM UNTIL WS-EOF = 1
               READ FORNECEDORES_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE FORN-COD-FORNECEDOR OF REG-FORNECEDOR-TST
                           TO FORN-COD-FORNECEDOR OF REG-FORNECEDOR
                       READ FORNECEDORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3310-COMPARA-FORNECEDOR
                                   THRU 3310-COMPARA-FORNECEDOR-FIM
                       END-READ
               END-READ
           END-PERFORM

           CLOSE FORNECEDORES_TST FORNECEDORES.
       3300-CONFERE-FORNECEDORES-FIM.
           EXIT.
      *
       3310-COMPARA-FORNECEDOR.
           MOVE SPACES TO WS-CHAVE-SOBREVIVENTE
           MOVE FORN-COD-FORNECEDOR OF REG-FORNECEDOR
               TO WS-CHAVE-SOBREVIVENTE
           IF FORN-NOME-FORNECEDOR OF REG-FORNECEDOR NOT EQUAL SPACES
               AND FORN-NOME-FORNECEDOR OF REG-FORNECEDOR EQUAL
               FORN-NOME-FORNECEDOR OF REG-FORNECEDOR-TST
               MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF FORN-TELEFONE-FORNECEDOR OF REG-FORNECEDOR
               NOT EQUAL SPACES AND
               FORN-TELEFONE-FORNECEDOR OF REG-FORNECEDOR EQUAL
               FORN-TELEFONE-FORNECEDOR OF REG-FORNECEDOR-TST
               MOVE 'TELEFONE' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF FORN-CNPJ-CPF OF REG-FORNECEDOR NOT EQUAL ZEROS AND
               FORN-CNPJ-CPF OF REG-FORNECEDOR EQUAL
               FORN-CNPJ-CPF OF REG-FORNECEDOR-TST
               MOVE 'CNPJ/CPF' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF FORN-CONTA OF REG-FORNECEDOR NOT EQUAL ZEROS AND
               FORN-CONTA OF REG-FORNECEDOR EQUAL
               FORN-CONTA OF REG-FORNECEDOR-TST
               MOVE 'CONTA BANCARIA' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF.
       3310-COMPARA-FORNECEDOR-FIM.
           EXIT.
      *
       3400-CONFERE-VENDEDORES.
           MOVE 4 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3400-CONFERE-VENDEDORES-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT VENDEDORES_TST
           OPEN INPUT VENDEDORES

           PERFORM UNTIL WS-EOF = 1
               READ VENDEDORES_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE TST-COD-VENDEDOR TO COD-VENDEDOR
                           OF REG-VENDEDOR
                       READ VENDEDORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOME-VENDEDOR NOT EQUAL SPACES AND
                                   NOME-VENDEDOR EQUAL TST-NOME-VENDEDOR
                                   MOVE SPACES TO WS-CHAVE-SOBREVIVENTE
                                   MOVE TST-COD-VENDEDOR
                                       TO WS-CHAVE-SOBREVIVENTE
                                   MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
                                   PERFORM 3900-SOBREVIVENTE
                                       THRU 3900-SOBREVIVENTE-FIM
                               END-IF
                       END-READ
               END-READ
           END-PERFORM

           CLOSE VENDEDORES_TST VENDEDORES.
       3400-CONFERE-VENDEDORES-FIM.
           EXIT.
      *
       3500-CONFERE-PROFESSORES.
           MOVE 5 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3500-CONFERE-PROFESSORES-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT PROFESSORES_TST
           OPEN INPUT PROFESSORES

           PERFORM UNTIL WS-EOF = 1
               READ PROFESSORES_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE TST-PROF-MATRICULA TO PROF-MATRICULA
                       READ PROFESSORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PROF-NOME NOT EQUAL SPACES AND
                                   PROF-NOME EQUAL TST-PROF-NOME
                                   MOVE TST-PROF-MATRICULA
                                       TO WS-CHAVE-SOBREVIVENTE
                                   MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
                                   PERFORM 3900-SOBREVIVENTE
                                       THRU 3900-SOBREVIVENTE-FIM
                               END-IF
                       END-READ
               END-READ
           END-PERFORM

           CLOSE PROFESSORES_TST PROFESSORES.
       3500-CONFERE-PROFESSORES-FIM.
           EXIT.
      *
      *> A SENHA DE TESTE IGUAL A SENHA REAL DE ALGUM OPERADOR TAMBEM
      *> E APONTADA: ESSA SENHA FICARIA CONHECIDA PELOS TESTADORES.
       3600-CONFERE-OPERADORES.
           MOVE 6 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3600-CONFERE-OPERADORES-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT OPERADORES_TST
           OPEN INPUT OPERADORES

           PERFORM UNTIL WS-EOF = 1
               READ OPERADORES_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE OP-ID OF REG-OPERADOR-TST
                           TO OP-ID OF REG-OPERADOR
                       READ OPERADORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 3610-COMPARA-OPERADOR
                                   THRU 3610-COMPARA-OPERADOR-FIM
                       END-READ
               END-READ
           END-PERFORM

           CLOSE OPERADORES_TST OPERADORES.
       3600-CONFERE-OPERADORES-FIM.
           EXIT.
      *
       3610-COMPARA-OPERADOR.
           MOVE OP-ID OF REG-OPERADOR TO WS-CHAVE-SOBREVIVENTE
           IF OP-NOME OF REG-OPERADOR NOT EQUAL SPACES AND
               OP-NOME OF REG-OPERADOR EQUAL OP-NOME OF REG-OPERADOR-TST
               MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF OP-SENHA OF REG-OPERADOR NOT EQUAL SPACES AND
               (OP-SENHA OF REG-OPERADOR EQUAL
                OP-SENHA OF REG-OPERADOR-TST OR
                OP-SENHA-ANT1 OF REG-OPERADOR EQUAL
                OP-SENHA OF REG-OPERADOR-TST OR
                OP-SENHA-ANT2 OF REG-OPERADOR EQUAL
                OP-SENHA OF REG-OPERADOR-TST OR
                OP-SENHA-ANT3 OF REG-OPERADOR EQUAL
                OP-SENHA OF REG-OPERADOR-TST)
               MOVE 'SENHA' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF
           IF OP-SENHA-ANT1 OF REG-OPERADOR-TST NOT EQUAL SPACES OR
               OP-SENHA-ANT2 OF REG-OPERADOR-TST NOT EQUAL SPACES OR
               OP-SENHA-ANT3 OF REG-OPERADOR-TST NOT EQUAL SPACES
               MOVE 'SENHAS ANTERIORES' TO WS-CAMPO-SOBREVIVENTE
               PERFORM 3900-SOBREVIVENTE THRU 3900-SOBREVIVENTE-FIM
           END-IF.
       3610-COMPARA-OPERADOR-FIM.
           EXIT.
      *
       3700-CONFERE-ALUNOS2021.
           MOVE 8 TO WS-IX
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               GO TO 3700-CONFERE-ALUNOS2021-FIM
           END-IF
           SET WS-FS-TST TO 0.
           SET WS-EOF    TO 0.
           OPEN INPUT ALUNOS2021_TST
           OPEN INPUT ALUNOS2021

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS2021_TST
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ARQ-CONFERIDOS(WS-IX)
                       MOVE TST-CHAVE-ALUNOS2021 TO CHAVE-ALUNOS2021
                       READ ALUNOS2021
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF NOME-ALUNOS2021 NOT EQUAL SPACES AND
                                   NOME-ALUNOS2021 EQUAL
                                   TST-NOME-ALUNOS2021
                                   MOVE TST-CHAVE-ALUNOS2021
                                       TO WS-CHAVE-SOBREVIVENTE
                                   MOVE 'NOME' TO WS-CAMPO-SOBREVIVENTE
                                   PERFORM 3900-SOBREVIVENTE
                                       THRU 3900-SOBREVIVENTE-FIM
                               END-IF
                       END-READ
               END-READ
           END-PERFORM

           CLOSE ALUNOS2021_TST ALUNOS2021.
       3700-CONFERE-ALUNOS2021-FIM.
           EXIT.
      *
      *> O RELATORIO AINDA NAO ESTA ABERTO NA CONFERENCIA: O
      *> SOBREVIVENTE VAI PARA O CONSOLE E FICA CONTADO POR ARQUIVO
      *> PARA O RESUMO IMPRESSO. O VALOR DO CAMPO NAO E MOSTRADO.
       3900-SOBREVIVENTE.
           ADD 1 TO WS-ARQ-SOBREVIVENTES(WS-IX)
           ADD 1 TO WS-QTD-SOBREVIVENTES
           DISPLAY "*** DADO REAL NO TESTE: " WS-NOME-ARQ(WS-IX)
               " CHAVE " WS-CHAVE-SOBREVIVENTE
               " CAMPO " WS-CAMPO-SOBREVIVENTE " ***".
       3900-SOBREVIVENTE-FIM.
           EXIT.
      *
      **************************************
      * RESUMO IMPRESSO: POR ARQUIVO, O    *
      * QUE FOI LIDO, GRAVADO, DEIXADO     *
      * FORA DA AMOSTRA, MASCARADO E       *
      * CONFERIDO                          *
      **************************************
      *
       4000-IMPRIME-RESUMO.
           PERFORM 4100-LINHA-ARQUIVO THRU 4100-LINHA-ARQUIVO-FIM
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 15

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           IF WS-MODO EQUAL 'A'
               STRING ' AMOSTRA DE 1 A CADA ' DELIMITED BY SIZE
                   WS-INTERVALO DELIMITED BY SIZE
                   ' CLIENTES: ' DELIMITED BY SIZE
                   WS-QTD-CLI-AMOSTRA DELIMITED BY SIZE
                   ' SORTEADOS, ' DELIMITED BY SIZE
                   WS-QTD-CLI-CONVENIO DELIMITED BY SIZE
                   ' CONVENIADOS DE ALUNOS DA AMOSTRA, '
                   DELIMITED BY SIZE
                   WS-QTD-RGM-AMOSTRA DELIMITED BY SIZE
                   ' ALUNOS' DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           ELSE
               MOVE ' EXTRATO COMPLETO (TODOS OS CLIENTES)'
                   TO WS-LINHA-REL
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM
           MOVE SPACES TO WS-LINHA-REL
           IF WS-QTD-SOBREVIVENTES EQUAL ZEROS
               STRING ' CONFERENCIA: NENHUM CAMPO PESSOAL REAL '
                   DELIMITED BY SIZE
                   '(NOME, TELEFONE, E-MAIL, ENDERECO, CPF/CNPJ, '
                   DELIMITED BY SIZE
                   'CONTA, SENHA) NO CONJUNTO DE TESTE'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           ELSE
               MOVE WS-QTD-SOBREVIVENTES TO WS-ED-QTD
               STRING ' *** CONFERENCIA: ' DELIMITED BY SIZE
                   WS-ED-QTD DELIMITED BY SIZE
                   ' CAMPO(S) PESSOAL(IS) REAL(IS) NO CONJUNTO DE '
                   DELIMITED BY SIZE
                   'TESTE - NAO LIBERAR (VER CONSOLE) ***'
                   DELIMITED BY SIZE
                   INTO WS-LINHA-REL
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM

           MOVE SPACES TO WS-LINHA-REL
           IF WS-QTD-DESBALANCEADOS EQUAL ZEROS
               MOVE ' BALANCEAMENTO: LIDOS = GRAVADOS + FORA DA AMOSTRA'
                   TO WS-LINHA-REL
               MOVE ' - PASS' TO WS-LINHA-REL(52:7)
           ELSE
               MOVE ' BALANCEAMENTO: LIDOS = GRAVADOS + FORA DA AMOSTRA'
                   TO WS-LINHA-REL
               MOVE ' - FAIL' TO WS-LINHA-REL(52:7)
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       4000-IMPRIME-RESUMO-FIM.
           EXIT.
      *
       4100-LINHA-ARQUIVO.
           MOVE SPACES TO WS-LINHA-REL
           MOVE WS-NOME-ARQ(WS-IX) TO WS-LINHA-REL(2:16)
           IF WS-ARQ-EXISTE(WS-IX) NOT EQUAL 'S'
               MOVE 'ARQUIVO NAO EXISTE NA PRODUCAO - FORA DO TESTE'
                   TO WS-LINHA-REL(20:46)
               PERFORM 9500-GRAVA-LINHA-REL
                   THRU 9500-GRAVA-LINHA-REL-FIM
               GO TO 4100-LINHA-ARQUIVO-FIM
           END-IF

           MOVE WS-ARQ-LIDOS(WS-IX)         TO WS-ED-QTD
           MOVE WS-ARQ-GRAVADOS(WS-IX)      TO WS-ED-QTD-2
           MOVE WS-ARQ-FORA(WS-IX)          TO WS-ED-QTD-3
           MOVE WS-ARQ-MASCARADOS(WS-IX)    TO WS-ED-QTD-4
           MOVE WS-ARQ-CONFERIDOS(WS-IX)    TO WS-ED-QTD-5
           MOVE WS-ARQ-SOBREVIVENTES(WS-IX) TO WS-ED-QTD-6
           MOVE WS-ED-QTD   TO WS-LINHA-REL(20:7)
           MOVE WS-ED-QTD-2 TO WS-LINHA-REL(30:7)
           MOVE WS-ED-QTD-3 TO WS-LINHA-REL(40:7)
           MOVE WS-ED-QTD-4 TO WS-LINHA-REL(50:7)
           MOVE WS-ED-QTD-5 TO WS-LINHA-REL(60:7)
           MOVE WS-ED-QTD-6 TO WS-LINHA-REL(70:7)

           IF WS-ARQ-LIDOS(WS-IX) NOT EQUAL
               WS-ARQ-GRAVADOS(WS-IX) + WS-ARQ-FORA(WS-IX)
               MOVE '*** DESBALANCEADO' TO WS-LINHA-REL(80:17)
               ADD 1 TO WS-QTD-DESBALANCEADOS
           END-IF
           PERFORM 9500-GRAVA-LINHA-REL THRU 9500-GRAVA-LINHA-REL-FIM.
       4100-LINHA-ARQUIVO-FIM.
           EXIT.
      *
      **************************************
      * O REGISTRO ENTRA NO TESTE? PELO    *
      * CLIENTE (7000) OU PELO RGM (7100)  *
      **************************************
      *
       7000-CLIENTE-NO-TESTE.
           MOVE 'S' TO WS-GRAVA
           IF WS-MODO EQUAL 'A'
               IF WS-COD-TESTE EQUAL ZEROS
                   MOVE 'N' TO WS-GRAVA
               ELSE
                   IF WS-CLI-SEL(WS-COD-TESTE) NOT EQUAL 'S'
                       MOVE 'N' TO WS-GRAVA
                   END-IF
               END-IF
           END-IF.
       7000-CLIENTE-NO-TESTE-FIM.
           EXIT.
      *
       7100-ALUNO-NO-TESTE.
           MOVE 'S' TO WS-GRAVA
           IF WS-MODO EQUAL 'A'
               IF WS-COD-TESTE EQUAL ZEROS
                   MOVE 'N' TO WS-GRAVA
               ELSE
                   IF WS-RGM-SEL(WS-COD-TESTE) NOT EQUAL 'S'
                       MOVE 'N' TO WS-GRAVA
                   END-IF
               END-IF
           END-IF.
       7100-ALUNO-NO-TESTE-FIM.
           EXIT.
      *
      **************************************
      * NOME FICTICIO A PARTIR DA SEMENTE: *
      * PRENOME PELO RESTO POR 20,         *
      * SOBRENOME PELO QUOCIENTE           *
      **************************************
      *
       8000-GERA-NOME.
           DIVIDE WS-GN-SEMENTE BY 20
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           COMPUTE WS-GN-IX1 = WS-RESTO + 1
           DIVIDE WS-QUOCIENTE BY 25
               GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           COMPUTE WS-GN-IX2 = WS-RESTO + 1
           MOVE SPACES TO WS-GN-NOME
           STRING WS-PRENOME(WS-GN-IX1) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-SOBRENOME(WS-GN-IX2) DELIMITED BY SPACE
               INTO WS-GN-NOME.
       8000-GERA-NOME-FIM.
           EXIT.
      *
      **************************************
      * CPF/CNPJ FICTICIO COM DIGITOS      *
      * VERIFICADORES VALIDOS              *
      **************************************
      *
       8100-GERA-DOCTO.
           MOVE 'N' TO WS-GD-VALIDO
           MOVE ZEROS TO WS-GD-DOCTO
           PERFORM 8110-TESTA-DV THRU 8110-TESTA-DV-FIM
               VARYING WS-GD-DV FROM 0 BY 1
               UNTIL WS-GD-DV > 99 OR WS-GD-VALIDO EQUAL 'S'.
       8100-GERA-DOCTO-FIM.
           EXIT.
      *
       8110-TESTA-DV.
           COMPUTE WS-GD-DOCTO = WS-GD-BASE * 100 + WS-GD-DV
           CALL 'VALIDA_DOCTO' USING WS-GD-TIPO, WS-GD-DOCTO,
               WS-GD-VALIDO.
       8110-TESTA-DV-FIM.
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
           STRING 'EXTRATO MASCARADO PARA TESTES'
               DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-REL-DATA-EXEC DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-REL-PAGINA DELIMITED BY SIZE
               INTO WS-LINHA-CAB
           WRITE REG-RELATORIO FROM WS-LINHA-CAB
           MOVE SPACES TO WS-LINHA-CAB
           STRING ' ARQUIVO              LIDOS  GRAVADOS      FORA'
               '  MASCARAD  CONFERID  SOBREVIV'
               DELIMITED BY SIZE
               INTO WS-LINHA-CAB
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

       END PROGRAM EXERCICIO_205.

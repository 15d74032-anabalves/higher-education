      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: TABELA UNICA PROGRAMA X PERMISSAO DO OPERADOR, NO
      * MESMO ESQUEMA DE CHAMADA DE LE_PARAMETRO. DEVOLVE A POSICAO DO
      * FLAG EM OP-PERMISSOES (OPERADOR.CPY) QUE LIBERA O PROGRAMA:
      * 1 CLIENTES, 2 PRODUTOS, 3 COMPRAS, 4 ESTORNO, 5 DUPLICATAS,
      * 6 VENDEDORES, 7 DISCIPLINAS, 8 MATRICULA; ZERO QUANDO O
      * PROGRAMA NAO ESTA NA TABELA (ACESSO NEGADO). USADA PELO
      * SIGN-ON (SIGN_ON) NA CONFERENCIA DA PERMISSAO E PELA REVISAO
      * PERIODICA DE ACESSOS (EXERCICIO_206) PARA SABER QUAL
      * PERMISSAO CADA ACESSO DO LOG DE SEGURANCA EXERCEU.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPA_PERMISSAO.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LK-PROGRAMA                  PIC X(013).
       01 LK-PERMISSAO                 PIC 9(002).

       PROCEDURE DIVISION USING LK-PROGRAMA, LK-PERMISSAO.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-PERMISSAO
           EVALUATE LK-PROGRAMA
               WHEN 'PROGRAMA_EX07'
                   MOVE 1 TO LK-PERMISSAO
               WHEN 'EXERCICIO_009'
                   MOVE 2 TO LK-PERMISSAO
               WHEN 'EXERCICIO_024'
                   MOVE 3 TO LK-PERMISSAO
               WHEN 'EXERCICIO_026'
                   MOVE 4 TO LK-PERMISSAO
      *> A NOTA DE CREDITO DE DEVOLUCAO ALTERA VALOR DE DUPLICATA E
      *> USA A MESMA PERMISSAO DO ESTORNO.
               WHEN 'EXERCICIO_104'
                   MOVE 4 TO LK-PERMISSAO
               WHEN 'EXERCICIO_027'
                   MOVE 5 TO LK-PERMISSAO
      *> O CADASTRO DE BANCOS E PARTE DO CONTAS A RECEBER E USA A
      *> MESMA PERMISSAO DE DUPLICATAS.
               WHEN 'EXERCICIO_081'
                   MOVE 5 TO LK-PERMISSAO
      *> O CAIXA DE BALCAO RECEBE E BAIXA DUPLICATAS, ENTAO USA A
      *> MESMA PERMISSAO DE DUPLICATAS.
               WHEN 'EXERCICIO_084'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_085'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_087'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_090'
                   MOVE 5 TO LK-PERMISSAO
      *> A COMPENSACAO DE CREDITOS DE CLIENTE BAIXA DUPLICATAS.
               WHEN 'EXERCICIO_126'
                   MOVE 5 TO LK-PERMISSAO
      *> O BORDERO DE PAGAMENTO E DO LADO DAS COMPRAS E USA A MESMA
      *> PERMISSAO DO CONTAS A PAGAR.
               WHEN 'EXERCICIO_091'
                   MOVE 3 TO LK-PERMISSAO
               WHEN 'EXERCICIO_093'
                   MOVE 3 TO LK-PERMISSAO
               WHEN 'EXERCICIO_094'
                   MOVE 3 TO LK-PERMISSAO
               WHEN 'EXERCICIO_095'
                   MOVE 3 TO LK-PERMISSAO
      *> O ENDERECAMENTO DE ESTOQUE E DO LADO DOS PRODUTOS.
               WHEN 'EXERCICIO_098'
                   MOVE 2 TO LK-PERMISSAO
               WHEN 'EXERCICIO_028'
                   MOVE 6 TO LK-PERMISSAO
      *> OS ACORDOS DE PRECO SAO DO LADO COMERCIAL E USAM A MESMA
      *> PERMISSAO DE VENDEDORES.
               WHEN 'EXERCICIO_102'
                   MOVE 6 TO LK-PERMISSAO
               WHEN 'EXERCICIO_029'
                   MOVE 7 TO LK-PERMISSAO
      *> O CADASTRO DE PROFESSORES E DO LADO ACADEMICO E USA A MESMA
      *> PERMISSAO DE DISCIPLINAS.
               WHEN 'EXERCICIO_109'
                   MOVE 7 TO LK-PERMISSAO
               WHEN 'EXERCICIO_110'
                   MOVE 7 TO LK-PERMISSAO
               WHEN 'EXERCICIO_116'
                   MOVE 7 TO LK-PERMISSAO
               WHEN 'EXERCICIO_030'
                   MOVE 8 TO LK-PERMISSAO
      *> O CONVENIO DE TUICAO E MANTIDO PELA MESMA EQUIPE DA
      *> MATRICULA.
               WHEN 'EXERCICIO_112'
                   MOVE 8 TO LK-PERMISSAO
               WHEN 'EXERCICIO_115'
                   MOVE 8 TO LK-PERMISSAO
               WHEN 'EXERCICIO_117'
                   MOVE 8 TO LK-PERMISSAO
      *> A LIMPEZA DE TRAVAS E FERRAMENTA DE SUPERVISAO, LIBERADA
      *> PARA QUEM TEM A MANUTENCAO DE CLIENTES (A LIBERACAO EM SI
      *> AINDA EXIGE O FLAG DE APROVACAO DENTRO DO PROGRAMA).
               WHEN 'EXERCICIO_119'
                   MOVE 1 TO LK-PERMISSAO
               WHEN 'EXERCICIO_120'
                   MOVE 1 TO LK-PERMISSAO
               WHEN 'EXERCICIO_123'
                   MOVE 1 TO LK-PERMISSAO
      *> A APROVACAO DE LIMITE DE CREDITO E DO CADASTRO DE CLIENTES.
               WHEN 'EXERCICIO_134'
                   MOVE 1 TO LK-PERMISSAO
      *> CONTAS BANCARIAS, CONTRATOS, CENTROS DE CUSTO, ESTRUTURA DE
      *> CONTAS E ORCAMENTO SAO DO FINANCEIRO E USAM A MESMA
      *> PERMISSAO DE DUPLICATAS.
               WHEN 'EXERCICIO_137'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_139'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_143'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_144'
                   MOVE 5 TO LK-PERMISSAO
               WHEN 'EXERCICIO_148'
                   MOVE 5 TO LK-PERMISSAO
      *> A CONFERENCIA DA NOTA DO FORNECEDOR E O RATEIO DOS CUSTOS
      *> ADICIONAIS SAO DO CONTAS A PAGAR E USAM A PERMISSAO DE
      *> COMPRAS.
               WHEN 'EXERCICIO_154'
                   MOVE 3 TO LK-PERMISSAO
               WHEN 'EXERCICIO_159'
                   MOVE 3 TO LK-PERMISSAO
      *> O LANCAMENTO DE DESPESAS SEM PEDIDO TAMBEM E DO CONTAS A
      *> PAGAR.
               WHEN 'EXERCICIO_161'
                   MOVE 3 TO LK-PERMISSAO
      *> A ESTRUTURA DOS KITS E CADASTRO DE PRODUTOS.
               WHEN 'EXERCICIO_164'
                   MOVE 2 TO LK-PERMISSAO
      *> O ACEITE DOS PONTOS DE REPOSICAO CALCULADOS E DO COMPRADOR.
               WHEN 'EXERCICIO_169'
                   MOVE 3 TO LK-PERMISSAO
      *> O ROMANEIO DE ENTREGA E O DE-PARA DE ITENS DO CLIENTE SAO
      *> DO LADO DOS PRODUTOS; AS METAS DE VENDAS, DOS VENDEDORES.
               WHEN 'EXERCICIO_175'
                   MOVE 2 TO LK-PERMISSAO
               WHEN 'EXERCICIO_177'
                   MOVE 2 TO LK-PERMISSAO
               WHEN 'EXERCICIO_180'
                   MOVE 6 TO LK-PERMISSAO
      *> CURSOS SAO DO LADO ACADEMICO, COMO DISCIPLINAS; A TABELA DE
      *> MENSALIDADES E O APROVEITAMENTO DE ESTUDOS FICAM COM A
      *> EQUIPE DA MATRICULA (A DECISAO DO APROVEITAMENTO AINDA
      *> EXIGE O FLAG DE APROVACAO DENTRO DO PROGRAMA).
               WHEN 'EXERCICIO_182'
                   MOVE 7 TO LK-PERMISSAO
      *> O CADASTRO DE SALAS TAMBEM E DO LADO ACADEMICO.
               WHEN 'EXERCICIO_187'
                   MOVE 7 TO LK-PERMISSAO
               WHEN 'EXERCICIO_184'
                   MOVE 8 TO LK-PERMISSAO
               WHEN 'EXERCICIO_186'
                   MOVE 8 TO LK-PERMISSAO
               WHEN 'EXERCICIO_189'
                   MOVE 8 TO LK-PERMISSAO
      *> A TABELA DE TAXAS ACADEMICAS FICA COM A MESMA EQUIPE DA
      *> TABELA DE MENSALIDADES.
               WHEN 'EXERCICIO_193'
                   MOVE 8 TO LK-PERMISSAO
      *> A REVISAO DE CLIENTES DUPLICADOS, A CONSULTA DO SPOOL DE
      *> RELATORIOS E O ATENDIMENTO AOS TITULARES DE DADOS PESSOAIS
      *> (LGPD) SAO DO CADASTRO DE CLIENTES (A DECISAO DO PAR E A
      *> ANONIMIZACAO AINDA EXIGEM O FLAG DE APROVACAO DENTRO DO
      *> PROGRAMA).
               WHEN 'EXERCICIO_200'
                   MOVE 1 TO LK-PERMISSAO
               WHEN 'EXERCICIO_203'
                   MOVE 1 TO LK-PERMISSAO
               WHEN 'EXERCICIO_204'
                   MOVE 1 TO LK-PERMISSAO
      *> A REVISAO PERIODICA DE ACESSOS E FERRAMENTA DE SUPERVISAO,
      *> COMO O DESBLOQUEIO DE CONTAS (AS DECISOES AINDA EXIGEM O
      *> FLAG DE APROVACAO DENTRO DO PROGRAMA).
               WHEN 'EXERCICIO_207'
                   MOVE 1 TO LK-PERMISSAO
      *> O REGISTRO DE MULTAS DA FROTA GERA TITULO A PAGAR E USA A
      *> PERMISSAO DE COMPRAS, COMO A DESPESA SEM PEDIDO.
               WHEN 'EXERCICIO_209'
                   MOVE 3 TO LK-PERMISSAO
               WHEN OTHER
                   MOVE 0 TO LK-PERMISSAO
           END-EVALUATE.

           GOBACK.

       END PROGRAM MAPA_PERMISSAO.

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: CONVERSAO (EXECUCAO UNICA) DO CODIGO DE CLIENTE DE 3
      * PARA 5 DIGITOS EM TODOS OS ARQUIVOS PERMANENTES QUE O GUARDAM:
      * LE CADA ARQUIVO NO LAYOUT ANTIGO, ABRE DOIS BYTES NA POSICAO
      * DO CODIGO (ZEROS A ESQUERDA, SEM MUDAR O VALOR) E REGRAVA O
      * REGISTRO EM UM ARQUIVO *_NOVA QUE O OPERADOR RENOMEIA SOBRE O
      * ORIGINAL. A CONVERSAO E CONTROLADA POR ARQUIVO: QUANTIDADE DE
      * REGISTROS LIDOS X GRAVADOS, SOMA DOS CODIGOS DE CLIENTE ANTES
      * X DEPOIS E, ONDE O REGISTRO TEM VALOR, SOMA DO VALOR ANTES X
      * DEPOIS; QUALQUER DIVERGENCIA DEVOLVE RETURN-CODE 16 E O
      * ARQUIVO NAO DEVE SER RENOMEADO. CODIGOS NAO NUMERICOS SAO
      * LISTADOS E PRESERVADOS. O JORNAL DE IMAGENS TEM AS IMAGENS DE
      * CLIENTES E DUPLICATAS AJUSTADAS, PARA QUE A REAPLICACAO
      * (EXERCICIO_122) CONTINUE VALIDA. ARQUIVOS GERADOS A CADA
      * RODADA (REMESSAS, EXPORTACOES, BORDEROS) E O CONTROLE DE
      * TRAVAS NAO SAO CONVERTIDOS; COPIAS DE SEGURANCA ANTIGAS DEIXAM
      * DE SERVIR E UMA NOVA DEVE SER TIRADA PELO EXERCICIO_072.
      * CADA ARQUIVO E LIDO NO LAYOUT DEIXADO PELAS CONVERSOES QUE O
      * ANTECEDEM (EXERCICIO_166 PARA OS PEDIDOS DE VENDA, EXERCICIO_213
      * PARA AS DUPLICATAS INCOBRAVEIS), QUE DEVEM TER RODADO ANTES.
      * O EXERCICIO_201 (CPF/CNPJ) RODA DEPOIS DESTE E LE CLIENTES,
      * FORNECEDORES, O JORNAL E A REMESSA DE PROTESTO JA NO LAYOUT
      * DEIXADO AQUI.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCICIO_198.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CLI-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT CLIENTES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\clientes_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CLI-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPLICATAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUP-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPLICATAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\duplicatas_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DUP-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPL_PAGAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PAG-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPL_PAGAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PAG-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPL_VENCIDAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS VEN-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPL_VENCIDAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_vencidas_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS VEN-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPL_PARCIAIS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PAR-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPL_PARCIAIS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_parciais_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PAR-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPL_PAGAS_HIST_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPL_PAGAS_HIST_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_pagas_hist_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DUPL_INCOBRAVEIS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DUPL_INCOBRAVEIS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\dupl_incobraveis_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ALUNOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ALU-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ALUNOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\alunos_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ALU-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT AUDIT_FINANCEIRO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT AUDIT_FINANCEIRO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT AUDIT_FINANCEIRO_HIST_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT AUDIT_FINANCEIRO_HIST_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\audit_financeiro_hist_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT LIMITE_CREDITO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_credito.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS LIM-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT LIMITE_CREDITO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_credito_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS LIM-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT POSICAO_CLIENTE_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\posicao_cliente.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS POS-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT POSICAO_CLIENTE_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\posicao_cliente_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS POS-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PERFIL_PAGAMENTO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\perfil_pagamento.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PRF-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PERFIL_PAGAMENTO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\perfil_pagamento_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PRF-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PROPOSTAS_LIMITE_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_limite.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PRL-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PROPOSTAS_LIMITE_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\propostas_limite_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PRL-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT LIMITE_HIST_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_hist.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT LIMITE_HIST_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\limite_hist_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ACORDOS_RENEG_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_reneg.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ACR-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ACORDOS_RENEG_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_reneg_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ACR-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ACORDOS_PRECO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_preco.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS APR-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ACORDOS_PRECO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\acordos_preco_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS APR-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PDD_HIST_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pdd_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PDH-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PDD_HIST_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pdd_hist_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PDH-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT RECUPERACOES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT RECUPERACOES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\recuperacoes_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT LANCTOS_CONTABEIS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lanctos_contabeis.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT LANCTOS_CONTABEIS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\lanctos_contabeis_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT COBRANCA_EXTERNA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CEX-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT COBRANCA_EXTERNA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobranca_externa_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CEX-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT NEGATIVACOES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativacoes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS NEG-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT NEGATIVACOES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativacoes_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS NEG-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT MATR_BLOQUEIOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matr_bloqueios.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT MATR_BLOQUEIOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\matr_bloqueios_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT CONVENIOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\convenios.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CNV-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT CONVENIOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\convenios_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CNV-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT TAXAS_EMITIDAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\taxas_emitidas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS TXE-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT TAXAS_EMITIDAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\taxas_emitidas_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS TXE-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT BOLSA_HIST_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bolsa_hist.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS BHS-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT BOLSA_HIST_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\bolsa_hist_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS BHS-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT CONTRATOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contratos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CTR-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT CONTRATOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\contratos_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS CTR-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT DEVOL_PENDENTES_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\devol_pendentes.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DVP-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT DEVOL_PENDENTES_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\devol_pendentes_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS DVP-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ENCOMENDAS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ENC-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ENCOMENDAS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\encomendas_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ENC-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT IMPOSTOS_ESTORNO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_estorno.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT IMPOSTOS_ESTORNO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\impostos_estorno_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT NFE_PEDIDOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_pedidos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS NFE-ANT-CHAVE
           ALTERNATE RECORD KEY IS NFE-ANT-CHAVE-ALT
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT NFE_PEDIDOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\nfe_pedidos_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS NFE-NOVA-CHAVE
           ALTERNATE RECORD KEY IS NFE-NOVA-CHAVE-ALT
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ORCAMENTOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamentos.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ORC-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ORCAMENTOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\orcamentos_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ORC-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PEDIDOS_VENDA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PVD-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PEDIDOS_VENDA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pedidos_venda_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PVD-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PIX_COBRANCA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_cobranca.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PIX-ANT-CHAVE
           ALTERNATE RECORD KEY IS PIX-ANT-CHAVE-ALT
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PIX_COBRANCA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\pix_cobranca_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS PIX-NOVA-CHAVE
           ALTERNATE RECORD KEY IS PIX-NOVA-CHAVE-ALT
           FILE STATUS     IS WS-FS-NOVA.

           SELECT ROMANEIOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneios.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ROM-ANT-CHAVE
           ALTERNATE RECORD KEY IS ROM-ANT-CHAVE-ALT
               WITH DUPLICATES
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT ROMANEIOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\romaneios_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS ROM-NOVA-CHAVE
           ALTERNATE RECORD KEY IS ROM-NOVA-CHAVE-ALT
               WITH DUPLICATES
           FILE STATUS     IS WS-FS-NOVA.

           SELECT XREF_ITENS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\xref_itens.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS XRF-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT XREF_ITENS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\xref_itens_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS XRF-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT EDI_IMPORTADOS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_importados.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS EIM-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT EDI_IMPORTADOS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\edi_importados_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS EIM-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT CREDITOS_CLI_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT CREDITOS_CLI_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT CREDITOS_CLI_USO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli_uso.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT CREDITOS_CLI_USO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\creditos_cli_uso_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT PROTESTO_REMESSA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\protesto_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT PROTESTO_REMESSA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\protesto_remessa_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT NEGATIV_REMESSA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT NEGATIV_REMESSA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_remessa_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT NEGATIV_EXCLUSAO_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_exclusao.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT NEGATIV_EXCLUSAO_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\negativ_exclusao_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT COBR_EXT_REMESSA_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobr_ext_remessa.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT COBR_EXT_REMESSA_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\cobr_ext_remessa_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.

           SELECT VENDAS_ESTATS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendas_estats.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS EST-ANT-CHAVE
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT VENDAS_ESTATS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\vendas_estats_nova.txt'
           ORGANIZATION    IS INDEXED
           ACCESS MODE     IS SEQUENTIAL
           RECORD KEY      IS EST-NOVA-CHAVE
           FILE STATUS     IS WS-FS-NOVA.

           SELECT JORNAL_IMAGENS_ANT ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\jornal_imagens.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-ANTIGA.

           SELECT JORNAL_IMAGENS_NOVA ASSIGN TO
              'D:\GitHub\fatec\20212-programacao-para-mainframe\Arquivos
      -        '\jornal_imagens_nova.txt'
           ORGANIZATION    IS SEQUENTIAL
           ACCESS MODE     IS SEQUENTIAL
           FILE STATUS     IS WS-FS-NOVA.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUTS ANTIGOS (CODIGO DE CLIENTE COM 3 DIGITOS) E NOVOS
      *> (5 DIGITOS), SO COM AS CHAVES; O CONTEUDO E TRATADO COMO
      *> TEXTO PELA ROTINA COMUM DE DESLOCAMENTO.
       FD CLIENTES_ANT.
       01 REG-CLI-ANT.
           03 CLI-ANT-CHAVE              PIC X(003).
           03 FILLER                     PIC X(134).
       FD CLIENTES_NOVA.
       01 REG-CLI-NOVA.
           03 CLI-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(134).
       FD DUPLICATAS_ANT.
       01 REG-DUP-ANT.
           03 DUP-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(068).
       FD DUPLICATAS_NOVA.
       01 REG-DUP-NOVA.
           03 DUP-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(070).
       FD DUPL_PAGAS_ANT.
       01 REG-PAG-ANT.
           03 PAG-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(068).
       FD DUPL_PAGAS_NOVA.
       01 REG-PAG-NOVA.
           03 PAG-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(070).
       FD DUPL_VENCIDAS_ANT.
       01 REG-VEN-ANT.
           03 VEN-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(068).
       FD DUPL_VENCIDAS_NOVA.
       01 REG-VEN-NOVA.
           03 VEN-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(070).
       FD DUPL_PARCIAIS_ANT.
       01 REG-PAR-ANT.
           03 PAR-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(068).
       FD DUPL_PARCIAIS_NOVA.
       01 REG-PAR-NOVA.
           03 PAR-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(070).
       FD DUPL_PAGAS_HIST_ANT.
       01 REG-PGH-ANT                  PIC X(075).
       FD DUPL_PAGAS_HIST_NOVA.
       01 REG-PGH-NOVA                 PIC X(077).
       FD DUPL_INCOBRAVEIS_ANT.
       01 REG-INC-ANT                  PIC X(117).
       FD DUPL_INCOBRAVEIS_NOVA.
       01 REG-INC-NOVA                 PIC X(119).
       FD ALUNOS_ANT.
       01 REG-ALU-ANT.
           03 ALU-ANT-CHAVE              PIC X(005).
           03 FILLER                     PIC X(053).
       FD ALUNOS_NOVA.
       01 REG-ALU-NOVA.
           03 ALU-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(055).
       FD AUDIT_FINANCEIRO_ANT.
       01 REG-AUD-ANT                  PIC X(108).
       FD AUDIT_FINANCEIRO_NOVA.
       01 REG-AUD-NOVA                 PIC X(110).
       FD AUDIT_FINANCEIRO_HIST_ANT.
       01 REG-AUH-ANT                  PIC X(108).
       FD AUDIT_FINANCEIRO_HIST_NOVA.
       01 REG-AUH-NOVA                 PIC X(110).
       FD LIMITE_CREDITO_ANT.
       01 REG-LIM-ANT.
           03 LIM-ANT-CHAVE              PIC X(003).
           03 FILLER                     PIC X(016).
       FD LIMITE_CREDITO_NOVA.
       01 REG-LIM-NOVA.
           03 LIM-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(016).
       FD POSICAO_CLIENTE_ANT.
       01 REG-POS-ANT.
           03 POS-ANT-CHAVE              PIC X(003).
           03 FILLER                     PIC X(070).
       FD POSICAO_CLIENTE_NOVA.
       01 REG-POS-NOVA.
           03 POS-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(070).
       FD PERFIL_PAGAMENTO_ANT.
       01 REG-PRF-ANT.
           03 PRF-ANT-CHAVE              PIC X(003).
           03 FILLER                     PIC X(035).
       FD PERFIL_PAGAMENTO_NOVA.
       01 REG-PRF-NOVA.
           03 PRF-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(035).
       FD PROPOSTAS_LIMITE_ANT.
       01 REG-PRL-ANT.
           03 PRL-ANT-CHAVE              PIC X(003).
           03 FILLER                     PIC X(136).
       FD PROPOSTAS_LIMITE_NOVA.
       01 REG-PRL-NOVA.
           03 PRL-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(136).
       FD LIMITE_HIST_ANT.
       01 REG-LMH-ANT                  PIC X(054).
       FD LIMITE_HIST_NOVA.
       01 REG-LMH-NOVA                 PIC X(056).
       FD ACORDOS_RENEG_ANT.
       01 REG-ACR-ANT.
           03 ACR-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(030).
       FD ACORDOS_RENEG_NOVA.
       01 REG-ACR-NOVA.
           03 ACR-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(032).
       FD ACORDOS_PRECO_ANT.
       01 REG-APR-ANT.
           03 APR-ANT-CHAVE              PIC X(006).
           03 FILLER                     PIC X(031).
       FD ACORDOS_PRECO_NOVA.
       01 REG-APR-NOVA.
           03 APR-NOVA-CHAVE             PIC X(008).
           03 FILLER                     PIC X(031).
       FD PDD_HIST_ANT.
       01 REG-PDH-ANT.
           03 PDH-ANT-CHAVE              PIC X(009).
           03 FILLER                     PIC X(083).
       FD PDD_HIST_NOVA.
       01 REG-PDH-NOVA.
           03 PDH-NOVA-CHAVE             PIC X(011).
           03 FILLER                     PIC X(083).
       FD RECUPERACOES_ANT.
       01 REG-REC-ANT                  PIC X(055).
       FD RECUPERACOES_NOVA.
       01 REG-REC-NOVA                 PIC X(057).
       FD LANCTOS_CONTABEIS_ANT.
       01 REG-LCT-ANT                  PIC X(051).
       FD LANCTOS_CONTABEIS_NOVA.
       01 REG-LCT-NOVA                 PIC X(053).
       FD COBRANCA_EXTERNA_ANT.
       01 REG-CEX-ANT.
           03 CEX-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(070).
       FD COBRANCA_EXTERNA_NOVA.
       01 REG-CEX-NOVA.
           03 CEX-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(072).
       FD NEGATIVACOES_ANT.
       01 REG-NEG-ANT.
           03 NEG-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(046).
       FD NEGATIVACOES_NOVA.
       01 REG-NEG-NOVA.
           03 NEG-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(048).
       FD MATR_BLOQUEIOS_ANT.
       01 REG-BLQ-ANT                  PIC X(032).
       FD MATR_BLOQUEIOS_NOVA.
       01 REG-BLQ-NOVA                 PIC X(034).
       FD CONVENIOS_ANT.
       01 REG-CNV-ANT.
           03 CNV-ANT-CHAVE              PIC X(005).
           03 FILLER                     PIC X(022).
       FD CONVENIOS_NOVA.
       01 REG-CNV-NOVA.
           03 CNV-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(024).
       FD TAXAS_EMITIDAS_ANT.
       01 REG-TXE-ANT.
           03 TXE-ANT-CHAVE              PIC X(012).
           03 FILLER                     PIC X(096).
       FD TAXAS_EMITIDAS_NOVA.
       01 REG-TXE-NOVA.
           03 TXE-NOVA-CHAVE             PIC X(012).
           03 FILLER                     PIC X(098).
       FD BOLSA_HIST_ANT.
       01 REG-BHS-ANT.
           03 BHS-ANT-CHAVE              PIC X(011).
           03 FILLER                     PIC X(070).
       FD BOLSA_HIST_NOVA.
       01 REG-BHS-NOVA.
           03 BHS-NOVA-CHAVE             PIC X(011).
           03 FILLER                     PIC X(072).
       FD CONTRATOS_ANT.
       01 REG-CTR-ANT.
           03 CTR-ANT-CHAVE              PIC X(005).
           03 FILLER                     PIC X(101).
       FD CONTRATOS_NOVA.
       01 REG-CTR-NOVA.
           03 CTR-NOVA-CHAVE             PIC X(005).
           03 FILLER                     PIC X(103).
       FD DEVOL_PENDENTES_ANT.
       01 REG-DVP-ANT.
           03 DVP-ANT-CHAVE              PIC X(009).
           03 FILLER                     PIC X(061).
       FD DEVOL_PENDENTES_NOVA.
       01 REG-DVP-NOVA.
           03 DVP-NOVA-CHAVE             PIC X(009).
           03 FILLER                     PIC X(063).
       FD ENCOMENDAS_ANT.
       01 REG-ENC-ANT.
           03 ENC-ANT-CHAVE              PIC X(009).
           03 FILLER                     PIC X(078).
       FD ENCOMENDAS_NOVA.
       01 REG-ENC-NOVA.
           03 ENC-NOVA-CHAVE             PIC X(009).
           03 FILLER                     PIC X(080).
       FD IMPOSTOS_ESTORNO_ANT.
       01 REG-IES-ANT                  PIC X(067).
       FD IMPOSTOS_ESTORNO_NOVA.
       01 REG-IES-NOVA                 PIC X(069).
       FD NFE_PEDIDOS_ANT.
       01 REG-NFE-ANT.
           03 NFE-ANT-CHAVE              PIC X(007).
           03 NFE-ANT-CHAVE-ALT          PIC X(012).
           03 FILLER                     PIC X(168).
       FD NFE_PEDIDOS_NOVA.
       01 REG-NFE-NOVA.
           03 NFE-NOVA-CHAVE             PIC X(007).
           03 NFE-NOVA-CHAVE-ALT         PIC X(012).
           03 FILLER                     PIC X(170).
       FD ORCAMENTOS_ANT.
       01 REG-ORC-ANT.
           03 ORC-ANT-CHAVE              PIC X(007).
           03 FILLER                     PIC X(025).
       FD ORCAMENTOS_NOVA.
       01 REG-ORC-NOVA.
           03 ORC-NOVA-CHAVE             PIC X(007).
           03 FILLER                     PIC X(027).
       FD PEDIDOS_VENDA_ANT.
       01 REG-PVD-ANT.
           03 PVD-ANT-CHAVE              PIC X(009).
           03 FILLER                     PIC X(046).
       FD PEDIDOS_VENDA_NOVA.
       01 REG-PVD-NOVA.
           03 PVD-NOVA-CHAVE             PIC X(009).
           03 FILLER                     PIC X(048).
       FD PIX_COBRANCA_ANT.
       01 REG-PIX-ANT.
           03 PIX-ANT-CHAVE              PIC X(007).
           03 PIX-ANT-CHAVE-ALT          PIC X(026).
           03 FILLER                     PIC X(043).
       FD PIX_COBRANCA_NOVA.
       01 REG-PIX-NOVA.
           03 PIX-NOVA-CHAVE             PIC X(007).
           03 PIX-NOVA-CHAVE-ALT         PIC X(026).
           03 FILLER                     PIC X(045).
       FD ROMANEIOS_ANT.
       01 REG-ROM-ANT.
           03 ROM-ANT-CHAVE              PIC X(008).
           03 FILLER                     PIC X(014).
           03 ROM-ANT-CHAVE-ALT          PIC X(007).
           03 FILLER                     PIC X(064).
       FD ROMANEIOS_NOVA.
       01 REG-ROM-NOVA.
           03 ROM-NOVA-CHAVE             PIC X(008).
           03 FILLER                     PIC X(014).
           03 ROM-NOVA-CHAVE-ALT         PIC X(007).
           03 FILLER                     PIC X(066).
       FD XREF_ITENS_ANT.
       01 REG-XRF-ANT.
           03 XRF-ANT-CHAVE              PIC X(018).
           03 FILLER                     PIC X(039).
       FD XREF_ITENS_NOVA.
       01 REG-XRF-NOVA.
           03 XRF-NOVA-CHAVE             PIC X(020).
           03 FILLER                     PIC X(039).
       FD EDI_IMPORTADOS_ANT.
       01 REG-EIM-ANT.
           03 EIM-ANT-CHAVE              PIC X(018).
           03 FILLER                     PIC X(032).
       FD EDI_IMPORTADOS_NOVA.
       01 REG-EIM-NOVA.
           03 EIM-NOVA-CHAVE             PIC X(020).
           03 FILLER                     PIC X(032).
       FD CREDITOS_CLI_ANT.
       01 REG-CRC-ANT                  PIC X(053).
       FD CREDITOS_CLI_NOVA.
       01 REG-CRC-NOVA                 PIC X(055).
       FD CREDITOS_CLI_USO_ANT.
       01 REG-CRU-ANT                  PIC X(095).
       FD CREDITOS_CLI_USO_NOVA.
       01 REG-CRU-NOVA                 PIC X(097).
       FD PROTESTO_REMESSA_ANT.
       01 REG-PRT-ANT                  PIC X(177).
       FD PROTESTO_REMESSA_NOVA.
       01 REG-PRT-NOVA                 PIC X(179).
       FD NEGATIV_REMESSA_ANT.
       01 REG-NGR-ANT                  PIC X(178).
       FD NEGATIV_REMESSA_NOVA.
       01 REG-NGR-NOVA                 PIC X(180).
       FD NEGATIV_EXCLUSAO_ANT.
       01 REG-NGE-ANT                  PIC X(030).
       FD NEGATIV_EXCLUSAO_NOVA.
       01 REG-NGE-NOVA                 PIC X(032).
       FD COBR_EXT_REMESSA_ANT.
       01 REG-CXR-ANT                  PIC X(182).
       FD COBR_EXT_REMESSA_NOVA.
       01 REG-CXR-NOVA                 PIC X(184).
       FD VENDAS_ESTATS_ANT.
       01 REG-EST-ANT.
           03 EST-ANT-CHAVE              PIC X(010).
           03 FILLER                     PIC X(024).
       FD VENDAS_ESTATS_NOVA.
       01 REG-EST-NOVA.
           03 EST-NOVA-CHAVE             PIC X(012).
           03 FILLER                     PIC X(024).
       FD JORNAL_IMAGENS_ANT.
       01 REG-JRN-ANT                  PIC X(204).
       FD JORNAL_IMAGENS_NOVA.
       01 REG-JRN-NOVA                 PIC X(204).

       WORKING-STORAGE SECTION.
       77 WS-FS-ANTIGA                 PIC 99.
       77 WS-FS-NOVA                   PIC 99.
       77 WS-EOF                       PIC 99.
       77 WS-QTD-LIDOS                 PIC 9(006).
       77 WS-QTD-GRAVADOS              PIC 9(006).
       77 WS-QTD-TOTAL                 PIC 9(007) VALUE ZEROS.
       77 WS-QTD-ARQUIVOS              PIC 9(003) VALUE ZEROS.
       77 WS-QTD-PULADOS               PIC 9(003) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES           PIC 9(003) VALUE ZEROS.
       77 WS-QTD-NAO-NUMERICOS         PIC 9(006).
       77 WS-QTD-JRN-AJUSTADAS         PIC 9(006).
       77 WS-NOME-ARQUIVO              PIC X(030).
       77 WS-DIVERGIU                  PIC X(001).

      *> PARAMETROS DO ARQUIVO EM CONVERSAO: POSICOES (A PARTIR DE 1)
      *> DO CODIGO DE CLIENTE E DO VALOR NO LAYOUT ANTIGO E TAMANHO
      *> DO REGISTRO ANTIGO. POSICAO DE VALOR ZERO = SEM VALOR.
       77 WS-POS-CLI                   PIC 9(003).
       77 WS-TAM-ANT                   PIC 9(003).
       77 WS-POS-VALOR                 PIC 9(003).
       77 WS-POS-VALOR-NOVA            PIC 9(003).
       77 WS-TAM-RESTO                 PIC 9(003).

      *> TOTAIS DE CONTROLE DO ARQUIVO EM CONVERSAO.
       77 WS-HASH-ANTES                PIC 9(012).
       77 WS-HASH-DEPOIS               PIC 9(012).
       77 WS-VALOR-ANTES               PIC S9(015)V9(002).
       77 WS-VALOR-DEPOIS              PIC S9(015)V9(002).
       77 WS-HASH-ED                   PIC Z(011)9.
       77 WS-VALOR-ED                  PIC -ZZZZZZZZZZZZZZ9.99.

       01 WS-REG-ANT                   PIC X(250).
       01 WS-REG-NOVA                  PIC X(250).

       01 WS-COD-ANT-X                 PIC X(003).
       01 WS-COD-ANT REDEFINES WS-COD-ANT-X
                                       PIC 9(003).
       01 WS-COD-NOVO-X                PIC X(005).
       01 WS-COD-NOVO REDEFINES WS-COD-NOVO-X
                                       PIC 9(005).

      *> VALOR MONETARIO DO REGISTRO VISTO COMO TEXTO, PARA SER
      *> COPIADO DE QUALQUER POSICAO E SOMADO NA CONFERENCIA.
       01 WS-VALOR-X                   PIC X(015).
       01 WS-VALOR REDEFINES WS-VALOR-X
                                       PIC S9(013)V9(002).

      *> JORNAL DE IMAGENS: SO AS IMAGENS DE CLIENTES E DUPLICATAS
      *> CARREGAM CODIGO DE CLIENTE.
       01 WS-JRN-ARQUIVO               PIC X(012).
           88 WS-JRN-CLIENTES          VALUE 'CLIENTES'.
           88 WS-JRN-DUPLICATAS        VALUE 'DUPLICATAS'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CONVERSAO DO CODIGO DE CLIENTE ----'
           DISPLAY 'CODIGO DE CLIENTE: 3 PARA 5 DIGITOS'
           MOVE 0 TO RETURN-CODE

           PERFORM 1010-CONVERTE-CLIENTES
               THRU 1010-CONVERTE-CLIENTES-FIM.
           PERFORM 1020-CONVERTE-DUPLICATAS
               THRU 1020-CONVERTE-DUPLICATAS-FIM.
           PERFORM 1030-CONVERTE-DUPL-PAGAS
               THRU 1030-CONVERTE-DUPL-PAGAS-FIM.
           PERFORM 1040-CONVERTE-DUPL-VENCIDAS
               THRU 1040-CONVERTE-DUPL-VENCIDAS-FIM.
           PERFORM 1050-CONVERTE-DUPL-PARCIAIS
               THRU 1050-CONVERTE-DUPL-PARCIAIS-FIM.
           PERFORM 1060-CONVERTE-DUPL-PAGAS-HIST
               THRU 1060-CONVERTE-DUPL-PAGAS-HIST-FIM.
           PERFORM 1070-CONVERTE-DUPL-INCOBRAVEIS
               THRU 1070-CONVERTE-DUPL-INCOBRAVEIS-FIM.
           PERFORM 1080-CONVERTE-ALUNOS
               THRU 1080-CONVERTE-ALUNOS-FIM.
           PERFORM 1090-CONVERTE-AUDIT-FINANCEIRO
               THRU 1090-CONVERTE-AUDIT-FINANCEIRO-FIM.
           PERFORM 1100-CONVERTE-AUDIT-FINANCEIRO-HIST
               THRU 1100-CONVERTE-AUDIT-FINANCEIRO-HIST-FIM.
           PERFORM 1110-CONVERTE-LIMITE-CREDITO
               THRU 1110-CONVERTE-LIMITE-CREDITO-FIM.
           PERFORM 1120-CONVERTE-POSICAO-CLIENTE
               THRU 1120-CONVERTE-POSICAO-CLIENTE-FIM.
           PERFORM 1130-CONVERTE-PERFIL-PAGAMENTO
               THRU 1130-CONVERTE-PERFIL-PAGAMENTO-FIM.
           PERFORM 1140-CONVERTE-PROPOSTAS-LIMITE
               THRU 1140-CONVERTE-PROPOSTAS-LIMITE-FIM.
           PERFORM 1150-CONVERTE-LIMITE-HIST
               THRU 1150-CONVERTE-LIMITE-HIST-FIM.
           PERFORM 1160-CONVERTE-ACORDOS-RENEG
               THRU 1160-CONVERTE-ACORDOS-RENEG-FIM.
           PERFORM 1170-CONVERTE-ACORDOS-PRECO
               THRU 1170-CONVERTE-ACORDOS-PRECO-FIM.
           PERFORM 1180-CONVERTE-PDD-HIST
               THRU 1180-CONVERTE-PDD-HIST-FIM.
           PERFORM 1190-CONVERTE-RECUPERACOES
               THRU 1190-CONVERTE-RECUPERACOES-FIM.
           PERFORM 1200-CONVERTE-LANCTOS-CONTABEIS
               THRU 1200-CONVERTE-LANCTOS-CONTABEIS-FIM.
           PERFORM 1210-CONVERTE-COBRANCA-EXTERNA
               THRU 1210-CONVERTE-COBRANCA-EXTERNA-FIM.
           PERFORM 1220-CONVERTE-NEGATIVACOES
               THRU 1220-CONVERTE-NEGATIVACOES-FIM.
           PERFORM 1230-CONVERTE-MATR-BLOQUEIOS
               THRU 1230-CONVERTE-MATR-BLOQUEIOS-FIM.
           PERFORM 1240-CONVERTE-CONVENIOS
               THRU 1240-CONVERTE-CONVENIOS-FIM.
           PERFORM 1250-CONVERTE-TAXAS-EMITIDAS
               THRU 1250-CONVERTE-TAXAS-EMITIDAS-FIM.
           PERFORM 1260-CONVERTE-BOLSA-HIST
               THRU 1260-CONVERTE-BOLSA-HIST-FIM.
           PERFORM 1270-CONVERTE-CONTRATOS
               THRU 1270-CONVERTE-CONTRATOS-FIM.
           PERFORM 1280-CONVERTE-DEVOL-PENDENTES
               THRU 1280-CONVERTE-DEVOL-PENDENTES-FIM.
           PERFORM 1290-CONVERTE-ENCOMENDAS
               THRU 1290-CONVERTE-ENCOMENDAS-FIM.
           PERFORM 1300-CONVERTE-IMPOSTOS-ESTORNO
               THRU 1300-CONVERTE-IMPOSTOS-ESTORNO-FIM.
           PERFORM 1310-CONVERTE-NFE-PEDIDOS
               THRU 1310-CONVERTE-NFE-PEDIDOS-FIM.
           PERFORM 1320-CONVERTE-ORCAMENTOS
               THRU 1320-CONVERTE-ORCAMENTOS-FIM.
           PERFORM 1330-CONVERTE-PEDIDOS-VENDA
               THRU 1330-CONVERTE-PEDIDOS-VENDA-FIM.
           PERFORM 1340-CONVERTE-PIX-COBRANCA
               THRU 1340-CONVERTE-PIX-COBRANCA-FIM.
           PERFORM 1350-CONVERTE-ROMANEIOS
               THRU 1350-CONVERTE-ROMANEIOS-FIM.
           PERFORM 1360-CONVERTE-XREF-ITENS
               THRU 1360-CONVERTE-XREF-ITENS-FIM.
           PERFORM 1370-CONVERTE-EDI-IMPORTADOS
               THRU 1370-CONVERTE-EDI-IMPORTADOS-FIM.
           PERFORM 1380-CONVERTE-CREDITOS-CLI
               THRU 1380-CONVERTE-CREDITOS-CLI-FIM.
           PERFORM 1390-CONVERTE-CREDITOS-CLI-USO
               THRU 1390-CONVERTE-CREDITOS-CLI-USO-FIM.
           PERFORM 1400-CONVERTE-PROTESTO-REMESSA
               THRU 1400-CONVERTE-PROTESTO-REMESSA-FIM.
           PERFORM 1410-CONVERTE-NEGATIV-REMESSA
               THRU 1410-CONVERTE-NEGATIV-REMESSA-FIM.
           PERFORM 1420-CONVERTE-NEGATIV-EXCLUSAO
               THRU 1420-CONVERTE-NEGATIV-EXCLUSAO-FIM.
           PERFORM 1430-CONVERTE-COBR-EXT-REMESSA
               THRU 1430-CONVERTE-COBR-EXT-REMESSA-FIM.
           PERFORM 1440-CONVERTE-VENDAS-ESTATS
               THRU 1440-CONVERTE-VENDAS-ESTATS-FIM.
           PERFORM 1450-CONVERTE-JORNAL
               THRU 1450-CONVERTE-JORNAL-FIM.

           DISPLAY " "
           DISPLAY "ARQUIVOS CONVERTIDOS: " WS-QTD-ARQUIVOS
               " PULADOS: " WS-QTD-PULADOS
           DISPLAY "REGISTROS CONVERTIDOS NO TOTAL: " WS-QTD-TOTAL
           IF WS-QTD-DIVERGENTES > 0
               DISPLAY "* " WS-QTD-DIVERGENTES
                   " ARQUIVO(S) COM DIVERGENCIA - NAO RENOMEIE *"
               DISPLAY "* NENHUM *_NOVA ATE CORRIGIR E RODAR DE NOVO *"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "* TOTAIS CONFERIDOS: RENOMEIE CADA ARQUIVO "
                   "*_NOVA SOBRE O ORIGINAL *"
               DISPLAY "* E TIRE UMA NOVA COPIA DE SEGURANCA "
                   "(EXERCICIO_072) *"
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
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-GRAVADOS
               WS-QTD-NAO-NUMERICOS WS-QTD-JRN-AJUSTADAS
               WS-HASH-ANTES WS-HASH-DEPOIS
               WS-VALOR-ANTES WS-VALOR-DEPOIS

      *> O VALOR QUE FICA DEPOIS DO CODIGO ANDA DOIS BYTES.
           IF WS-POS-VALOR > WS-POS-CLI
               COMPUTE WS-POS-VALOR-NOVA = WS-POS-VALOR + 2
           ELSE
               MOVE WS-POS-VALOR TO WS-POS-VALOR-NOVA
           END-IF.
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
      * ROTINA COMUM: ABRE DOIS BYTES NA   *
      * POSICAO DO CODIGO DE CLIENTE E     *
      * ACUMULA OS TOTAIS DE CONTROLE      *
      **************************************
      *
       9000-DESLOCA-CODIGO.
           MOVE SPACES TO WS-REG-NOVA
           IF WS-POS-CLI > 1
               MOVE WS-REG-ANT(1:WS-POS-CLI - 1)
                   TO WS-REG-NOVA(1:WS-POS-CLI - 1)
           END-IF

           MOVE WS-REG-ANT(WS-POS-CLI:3) TO WS-COD-ANT-X
           IF WS-COD-ANT-X IS NUMERIC
               MOVE WS-COD-ANT TO WS-COD-NOVO
               MOVE WS-COD-NOVO-X TO WS-REG-NOVA(WS-POS-CLI:5)
               ADD WS-COD-ANT TO WS-HASH-ANTES
      *> A SOMA DEPOIS E TIRADA DO REGISTRO NOVO JA MONTADO.
               MOVE WS-REG-NOVA(WS-POS-CLI:5) TO WS-COD-NOVO-X
               ADD WS-COD-NOVO TO WS-HASH-DEPOIS
           ELSE
      *> CODIGO NAO NUMERICO (BRANCOS, LIXO): PRESERVADO COMO ESTA,
      *> APENAS DESLOCADO, E LISTADO PARA CONFERENCIA.
               MOVE '00' TO WS-REG-NOVA(WS-POS-CLI:2)
               MOVE WS-COD-ANT-X TO WS-REG-NOVA(WS-POS-CLI + 2:3)
               ADD 1 TO WS-QTD-NAO-NUMERICOS
               DISPLAY "   CODIGO NAO NUMERICO NO REGISTRO "
                   WS-REG-ANT(1:20) " [" WS-COD-ANT-X "]"
           END-IF

           COMPUTE WS-TAM-RESTO = WS-TAM-ANT - WS-POS-CLI - 2
           IF WS-TAM-RESTO > 0
               MOVE WS-REG-ANT(WS-POS-CLI + 3:WS-TAM-RESTO)
                   TO WS-REG-NOVA(WS-POS-CLI + 5:WS-TAM-RESTO)
           END-IF

           IF WS-POS-VALOR > 0
               MOVE WS-REG-ANT(WS-POS-VALOR:15) TO WS-VALOR-X
               IF WS-VALOR IS NUMERIC
                   ADD WS-VALOR TO WS-VALOR-ANTES
               END-IF
               MOVE WS-REG-NOVA(WS-POS-VALOR-NOVA:15) TO WS-VALOR-X
               IF WS-VALOR IS NUMERIC
                   ADD WS-VALOR TO WS-VALOR-DEPOIS
               END-IF
           END-IF

           ADD 1 TO WS-QTD-LIDOS
           ADD 1 TO WS-QTD-TOTAL.
       9000-DESLOCA-CODIGO-FIM.
           EXIT.
      *
       9050-COPIA-REGISTRO.
           MOVE WS-REG-ANT TO WS-REG-NOVA
           ADD 1 TO WS-QTD-LIDOS
           ADD 1 TO WS-QTD-TOTAL.
       9050-COPIA-REGISTRO-FIM.
           EXIT.
      *
      **************************************
      * ROTINA COMUM: CONFERENCIA DE UM    *
      * ARQUIVO CONVERTIDO                 *
      **************************************
      *
       9100-CONFERE-ARQUIVO.
           ADD 1 TO WS-QTD-ARQUIVOS
           MOVE 'N' TO WS-DIVERGIU

           DISPLAY " ARQUIVO " WS-NOME-ARQUIVO
           DISPLAY "   LIDOS: " WS-QTD-LIDOS
               " GRAVADOS: " WS-QTD-GRAVADOS
           MOVE WS-HASH-ANTES TO WS-HASH-ED
           DISPLAY "   SOMA DOS CODIGOS ANTES:  " WS-HASH-ED
           MOVE WS-HASH-DEPOIS TO WS-HASH-ED
           DISPLAY "   SOMA DOS CODIGOS DEPOIS: " WS-HASH-ED
           IF WS-POS-VALOR > 0
               MOVE WS-VALOR-ANTES TO WS-VALOR-ED
               DISPLAY "   SOMA DO VALOR ANTES:  " WS-VALOR-ED
               MOVE WS-VALOR-DEPOIS TO WS-VALOR-ED
               DISPLAY "   SOMA DO VALOR DEPOIS: " WS-VALOR-ED
           END-IF
           IF WS-QTD-NAO-NUMERICOS > 0
               DISPLAY "   CODIGOS NAO NUMERICOS PRESERVADOS: "
                   WS-QTD-NAO-NUMERICOS
           END-IF
           IF WS-QTD-JRN-AJUSTADAS > 0
               DISPLAY "   IMAGENS AJUSTADAS: " WS-QTD-JRN-AJUSTADAS
           END-IF

           IF WS-QTD-LIDOS NOT = WS-QTD-GRAVADOS
               DISPLAY "* DIVERGENCIA NA CONVERSAO: LIDOS "
                   WS-QTD-LIDOS " GRAVADOS " WS-QTD-GRAVADOS " *"
               MOVE 'S' TO WS-DIVERGIU
           END-IF
           IF WS-HASH-ANTES NOT = WS-HASH-DEPOIS
               DISPLAY "* DIVERGENCIA NA SOMA DOS CODIGOS *"
               MOVE 'S' TO WS-DIVERGIU
           END-IF
           IF WS-VALOR-ANTES NOT = WS-VALOR-DEPOIS
               DISPLAY "* DIVERGENCIA NA SOMA DO VALOR *"
               MOVE 'S' TO WS-DIVERGIU
           END-IF

           IF WS-DIVERGIU EQUAL 'S'
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE 16 TO RETURN-CODE
           END-IF.
       9100-CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       9200-CHAVE-RECUSADA.
           DISPLAY "* CHAVE RECUSADA NO ARQUIVO NOVO: "
               WS-REG-NOVA(1:20) " *".
       9200-CHAVE-RECUSADA-FIM.
           EXIT.
      *
       1010-CONVERTE-CLIENTES.
           MOVE 'clientes'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 137 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT CLIENTES_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1010-CONVERTE-CLIENTES-FIM
           END-IF
           OPEN OUTPUT CLIENTES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ CLIENTES_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CLI-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CLIENTES_ANT
           CLOSE CLIENTES_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1010-CONVERTE-CLIENTES-FIM.
           EXIT.
      *
       1020-CONVERTE-DUPLICATAS.
           MOVE 'duplicatas'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 075 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPLICATAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1020-CONVERTE-DUPLICATAS-FIM
           END-IF
           OPEN OUTPUT DUPLICATAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPLICATAS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-DUP-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPLICATAS_ANT
           CLOSE DUPLICATAS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1020-CONVERTE-DUPLICATAS-FIM.
           EXIT.
      *
       1030-CONVERTE-DUPL-PAGAS.
           MOVE 'dupl_pagas'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 075 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPL_PAGAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1030-CONVERTE-DUPL-PAGAS-FIM
           END-IF
           OPEN OUTPUT DUPL_PAGAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PAG-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPL_PAGAS_ANT
           CLOSE DUPL_PAGAS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1030-CONVERTE-DUPL-PAGAS-FIM.
           EXIT.
      *
       1040-CONVERTE-DUPL-VENCIDAS.
           MOVE 'dupl_vencidas'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 075 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPL_VENCIDAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1040-CONVERTE-DUPL-VENCIDAS-FIM
           END-IF
           OPEN OUTPUT DUPL_VENCIDAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_VENCIDAS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-VEN-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPL_VENCIDAS_ANT
           CLOSE DUPL_VENCIDAS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1040-CONVERTE-DUPL-VENCIDAS-FIM.
           EXIT.
      *
       1050-CONVERTE-DUPL-PARCIAIS.
           MOVE 'dupl_parciais'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 075 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPL_PARCIAIS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1050-CONVERTE-DUPL-PARCIAIS-FIM
           END-IF
           OPEN OUTPUT DUPL_PARCIAIS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PARCIAIS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PAR-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DUPL_PARCIAIS_ANT
           CLOSE DUPL_PARCIAIS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1050-CONVERTE-DUPL-PARCIAIS-FIM.
           EXIT.
      *
       1060-CONVERTE-DUPL-PAGAS-HIST.
           MOVE 'dupl_pagas_hist'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 075 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPL_PAGAS_HIST_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1060-CONVERTE-DUPL-PAGAS-HIST-FIM
           END-IF
           OPEN OUTPUT DUPL_PAGAS_HIST_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_PAGAS_HIST_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PGH-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE DUPL_PAGAS_HIST_ANT
           CLOSE DUPL_PAGAS_HIST_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1060-CONVERTE-DUPL-PAGAS-HIST-FIM.
           EXIT.
      *
       1070-CONVERTE-DUPL-INCOBRAVEIS.
           MOVE 'dupl_incobraveis'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 117 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DUPL_INCOBRAVEIS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1070-CONVERTE-DUPL-INCOBRAVEIS-FIM
           END-IF
           OPEN OUTPUT DUPL_INCOBRAVEIS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DUPL_INCOBRAVEIS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-INC-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE DUPL_INCOBRAVEIS_ANT
           CLOSE DUPL_INCOBRAVEIS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1070-CONVERTE-DUPL-INCOBRAVEIS-FIM.
           EXIT.
      *
       1080-CONVERTE-ALUNOS.
           MOVE 'alunos'
               TO WS-NOME-ARQUIVO
           MOVE 026 TO WS-POS-CLI
           MOVE 058 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ALUNOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1080-CONVERTE-ALUNOS-FIM
           END-IF
           OPEN OUTPUT ALUNOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ALUNOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-ALU-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ALUNOS_ANT
           CLOSE ALUNOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1080-CONVERTE-ALUNOS-FIM.
           EXIT.
      *
       1090-CONVERTE-AUDIT-FINANCEIRO.
           MOVE 'audit_financeiro'
               TO WS-NOME-ARQUIVO
           MOVE 018 TO WS-POS-CLI
           MOVE 108 TO WS-TAM-ANT
           MOVE 021 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT AUDIT_FINANCEIRO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1090-CONVERTE-AUDIT-FINANCEIRO-FIM
           END-IF
           OPEN OUTPUT AUDIT_FINANCEIRO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ AUDIT_FINANCEIRO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-AUD-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE AUDIT_FINANCEIRO_ANT
           CLOSE AUDIT_FINANCEIRO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1090-CONVERTE-AUDIT-FINANCEIRO-FIM.
           EXIT.
      *
       1100-CONVERTE-AUDIT-FINANCEIRO-HIST.
           MOVE 'audit_financeiro_hist'
               TO WS-NOME-ARQUIVO
           MOVE 018 TO WS-POS-CLI
           MOVE 108 TO WS-TAM-ANT
           MOVE 021 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT AUDIT_FINANCEIRO_HIST_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1100-CONVERTE-AUDIT-FINANCEIRO-HIST-FIM
           END-IF
           OPEN OUTPUT AUDIT_FINANCEIRO_HIST_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ AUDIT_FINANCEIRO_HIST_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-AUH-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE AUDIT_FINANCEIRO_HIST_ANT
           CLOSE AUDIT_FINANCEIRO_HIST_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1100-CONVERTE-AUDIT-FINANCEIRO-HIST-FIM.
           EXIT.
      *
       1110-CONVERTE-LIMITE-CREDITO.
           MOVE 'limite_credito'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 019 TO WS-TAM-ANT
           MOVE 004 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT LIMITE_CREDITO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1110-CONVERTE-LIMITE-CREDITO-FIM
           END-IF
           OPEN OUTPUT LIMITE_CREDITO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ LIMITE_CREDITO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-LIM-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE LIMITE_CREDITO_ANT
           CLOSE LIMITE_CREDITO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1110-CONVERTE-LIMITE-CREDITO-FIM.
           EXIT.
      *
       1120-CONVERTE-POSICAO-CLIENTE.
           MOVE 'posicao_cliente'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 073 TO WS-TAM-ANT
           MOVE 004 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT POSICAO_CLIENTE_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1120-CONVERTE-POSICAO-CLIENTE-FIM
           END-IF
           OPEN OUTPUT POSICAO_CLIENTE_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ POSICAO_CLIENTE_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-POS-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE POSICAO_CLIENTE_ANT
           CLOSE POSICAO_CLIENTE_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1120-CONVERTE-POSICAO-CLIENTE-FIM.
           EXIT.
      *
       1130-CONVERTE-PERFIL-PAGAMENTO.
           MOVE 'perfil_pagamento'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 038 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PERFIL_PAGAMENTO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1130-CONVERTE-PERFIL-PAGAMENTO-FIM
           END-IF
           OPEN OUTPUT PERFIL_PAGAMENTO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PERFIL_PAGAMENTO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PRF-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PERFIL_PAGAMENTO_ANT
           CLOSE PERFIL_PAGAMENTO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1130-CONVERTE-PERFIL-PAGAMENTO-FIM.
           EXIT.
      *
       1140-CONVERTE-PROPOSTAS-LIMITE.
           MOVE 'propostas_limite'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 139 TO WS-TAM-ANT
           MOVE 015 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PROPOSTAS_LIMITE_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1140-CONVERTE-PROPOSTAS-LIMITE-FIM
           END-IF
           OPEN OUTPUT PROPOSTAS_LIMITE_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PROPOSTAS_LIMITE_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PRL-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PROPOSTAS_LIMITE_ANT
           CLOSE PROPOSTAS_LIMITE_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1140-CONVERTE-PROPOSTAS-LIMITE-FIM.
           EXIT.
      *
       1150-CONVERTE-LIMITE-HIST.
           MOVE 'limite_hist'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 054 TO WS-TAM-ANT
           MOVE 015 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT LIMITE_HIST_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1150-CONVERTE-LIMITE-HIST-FIM
           END-IF
           OPEN OUTPUT LIMITE_HIST_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ LIMITE_HIST_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-LMH-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE LIMITE_HIST_ANT
           CLOSE LIMITE_HIST_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1150-CONVERTE-LIMITE-HIST-FIM.
           EXIT.
      *
       1160-CONVERTE-ACORDOS-RENEG.
           MOVE 'acordos_reneg'
               TO WS-NOME-ARQUIVO
           MOVE 022 TO WS-POS-CLI
           MOVE 037 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ACORDOS_RENEG_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1160-CONVERTE-ACORDOS-RENEG-FIM
           END-IF
           OPEN OUTPUT ACORDOS_RENEG_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ACORDOS_RENEG_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-ACR-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ACORDOS_RENEG_ANT
           CLOSE ACORDOS_RENEG_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1160-CONVERTE-ACORDOS-RENEG-FIM.
           EXIT.
      *
       1170-CONVERTE-ACORDOS-PRECO.
           MOVE 'acordos_preco'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 037 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ACORDOS_PRECO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1170-CONVERTE-ACORDOS-PRECO-FIM
           END-IF
           OPEN OUTPUT ACORDOS_PRECO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ACORDOS_PRECO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-APR-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ACORDOS_PRECO_ANT
           CLOSE ACORDOS_PRECO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1170-CONVERTE-ACORDOS-PRECO-FIM.
           EXIT.
      *
       1180-CONVERTE-PDD-HIST.
           MOVE 'pdd_hist'
               TO WS-NOME-ARQUIVO
           MOVE 007 TO WS-POS-CLI
           MOVE 092 TO WS-TAM-ANT
           MOVE 010 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PDD_HIST_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1180-CONVERTE-PDD-HIST-FIM
           END-IF
           OPEN OUTPUT PDD_HIST_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PDD_HIST_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PDH-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PDD_HIST_ANT
           CLOSE PDD_HIST_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1180-CONVERTE-PDD-HIST-FIM.
           EXIT.
      *
       1190-CONVERTE-RECUPERACOES.
           MOVE 'recuperacoes'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 055 TO WS-TAM-ANT
           MOVE 019 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT RECUPERACOES_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1190-CONVERTE-RECUPERACOES-FIM
           END-IF
           OPEN OUTPUT RECUPERACOES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ RECUPERACOES_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-REC-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE RECUPERACOES_ANT
           CLOSE RECUPERACOES_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1190-CONVERTE-RECUPERACOES-FIM.
           EXIT.
      *
       1200-CONVERTE-LANCTOS-CONTABEIS.
           MOVE 'lanctos_contabeis'
               TO WS-NOME-ARQUIVO
           MOVE 028 TO WS-POS-CLI
           MOVE 051 TO WS-TAM-ANT
           MOVE 031 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT LANCTOS_CONTABEIS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1200-CONVERTE-LANCTOS-CONTABEIS-FIM
           END-IF
           OPEN OUTPUT LANCTOS_CONTABEIS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ LANCTOS_CONTABEIS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
      *> O TRAILER DE CONTROLE ('T' NA 1A POSICAO) NAO TEM
      *> CLIENTE NEM VALOR: E COPIADO COMO ESTA.
                       IF WS-REG-ANT(1:1) EQUAL 'T'
                           PERFORM 9050-COPIA-REGISTRO
                               THRU 9050-COPIA-REGISTRO-FIM
                       ELSE
                           PERFORM 9000-DESLOCA-CODIGO
                               THRU 9000-DESLOCA-CODIGO-FIM
                       END-IF
                       WRITE REG-LCT-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE LANCTOS_CONTABEIS_ANT
           CLOSE LANCTOS_CONTABEIS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1200-CONVERTE-LANCTOS-CONTABEIS-FIM.
           EXIT.
      *
       1210-CONVERTE-COBRANCA-EXTERNA.
           MOVE 'cobranca_externa'
               TO WS-NOME-ARQUIVO
           MOVE 013 TO WS-POS-CLI
           MOVE 077 TO WS-TAM-ANT
           MOVE 024 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT COBRANCA_EXTERNA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1210-CONVERTE-COBRANCA-EXTERNA-FIM
           END-IF
           OPEN OUTPUT COBRANCA_EXTERNA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ COBRANCA_EXTERNA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CEX-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE COBRANCA_EXTERNA_ANT
           CLOSE COBRANCA_EXTERNA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1210-CONVERTE-COBRANCA-EXTERNA-FIM.
           EXIT.
      *
       1220-CONVERTE-NEGATIVACOES.
           MOVE 'negativacoes'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 053 TO WS-TAM-ANT
           MOVE 011 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT NEGATIVACOES_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1220-CONVERTE-NEGATIVACOES-FIM
           END-IF
           OPEN OUTPUT NEGATIVACOES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ NEGATIVACOES_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-NEG-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE NEGATIVACOES_ANT
           CLOSE NEGATIVACOES_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1220-CONVERTE-NEGATIVACOES-FIM.
           EXIT.
      *
       1230-CONVERTE-MATR-BLOQUEIOS.
           MOVE 'matr_bloqueios'
               TO WS-NOME-ARQUIVO
           MOVE 014 TO WS-POS-CLI
           MOVE 032 TO WS-TAM-ANT
           MOVE 017 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT MATR_BLOQUEIOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1230-CONVERTE-MATR-BLOQUEIOS-FIM
           END-IF
           OPEN OUTPUT MATR_BLOQUEIOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ MATR_BLOQUEIOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-BLQ-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE MATR_BLOQUEIOS_ANT
           CLOSE MATR_BLOQUEIOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1230-CONVERTE-MATR-BLOQUEIOS-FIM.
           EXIT.
      *
       1240-CONVERTE-CONVENIOS.
           MOVE 'convenios'
               TO WS-NOME-ARQUIVO
           MOVE 006 TO WS-POS-CLI
           MOVE 027 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT CONVENIOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1240-CONVERTE-CONVENIOS-FIM
           END-IF
           OPEN OUTPUT CONVENIOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ CONVENIOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CNV-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CONVENIOS_ANT
           CLOSE CONVENIOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1240-CONVERTE-CONVENIOS-FIM.
           EXIT.
      *
       1250-CONVERTE-TAXAS-EMITIDAS.
           MOVE 'taxas_emitidas'
               TO WS-NOME-ARQUIVO
           MOVE 082 TO WS-POS-CLI
           MOVE 108 TO WS-TAM-ANT
           MOVE 029 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT TAXAS_EMITIDAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1250-CONVERTE-TAXAS-EMITIDAS-FIM
           END-IF
           OPEN OUTPUT TAXAS_EMITIDAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ TAXAS_EMITIDAS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-TXE-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE TAXAS_EMITIDAS_ANT
           CLOSE TAXAS_EMITIDAS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1250-CONVERTE-TAXAS-EMITIDAS-FIM.
           EXIT.
      *
       1260-CONVERTE-BOLSA-HIST.
           MOVE 'bolsa_hist'
               TO WS-NOME-ARQUIVO
           MOVE 071 TO WS-POS-CLI
           MOVE 081 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT BOLSA_HIST_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1260-CONVERTE-BOLSA-HIST-FIM
           END-IF
           OPEN OUTPUT BOLSA_HIST_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ BOLSA_HIST_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-BHS-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE BOLSA_HIST_ANT
           CLOSE BOLSA_HIST_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1260-CONVERTE-BOLSA-HIST-FIM.
           EXIT.
      *
       1270-CONVERTE-CONTRATOS.
           MOVE 'contratos'
               TO WS-NOME-ARQUIVO
           MOVE 006 TO WS-POS-CLI
           MOVE 106 TO WS-TAM-ANT
           MOVE 039 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT CONTRATOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1270-CONVERTE-CONTRATOS-FIM
           END-IF
           OPEN OUTPUT CONTRATOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ CONTRATOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CTR-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE CONTRATOS_ANT
           CLOSE CONTRATOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1270-CONVERTE-CONTRATOS-FIM.
           EXIT.
      *
       1280-CONVERTE-DEVOL-PENDENTES.
           MOVE 'devol_pendentes'
               TO WS-NOME-ARQUIVO
           MOVE 010 TO WS-POS-CLI
           MOVE 070 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT DEVOL_PENDENTES_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1280-CONVERTE-DEVOL-PENDENTES-FIM
           END-IF
           OPEN OUTPUT DEVOL_PENDENTES_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ DEVOL_PENDENTES_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-DVP-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DEVOL_PENDENTES_ANT
           CLOSE DEVOL_PENDENTES_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1280-CONVERTE-DEVOL-PENDENTES-FIM.
           EXIT.
      *
       1290-CONVERTE-ENCOMENDAS.
           MOVE 'encomendas'
               TO WS-NOME-ARQUIVO
           MOVE 010 TO WS-POS-CLI
           MOVE 087 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ENCOMENDAS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1290-CONVERTE-ENCOMENDAS-FIM
           END-IF
           OPEN OUTPUT ENCOMENDAS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ENCOMENDAS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-ENC-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ENCOMENDAS_ANT
           CLOSE ENCOMENDAS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1290-CONVERTE-ENCOMENDAS-FIM.
           EXIT.
      *
       1300-CONVERTE-IMPOSTOS-ESTORNO.
           MOVE 'impostos_estorno'
               TO WS-NOME-ARQUIVO
           MOVE 010 TO WS-POS-CLI
           MOVE 067 TO WS-TAM-ANT
           MOVE 022 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT IMPOSTOS_ESTORNO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1300-CONVERTE-IMPOSTOS-ESTORNO-FIM
           END-IF
           OPEN OUTPUT IMPOSTOS_ESTORNO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ IMPOSTOS_ESTORNO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-IES-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE IMPOSTOS_ESTORNO_ANT
           CLOSE IMPOSTOS_ESTORNO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1300-CONVERTE-IMPOSTOS-ESTORNO-FIM.
           EXIT.
      *
       1310-CONVERTE-NFE-PEDIDOS.
           MOVE 'nfe_pedidos'
               TO WS-NOME-ARQUIVO
           MOVE 020 TO WS-POS-CLI
           MOVE 187 TO WS-TAM-ANT
           MOVE 031 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT NFE_PEDIDOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1310-CONVERTE-NFE-PEDIDOS-FIM
           END-IF
           OPEN OUTPUT NFE_PEDIDOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ NFE_PEDIDOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-NFE-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE NFE_PEDIDOS_ANT
           CLOSE NFE_PEDIDOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1310-CONVERTE-NFE-PEDIDOS-FIM.
           EXIT.
      *
       1320-CONVERTE-ORCAMENTOS.
           MOVE 'orcamentos'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 032 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ORCAMENTOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1320-CONVERTE-ORCAMENTOS-FIM
           END-IF
           OPEN OUTPUT ORCAMENTOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ORCAMENTOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-ORC-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ORCAMENTOS_ANT
           CLOSE ORCAMENTOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1320-CONVERTE-ORCAMENTOS-FIM.
           EXIT.
      *
       1330-CONVERTE-PEDIDOS-VENDA.
           MOVE 'pedidos_venda'
               TO WS-NOME-ARQUIVO
           MOVE 010 TO WS-POS-CLI
           MOVE 055 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PEDIDOS_VENDA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1330-CONVERTE-PEDIDOS-VENDA-FIM
           END-IF
           OPEN OUTPUT PEDIDOS_VENDA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PEDIDOS_VENDA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PVD-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PEDIDOS_VENDA_ANT
           CLOSE PEDIDOS_VENDA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1330-CONVERTE-PEDIDOS-VENDA-FIM.
           EXIT.
      *
       1340-CONVERTE-PIX-COBRANCA.
           MOVE 'pix_cobranca'
               TO WS-NOME-ARQUIVO
           MOVE 034 TO WS-POS-CLI
           MOVE 076 TO WS-TAM-ANT
           MOVE 053 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PIX_COBRANCA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1340-CONVERTE-PIX-COBRANCA-FIM
           END-IF
           OPEN OUTPUT PIX_COBRANCA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PIX_COBRANCA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PIX-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE PIX_COBRANCA_ANT
           CLOSE PIX_COBRANCA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1340-CONVERTE-PIX-COBRANCA-FIM.
           EXIT.
      *
       1350-CONVERTE-ROMANEIOS.
           MOVE 'romaneios'
               TO WS-NOME-ARQUIVO
           MOVE 030 TO WS-POS-CLI
           MOVE 093 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT ROMANEIOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1350-CONVERTE-ROMANEIOS-FIM
           END-IF
           OPEN OUTPUT ROMANEIOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ ROMANEIOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-ROM-NOVA FROM WS-REG-NOVA
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
       1350-CONVERTE-ROMANEIOS-FIM.
           EXIT.
      *
       1360-CONVERTE-XREF-ITENS.
           MOVE 'xref_itens'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 057 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT XREF_ITENS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1360-CONVERTE-XREF-ITENS-FIM
           END-IF
           OPEN OUTPUT XREF_ITENS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ XREF_ITENS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-XRF-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE XREF_ITENS_ANT
           CLOSE XREF_ITENS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1360-CONVERTE-XREF-ITENS-FIM.
           EXIT.
      *
       1370-CONVERTE-EDI-IMPORTADOS.
           MOVE 'edi_importados'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 050 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT EDI_IMPORTADOS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1370-CONVERTE-EDI-IMPORTADOS-FIM
           END-IF
           OPEN OUTPUT EDI_IMPORTADOS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ EDI_IMPORTADOS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-EIM-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE EDI_IMPORTADOS_ANT
           CLOSE EDI_IMPORTADOS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1370-CONVERTE-EDI-IMPORTADOS-FIM.
           EXIT.
      *
       1380-CONVERTE-CREDITOS-CLI.
           MOVE 'creditos_cli'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 053 TO WS-TAM-ANT
           MOVE 011 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT CREDITOS_CLI_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1380-CONVERTE-CREDITOS-CLI-FIM
           END-IF
           OPEN OUTPUT CREDITOS_CLI_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ CREDITOS_CLI_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CRC-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE CREDITOS_CLI_ANT
           CLOSE CREDITOS_CLI_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1380-CONVERTE-CREDITOS-CLI-FIM.
           EXIT.
      *
       1390-CONVERTE-CREDITOS-CLI-USO.
           MOVE 'creditos_cli_uso'
               TO WS-NOME-ARQUIVO
           MOVE 001 TO WS-POS-CLI
           MOVE 095 TO WS-TAM-ANT
           MOVE 029 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT CREDITOS_CLI_USO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1390-CONVERTE-CREDITOS-CLI-USO-FIM
           END-IF
           OPEN OUTPUT CREDITOS_CLI_USO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ CREDITOS_CLI_USO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CRU-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE CREDITOS_CLI_USO_ANT
           CLOSE CREDITOS_CLI_USO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1390-CONVERTE-CREDITOS-CLI-USO-FIM.
           EXIT.
      *
       1400-CONVERTE-PROTESTO-REMESSA.
           MOVE 'protesto_remessa'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 177 TO WS-TAM-ANT
           MOVE 027 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT PROTESTO_REMESSA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1400-CONVERTE-PROTESTO-REMESSA-FIM
           END-IF
           OPEN OUTPUT PROTESTO_REMESSA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ PROTESTO_REMESSA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-PRT-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE PROTESTO_REMESSA_ANT
           CLOSE PROTESTO_REMESSA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1400-CONVERTE-PROTESTO-REMESSA-FIM.
           EXIT.
      *
       1410-CONVERTE-NEGATIV-REMESSA.
           MOVE 'negativ_remessa'
               TO WS-NOME-ARQUIVO
           MOVE 009 TO WS-POS-CLI
           MOVE 178 TO WS-TAM-ANT
           MOVE 028 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT NEGATIV_REMESSA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1410-CONVERTE-NEGATIV-REMESSA-FIM
           END-IF
           OPEN OUTPUT NEGATIV_REMESSA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ NEGATIV_REMESSA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-NGR-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE NEGATIV_REMESSA_ANT
           CLOSE NEGATIV_REMESSA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1410-CONVERTE-NEGATIV-REMESSA-FIM.
           EXIT.
      *
       1420-CONVERTE-NEGATIV-EXCLUSAO.
           MOVE 'negativ_exclusao'
               TO WS-NOME-ARQUIVO
           MOVE 009 TO WS-POS-CLI
           MOVE 030 TO WS-TAM-ANT
           MOVE 000 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT NEGATIV_EXCLUSAO_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1420-CONVERTE-NEGATIV-EXCLUSAO-FIM
           END-IF
           OPEN OUTPUT NEGATIV_EXCLUSAO_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ NEGATIV_EXCLUSAO_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-NGE-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE NEGATIV_EXCLUSAO_ANT
           CLOSE NEGATIV_EXCLUSAO_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1420-CONVERTE-NEGATIV-EXCLUSAO-FIM.
           EXIT.
      *
       1430-CONVERTE-COBR-EXT-REMESSA.
           MOVE 'cobr_ext_remessa'
               TO WS-NOME-ARQUIVO
           MOVE 013 TO WS-POS-CLI
           MOVE 182 TO WS-TAM-ANT
           MOVE 032 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT COBR_EXT_REMESSA_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1430-CONVERTE-COBR-EXT-REMESSA-FIM
           END-IF
           OPEN OUTPUT COBR_EXT_REMESSA_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ COBR_EXT_REMESSA_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-CXR-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE COBR_EXT_REMESSA_ANT
           CLOSE COBR_EXT_REMESSA_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1430-CONVERTE-COBR-EXT-REMESSA-FIM.
           EXIT.
      *
       1440-CONVERTE-VENDAS-ESTATS.
           MOVE 'vendas_estats'
               TO WS-NOME-ARQUIVO
           MOVE 008 TO WS-POS-CLI
           MOVE 034 TO WS-TAM-ANT
           MOVE 011 TO WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT VENDAS_ESTATS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1440-CONVERTE-VENDAS-ESTATS-FIM
           END-IF
           OPEN OUTPUT VENDAS_ESTATS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ VENDAS_ESTATS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9000-DESLOCA-CODIGO
                           THRU 9000-DESLOCA-CODIGO-FIM
                       WRITE REG-EST-NOVA FROM WS-REG-NOVA
                           INVALID KEY
                               PERFORM 9200-CHAVE-RECUSADA
                                   THRU 9200-CHAVE-RECUSADA-FIM
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE VENDAS_ESTATS_ANT
           CLOSE VENDAS_ESTATS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1440-CONVERTE-VENDAS-ESTATS-FIM.
           EXIT.
      *
      **************************************
      * JORNAL DE IMAGENS: CHAVE E IMAGEM  *
      * DE CLIENTES, IMAGEM DE DUPLICATAS  *
      **************************************
      *
       1450-CONVERTE-JORNAL.
           MOVE 'jornal_imagens'
               TO WS-NOME-ARQUIVO
           MOVE ZEROS TO WS-POS-CLI WS-TAM-ANT WS-POS-VALOR
           PERFORM 9010-INICIA-ARQUIVO THRU 9010-INICIA-ARQUIVO-FIM

           OPEN INPUT JORNAL_IMAGENS_ANT
           IF WS-FS-ANTIGA EQUAL 35
               PERFORM 9020-ARQUIVO-PULADO
                   THRU 9020-ARQUIVO-PULADO-FIM
               GO TO 1450-CONVERTE-JORNAL-FIM
           END-IF
           OPEN OUTPUT JORNAL_IMAGENS_NOVA

           PERFORM UNTIL WS-EOF = 1
               READ JORNAL_IMAGENS_ANT INTO WS-REG-ANT
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 9300-AJUSTA-IMAGEM
                           THRU 9300-AJUSTA-IMAGEM-FIM
                       WRITE REG-JRN-NOVA FROM WS-REG-NOVA
                       ADD 1 TO WS-QTD-GRAVADOS
               END-READ
           END-PERFORM

           CLOSE JORNAL_IMAGENS_ANT
           CLOSE JORNAL_IMAGENS_NOVA

           PERFORM 9100-CONFERE-ARQUIVO THRU 9100-CONFERE-ARQUIVO-FIM.
       1450-CONVERTE-JORNAL-FIM.
           EXIT.
      *
      *> LAYOUT DO JORNAL: DATA-HORA 1-14, ARQUIVO 15-26, CHAVE 27-46,
      *> OPERADOR 47-54, IMAGEM 55-204. O REGISTRO NAO MUDA DE
      *> TAMANHO: A CHAVE E A IMAGEM PERDEM OS DOIS BRANCOS FINAIS.
       9300-AJUSTA-IMAGEM.
           MOVE WS-REG-ANT TO WS-REG-NOVA
           MOVE WS-REG-ANT(15:12) TO WS-JRN-ARQUIVO
           ADD 1 TO WS-QTD-LIDOS
           ADD 1 TO WS-QTD-TOTAL

           EVALUATE TRUE
               WHEN WS-JRN-CLIENTES
      *> CHAVE E IMAGEM DO CADASTRO COMECAM PELO CODIGO.
                   MOVE WS-REG-ANT(27:3) TO WS-COD-ANT-X
                   IF WS-COD-ANT-X IS NUMERIC
                       MOVE WS-COD-ANT    TO WS-COD-NOVO
                       MOVE WS-COD-NOVO-X TO WS-REG-NOVA(27:5)
                       MOVE WS-REG-ANT(30:15) TO WS-REG-NOVA(32:15)
                       ADD WS-COD-ANT TO WS-HASH-ANTES
                       ADD WS-COD-NOVO TO WS-HASH-DEPOIS
                   END-IF
                   MOVE WS-REG-ANT(55:3) TO WS-COD-ANT-X
                   IF WS-COD-ANT-X IS NUMERIC
                       MOVE WS-COD-ANT    TO WS-COD-NOVO
                       MOVE WS-COD-NOVO-X TO WS-REG-NOVA(55:5)
                       MOVE WS-REG-ANT(58:145) TO WS-REG-NOVA(60:145)
                       ADD 1 TO WS-QTD-JRN-AJUSTADAS
                   END-IF
               WHEN WS-JRN-DUPLICATAS
      *> NA DUPLICATA O CLIENTE VEM DEPOIS DO NUMERO (7 POSICOES).
                   MOVE WS-REG-ANT(62:3) TO WS-COD-ANT-X
                   IF WS-COD-ANT-X IS NUMERIC
                       MOVE WS-COD-ANT    TO WS-COD-NOVO
                       MOVE WS-COD-NOVO-X TO WS-REG-NOVA(62:5)
                       MOVE WS-REG-ANT(65:138) TO WS-REG-NOVA(67:138)
                       ADD WS-COD-ANT TO WS-HASH-ANTES
                       ADD WS-COD-NOVO TO WS-HASH-DEPOIS
                       ADD 1 TO WS-QTD-JRN-AJUSTADAS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       9300-AJUSTA-IMAGEM-FIM.
           EXIT.

       END PROGRAM EXERCICIO_198.

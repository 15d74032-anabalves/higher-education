      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS PROPOSTAS DE PONTO DE REPOSICAO
      * (ARQUIVO PROPOSTAS_PONTO, INDEXADO POR DEPOSITO + PRODUTO),
      * GRAVADO PELO CALCULO MENSAL PELO CONSUMO (EXERCICIO_168) E
      * DECIDIDO PELO COMPRADOR (EXERCICIO_169), NO MOLDE DAS
      * PROPOSTAS DE LIMITE DE CREDITO (LIMPROP.CPY). GUARDA A JANELA
      * USADA, A DEMANDA TOTAL, A MEDIA DIARIA E O DESVIO DIARIO, O
      * PRAZO DE ENTREGA E DE ONDE ELE VEIO ('R' MEDIA REAL DOS
      * PEDIDOS RECEBIDOS, 'C' COTACAO DO FORNECEDOR, 'P' PARAMETRO
      * REPOS-PRAZO), O PONTO E A SEGURANCA EM VIGOR NA EPOCA ('P'
      * PONTO PROPRIO DO PRODUTO, 'D' PONTO GERAL DO DEPOSITO, ' '
      * NENHUM), OS PROPOSTOS E A DECISAO ('P' PENDENTE, 'A' ACEITA,
      * 'R' REJEITADA) COM O OPERADOR E A DATA.
      ******************************************************************
           03 PPT-CHAVE.
              05 PPT-COD-DEPOSITO      PIC 9(002).
              05 PPT-COD-PRODUTO       PIC 9(003).
           03 PPT-DT-PROPOSTA          PIC 9(008).
           03 PPT-QTD-MESES            PIC 9(002).
           03 PPT-DEMANDA-TOTAL        PIC 9(009).
           03 PPT-DEMANDA-DIARIA       PIC 9(007)V9(004).
           03 PPT-DESVIO-DIARIO        PIC 9(007)V9(004).
           03 PPT-PRAZO-DIAS           PIC 9(003).
           03 PPT-ORIGEM-PRAZO         PIC X(001).
              88 PPT-PRAZO-REAL        VALUE 'R'.
              88 PPT-PRAZO-COTACAO     VALUE 'C'.
              88 PPT-PRAZO-PARAMETRO   VALUE 'P'.
           03 PPT-PONTO-ATUAL          PIC 9(009).
           03 PPT-SEGURANCA-ATUAL      PIC 9(009).
           03 PPT-ORIGEM-ATUAL         PIC X(001).
              88 PPT-ATUAL-PRODUTO     VALUE 'P'.
              88 PPT-ATUAL-DEPOSITO    VALUE 'D'.
           03 PPT-PONTO-PROPOSTO       PIC 9(009).
           03 PPT-SEGURANCA-PROPOSTA   PIC 9(009).
           03 PPT-SITUACAO             PIC X(001).
              88 PPT-PENDENTE          VALUE 'P'.
              88 PPT-ACEITA            VALUE 'A'.
              88 PPT-REJEITADA         VALUE 'R'.
           03 PPT-OPERADOR             PIC X(008).
           03 PPT-DT-DECISAO           PIC 9(008).

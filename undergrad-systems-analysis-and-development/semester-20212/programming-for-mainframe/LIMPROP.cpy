      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DAS PROPOSTAS DE REVISAO DO LIMITE DE
      * CREDITO (ARQUIVO PROPOSTAS_LIMITE, INDEXADO PELO CODIGO DO
      * CLIENTE), GRAVADO PELA REVISAO TRIMESTRAL (EXERCICIO_133) E
      * DECIDIDO PELO GERENTE DE CREDITO NA APROVACAO
      * (EXERCICIO_134). GUARDA A ACAO PROPOSTA ('AUM' AUMENTAR,
      * 'RED' REDUZIR, 'BLQ' BLOQUEAR), O LIMITE DA EPOCA DA PROPOSTA
      * E O PROPOSTO, OS INDICADORES QUE A JUSTIFICAM E O MOTIVO, E
      * A DECISAO ('P' PENDENTE, 'A' APROVADA, 'R' REJEITADA) COM O
      * OPERADOR E A DATA.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      ******************************************************************
           03 PRL-COD-CLIENTE          PIC 9(005).
           03 PRL-DT-PROPOSTA          PIC 9(008).
           03 PRL-ACAO                 PIC X(003).
              88 PRL-AUMENTO           VALUE 'AUM'.
              88 PRL-REDUCAO           VALUE 'RED'.
              88 PRL-BLOQUEIO          VALUE 'BLQ'.
           03 PRL-VL-LIMITE-ATUAL      PIC S9(013)V9(002).
           03 PRL-VL-LIMITE-NOVO       PIC S9(013)V9(002).
           03 PRL-MEDIA-DIAS           PIC S9(006).
           03 PRL-PCT-ATRASO           PIC 9(003).
           03 PRL-QTD-QUEBRADOS        PIC 9(004).
           03 PRL-VL-COMPRAS           PIC S9(013)V9(002).
           03 PRL-MOTIVO               PIC X(050).
           03 PRL-SITUACAO             PIC X(001).
              88 PRL-PENDENTE          VALUE 'P'.
              88 PRL-APROVADA          VALUE 'A'.
              88 PRL-REJEITADA         VALUE 'R'.
           03 PRL-OPERADOR             PIC X(008).
           03 PRL-DT-DECISAO           PIC 9(008).

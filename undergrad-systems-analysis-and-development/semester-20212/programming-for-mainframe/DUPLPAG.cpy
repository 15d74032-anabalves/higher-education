      * CONTAS A RECEBER. O TITULO NASCE NO RECEBIMENTO DE UM PEDIDO
      * DE COMPRA (EXERCICIO_024) E E BAIXADO PELO REGISTRO DE
      * PAGAMENTO (EXERCICIO_062). STATUS: 'NAO' = EM ABERTO,
      * 'SIM' = PAGO. O TITULO DO RECEBIMENTO NASCE AGUARDANDO A NOTA
      * FISCAL DO FORNECEDOR, QUE E CONFERIDA CONTRA O PEDIDO E A
      * REMESSA RECEBIDA (EXERCICIO_154) ANTES DE O TITULO PODER SER
      * PAGO (EXERCICIO_062 E BORDERO, EXERCICIO_091). NO PAGAMENTO
      * SAO DESCONTADAS AS RETENCOES NA FONTE DO FORNECEDOR (IRRF, ISS,
      * INSS), E CADA RETENCAO VIRA UM TITULO PROPRIO A PAGAR AO FISCO.
      * AS DESPESAS SEM PEDIDO (ALUGUEL, ENERGIA, TELEFONE, SERVICOS)
      * SAO LANCADAS NO EXERCICIO_161 (E AS FIXAS GERADAS TODO MES
      * PELO EXERCICIO_162) COM O EVENTO DE DESPESA DO PLANO DE CONTAS.
      ******************************************************************
           03 PAG-NR-TITULO            PIC 9(007).
           03 PAG-COD-FORNECEDOR       PIC 9(005).
      *> (EXERCICIO_091); E O MES DE COMPETENCIA DO EVENTO PAGAMENTO
      *> NA EXPORTACAO CONTABIL (EXERCICIO_088).
           03 PAG-DT-PAGAMENTO         PIC 9(008).
      *> CONFERENCIA DA NOTA DO FORNECEDOR (PEDIDO X RECEBIMENTO X
      *> NOTA): 'N' = TITULO SEM PEDIDO (HONORARIOS, IMPOSTOS), NAO
      *> CONFERIDO; 'R' = RECEBIDO, AGUARDANDO A NOTA; 'L' = NOTA
      *> DENTRO DA TOLERANCIA; 'D' = NOTA DIVERGENTE, TITULO RETIDO;
      *> 'A' = DIVERGENCIA LIBERADA (OU DESPESA APROVADA) POR OPERADOR
      *> COM O FLAG DE APROVACAO (OPERADOR E DATA NO TITULO); 'P' =
      *> DESPESA ACIMA DA ALCADA (LIM-APROV-PC) AGUARDANDO APROVACAO
      *> (EXERCICIO_161). SO 'N', 'L' E 'A' PODEM SER PAGOS. A
      *> QUANTIDADE E A DA REMESSA QUE GEROU O TITULO; A NOTA E A QUE
      *> FOI CONFERIDA CONTRA ELE. OS TITULOS ANTERIORES A
      *> CONFERENCIA FORAM CONVERTIDOS COMO 'N' (EXERCICIO_156).
           03 PAG-ST-CONFERENCIA       PIC X(001).
              88 PAG-CONF-SEM-PEDIDO   VALUE 'N'.
              88 PAG-CONF-AGUARDA-NOTA VALUE 'R'.
              88 PAG-CONF-LIBERADO     VALUE 'L'.
              88 PAG-CONF-DIVERGENTE   VALUE 'D'.
              88 PAG-CONF-APROVADO     VALUE 'A'.
              88 PAG-CONF-PEND-APROV   VALUE 'P'.
              88 PAG-LIBERADO-PAGTO    VALUE 'N' 'L' 'A'.
           03 PAG-QTDE-RECEBIDA        PIC 9(009).
           03 PAG-NR-NOTA-FORN         PIC 9(009).
           03 PAG-OPERADOR-LIBER       PIC X(008).
           03 PAG-DT-LIBERACAO         PIC 9(008).
      *> TIPO DO TITULO: 'C' = COMPRA (RECEBIMENTO, EXERCICIO_024);
      *> 'H' = HONORARIOS (EXERCICIO_131); 'I' = IMPOSTO APURADO
      *> (EXERCICIO_142); 'R' = RETENCAO NA FONTE A RECOLHER, GERADA
      *> NO PAGAMENTO DE OUTRO TITULO (EXERCICIO_062 E EXERCICIO_091);
      *> 'D' = DESPESA SEM PEDIDO (EXERCICIO_161 E EXERCICIO_162,
      *> MULTAS DA FROTA EM EXERCICIO_209 E PAGAMENTO DE PROFESSORES
      *> EM EXERCICIO_211);
      *> ESPACOS = TITULO ANTERIOR AO CAMPO (EXERCICIO_157). SO OS
      *> TITULOS QUE NAO SAO 'I' NEM 'R' SOFREM RETENCAO.
           03 PAG-TIPO-TITULO          PIC X(001).
              88 PAG-TIPO-COMPRA       VALUE 'C'.
              88 PAG-TIPO-HONORARIO    VALUE 'H'.
              88 PAG-TIPO-IMPOSTO      VALUE 'I'.
              88 PAG-TIPO-RETENCAO     VALUE 'R'.
              88 PAG-TIPO-DESPESA      VALUE 'D'.
              88 PAG-SOFRE-RETENCAO    VALUE 'C' 'H' 'D' ' '.
      *> NO TITULO 'R': O IMPOSTO RETIDO (IRRF, ISS, INSS) E O TITULO
      *> DO FORNECEDOR DE ONDE SAIU. NO TITULO DO FORNECEDOR: O TOTAL
      *> JA RETIDO NOS PAGAMENTOS, QUE ESTA DENTRO DE PAG-VL-PAGO MAS
      *> NAO SAIU DO BANCO (O FORNECEDOR RECEBEU O LIQUIDO).
           03 PAG-COD-RETENCAO         PIC X(004).
           03 PAG-VL-RETENCAO          PIC S9(013)V9(002).
           03 PAG-TITULO-ORIGEM        PIC 9(007).
      *> NO TITULO 'D': O EVENTO DO PLANO DE CONTAS (EXERCICIO_087)
      *> CUJA CONTA DE DEBITO E A DESPESA E A DE CREDITO O
      *> FORNECEDOR, USADO NA EMISSAO PELA EXPORTACAO CONTABIL
      *> (EXERCICIO_088) NO LUGAR DO EVENTO COMPRA. EM BRANCO NOS
      *> DEMAIS TITULOS E NOS CONVERTIDOS (EXERCICIO_163).
           03 PAG-EVENTO-DESPESA       PIC X(012).
      *> TOTAL DO CREDITO DO FORNECEDOR (CREDITOS_FORN) USADO NOS
      *> PAGAMENTOS POR BORDERO (EXERCICIO_091), QUE TAMBEM ESTA DENTRO
      *> DE PAG-VL-PAGO MAS NAO SAIU DO BANCO. A EXPORTACAO CONTABIL
      *> (EXERCICIO_088) O LANCA PELO EVENTO CREDITO-FORN, E NAO COMO
      *> PAGAMENTO. ZERADO NOS TITULOS CONVERTIDOS (EXERCICIO_215).
           03 PAG-VL-CREDITO           PIC S9(013)V9(002).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE FORNECEDORES (ARQUIVO
      * FORNECEDORES, INDEXADO PELO CODIGO), MANTIDO EM EXERCICIO_006.
      * ALEM DO NOME E DO TELEFONE, O FORNECEDOR TRAZ O CNPJ/CPF E AS
      * ALIQUOTAS DAS RETENCOES NA FONTE QUE SE APLICAM AOS SEUS
      * PAGAMENTOS (IRRF, ISS E INSS; ZERO = NAO RETEM). AS RETENCOES
      * SAO CALCULADAS NO PAGAMENTO (EXERCICIO_062 E BORDERO,
      * EXERCICIO_091) PELA SUB-ROTINA CALC_RETENCAO. OS CADASTROS
      * ANTERIORES AS RETENCOES FORAM CONVERTIDOS SEM RETENCAO
      * (EXERCICIO_157).
      * O CNPJ/CPF VEM COM O TIPO DE PESSOA ('F' CPF, 'J' CNPJ) E E
      * CONFERIDO PELA SUBROTINA VALIDA_DOCTO; DOIS FORNECEDORES NAO
      * PODEM TER O MESMO NUMERO. BANCO, AGENCIA E CONTA (COM O
      * DIGITO, QUE PODE SER 'X') SAO OS DO CREDITO NA REMESSA DE
      * PAGAMENTO (PAGTO_REMESSA, EXERCICIO_091). OS CADASTROS
      * ANTERIORES FORAM CONVERTIDOS POR EXERCICIO_201.
      ******************************************************************
           03 FORN-COD-FORNECEDOR      PIC 9(005).
           03 FORN-NOME-FORNECEDOR     PIC X(020).
           03 FORN-TELEFONE-FORNECEDOR PIC X(015).
           03 FORN-CNPJ-CPF            PIC 9(014).
           03 FORN-PCT-IRRF            PIC 9(002)V9(002).
           03 FORN-PCT-ISS             PIC 9(002)V9(002).
           03 FORN-PCT-INSS            PIC 9(002)V9(002).
           03 FORN-TIPO-PESSOA         PIC X(001).
              88 FORN-PESSOA-FISICA     VALUE 'F'.
              88 FORN-PESSOA-JURIDICA   VALUE 'J'.
           03 FORN-BANCO               PIC 9(003).
           03 FORN-AGENCIA             PIC 9(004).
           03 FORN-CONTA               PIC 9(012).
           03 FORN-DV-CONTA            PIC X(001).

      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DE PROFESSORES (ARQUIVO
      * PROFESSORES, INDEXADO PELA MATRICULA), MANTIDO NO
      * EXERCICIO_109 E LIDO NO CENSO (EXERCICIO_191), NO QUADRO DE
      * TURMAS (EXERCICIO_194), NA MASSA DE TESTE (EXERCICIO_205) E
      * NO PAGAMENTO MENSAL DE PROFESSORES (EXERCICIO_211).
      * O REGIME DIZ COMO O PROFESSOR E PAGO: 'H' = HORISTA E 'C' =
      * CONTRATADO SAO PAGOS POR HORA-AULA DAS TURMAS ATRIBUIDAS
      * (EXERCICIO_211); 'E' = EFETIVO E PAGO PELA FOLHA E FICA FORA
      * DO LOTE. O VALOR DA HORA-AULA E PROPOSTO PELA TITULACAO
      * (PARAMETROS VH-GRADUADO, VH-ESPECIAL, VH-MESTRE E VH-DOUTOR)
      * E PODE SER ALTERADO NO CADASTRO. O FORNECEDOR E O CADASTRO
      * DE CONTAS A PAGAR (DADOS BANCARIOS E RETENCOES) EM NOME DO
      * PROFESSOR, PARA O TITULO DO PAGAMENTO. REGISTROS ANTERIORES
      * AOS CAMPOS FORAM CONVERTIDOS COM REGIME EM BRANCO, VALOR E
      * FORNECEDOR ZERADOS (EXERCICIO_212).
      ******************************************************************
           03 PROF-MATRICULA          PIC X(08).
           03 PROF-NOME               PIC X(20).
           03 PROF-TITULACAO          PIC X(15).
           03 PROF-REGIME             PIC X(01).
              88 PROF-HORISTA         VALUE 'H'.
              88 PROF-CONTRATADO      VALUE 'C'.
              88 PROF-EFETIVO         VALUE 'E'.
              88 PROF-PAGO-POR-AULA   VALUE 'H' 'C'.
              88 PROF-REGIME-VALIDO   VALUE 'H' 'C' 'E'.
           03 PROF-VL-HORA            PIC 9(05)V99.
           03 PROF-COD-FORNECEDOR     PIC 9(05).

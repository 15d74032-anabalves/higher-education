      * DE CORRESPONDENCIA DEVOLVIDA EXIGEM SEPARADOS. O REGISTRO
      * CONVERTIDO DO LAYOUT ANTIGO (EXERCICIO_067) FICA MARCADO PARA
      * REVISAO MANUAL ATE ALGUEM CONFERIR AS PARTES NA MANUTENCAO.
      * O CODIGO DE CLIENTE PASSOU DE 3 PARA 5 DIGITOS; OS REGISTROS
      * GRAVADOS ANTES FORAM CONVERTIDOS POR EXERCICIO_198.
      * O CLIENTE TRAZ O TIPO DE PESSOA E O CPF/CNPJ (CONFERIDO PELA
      * SUBROTINA VALIDA_DOCTO NA MANUTENCAO, PROGRAMA_EX07), EXIGIDO
      * NO PROTESTO E NA REMESSA BANCARIA. O NUMERO FICA COMPACTADO
      * PARA O REGISTRO CABER NA IMAGEM DO JORNAL (GRAVA_IMAGEM, 150
      * POSICOES). REGISTRO CONVERTIDO (EXERCICIO_201) FICA COM O TIPO
      * EM BRANCO E O NUMERO ZERADO ATE SER INFORMADO; AS PENDENCIAS
      * SAEM NO RELATORIO DE EXERCICIO_202.
      * O CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (LGPD, EXERCICIO_204)
      * FICA COM O NOME INICIADO PELA MARCA 'ANONIMIZADO' E OS DEMAIS
      * DADOS PESSOAIS TROCADOS POR MARCAS UNICAS POR CODIGO; A
      * DETECCAO DE DUPLICADOS E O RELATORIO DE PENDENCIAS O IGNORAM.
      ******************************************************************
           03 COD-CLIENTE              PIC 9(005).
           03 NOME-CLIENTE             PIC X(020).
           03 FILLER REDEFINES NOME-CLIENTE.
              05 MARCA-ANONIMIZADO     PIC X(011).
                 88 CLIENTE-ANONIMIZADO VALUE 'ANONIMIZADO'.
              05 FILLER                PIC X(009).
           03 TELEFONE-CLIENTE         PIC X(014).
           03 LOGRADOURO-CLIENTE       PIC X(030).
           03 NUMERO-CLIENTE           PIC X(006).
           03 COD-VENDEDOR             PIC 9(003).
           03 REVISAO-ENDERECO         PIC X(001).
              88 ENDERECO-EM-REVISAO   VALUE 'S'.
           03 TIPO-PESSOA-CLIENTE      PIC X(001).
              88 CLIENTE-PESSOA-FISICA   VALUE 'F'.
              88 CLIENTE-PESSOA-JURIDICA VALUE 'J'.
           03 DOCTO-CLIENTE            PIC 9(014) COMP-3.

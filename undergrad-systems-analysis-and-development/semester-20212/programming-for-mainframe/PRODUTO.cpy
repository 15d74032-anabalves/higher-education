      * PROGRAMA, NO MESMO ESPIRITO DE DUPLICATA.CPY. O CUSTO MEDIO
      * E RECALCULADO A CADA RECEBIMENTO DE COMPRA (EXERCICIO_024) E
      * E A BASE DA VALORIZACAO DO ESTOQUE - O PRECO-PRODUTO E O
      * PRECO DE VENDA E NAO VALORIZA MAIS O ESTOQUE. FRETE, SEGURO E
      * DESPESAS DE IMPORTACAO RATEADOS NO EXERCICIO_159 TAMBEM ENTRAM
      * NO CUSTO MEDIO, NA PROPORCAO DO QUE AINDA ESTA EM ESTOQUE.
      * A SITUACAO DO PRODUTO NO CICLO DE VIDA (MANTIDA NO
      * EXERCICIO_009, CONVERTIDA PELO EXERCICIO_170) VALE A PARTIR DA
      * DATA DE VIGENCIA; ANTES DELA O PRODUTO SEGUE COMO ATIVO.
      ******************************************************************
          03 COD-PRODUTO           PIC 9(03).
          03 NOME-PRODUTO          PIC X(20).
      *> (TAXAS_IMPOSTO, EXERCICIO_107) JUNTO COM A UF DO DESTINO.
      *> BRANCOS = PRODUTO SEM TRIBUTACAO CADASTRADA.
          03 GRUPO-PRODUTO         PIC X(03).
      *> SITUACAO NO CICLO DE VIDA: 'B' CONTINUA VENDENDO MAS NUNCA E
      *> SUGERIDO PARA COMPRA; 'D' NAO ENTRA EM PEDIDO DE CLIENTE E
      *> INDICA O SUBSTITUTO; 'I' NAO APARECE NAS LISTAGENS. BRANCO
      *> (REGISTRO ANTIGO) VALE COMO ATIVO.
          03 SITUACAO-PRODUTO      PIC X(01).
             88 PRODUTO-ATIVO         VALUE 'A' ' '.
             88 PRODUTO-BLOQ-COMPRA   VALUE 'B'.
             88 PRODUTO-DESCONTINUADO VALUE 'D'.
             88 PRODUTO-INATIVO       VALUE 'I'.
          03 DT-SITUACAO-PRODUTO   PIC 9(08).
          03 COD-PRODUTO-SUBST     PIC 9(03).

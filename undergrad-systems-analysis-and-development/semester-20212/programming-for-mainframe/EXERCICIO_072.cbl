       FD MST_ALUNOS.
       01 REG-MST-ALUNOS.
           03 BK1-RGM-ALUNO         PIC 9(005).
           03 FILLER                   PIC X(055).

       FD BKP_ALUNOS.
       01 REG-BKP-ALUNOS.
       01 REG-MST-PRODUTOS.
           03 BK3-COD-PRODUTO          PIC 9(003).
           03 BK3-NOME-PRODUTO         PIC X(020).
      *> RESTO DO LAYOUT DE PRODUTO.CPY (ESTOQUE, PRECO, FORNECEDOR,
      *> CUSTO MEDIO, GRUPO FISCAL E A SITUACAO NO CICLO DE VIDA).
           03 FILLER                   PIC X(047).

       FD BKP_PRODUTOS.
       01 REG-BKP-PRODUTOS.

       FD MST_CLIENTES.
       01 REG-MST-CLIENTES.
           03 BK4-COD-CLIENTE          PIC 9(005).
      *> RESTO DO LAYOUT DE CLIENTE.CPY (ATE O TIPO DE PESSOA E O
      *> CPF/CNPJ COMPACTADO).
           03 FILLER                   PIC X(143).

       FD BKP_CLIENTES.
       01 REG-BKP-CLIENTES.
       FD MST_FORNECEDORES.
       01 REG-MST-FORNECEDORES.
           03 BK5-COD-FORNECEDOR       PIC 9(005).
      *> RESTO DO LAYOUT DE FORNEC.CPY (NOME, TELEFONE, CNPJ/CPF,
      *> ALIQUOTAS DE RETENCAO, TIPO DE PESSOA E CONTA DO CREDITO).
           03 FILLER                   PIC X(082).

       FD BKP_FORNECEDORES.
       01 REG-BKP-FORNECEDORES.
       FD MST_DUPLICATAS.
       01 REG-MST-DUPLICATAS.
           03 BK10-NR-DUPLICATA        PIC 9(007).
           03 FILLER                   PIC X(070).

       FD BKP_DUPLICATAS.
       01 REG-BKP-DUPLICATAS.

           CLOSE MST_PEDIDOS_COMPRA
           CLOSE BKP_PEDIDOS_COMPRA
           DISPLAY " PEDIDOS_COMPRA: " WS-QTD-REGS
               " REGISTROS COPIADOS".
       1009-BACKUP-PEDIDOS-COMPRA-FIM.
           EXIT.
      *

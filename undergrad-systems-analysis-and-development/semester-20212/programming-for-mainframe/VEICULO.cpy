      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT COMUM DO CADASTRO DA FROTA (ARQUIVO VEICULOS,
      * INDEXADO PELO CODIGO DO VEICULO), MANTIDO NO EXERCICIO_073 E
      * LIDO PELO REGISTRO DE VIAGENS (EXERCICIO_004) E PELO CONTROLE
      * DE COMBUSTIVEL (EXERCICIO_125). OS CAMPOS DO ATIVO IMOBILIZADO
      * (CUSTO DE AQUISICAO, VALOR RESIDUAL E VIDA UTIL EM MESES) SAO
      * INFORMADOS NO EXERCICIO_073; A DEPRECIACAO ACUMULADA E O
      * ULTIMO MES DEPRECIADO SO SAO ATUALIZADOS PELA DEPRECIACAO
      * MENSAL (EXERCICIO_151), QUE TAMBEM LANCA O RESULTADO DA VENDA
      * OU BAIXA REGISTRADA NO EXERCICIO_073 E MARCA A BAIXA COMO
      * LANCADA. O REGISTRO DO IMOBILIZADO E O EXERCICIO_152.
      * A CATEGORIA DE CNH EXIGIDA PARA DIRIGIR O VEICULO ('A' MOTO,
      * 'B' CARRO, 'C' CAMINHAO, 'D' ONIBUS/VAN, 'E' ARTICULADO) E
      * INFORMADA NO EXERCICIO_073 E CONFERIDA CONTRA A CNH DO
      * MOTORISTA EM CADA VIAGEM; OS VEICULOS CADASTRADOS ANTES DELA
      * FORAM CONVERTIDOS PELO EXERCICIO_210 EM BRANCO.
      ******************************************************************
           03 VEIC-CODIGO             PIC X(006).
           03 VEIC-PLACA              PIC X(008).
           03 VEIC-MODELO             PIC X(020).
           03 VEIC-DT-AQUISICAO       PIC 9(008).
           03 VEIC-INTERVALO-KM       PIC 9(006).
           03 VEIC-KM-DESDE-REV       PIC 9(008)V9(002).
           03 VEIC-DT-ULT-REVISAO     PIC 9(008).
           03 VEIC-VL-AQUISICAO       PIC S9(013)V9(002).
           03 VEIC-VL-RESIDUAL        PIC S9(013)V9(002).
           03 VEIC-VIDA-UTIL          PIC 9(003).
           03 VEIC-DEPREC-ACUM        PIC S9(013)V9(002).
           03 VEIC-MES-ULT-DEPREC     PIC 9(006).
           03 VEIC-SITUACAO           PIC X(001).
              88 VEIC-ATIVO           VALUE 'A'.
              88 VEIC-VENDIDO         VALUE 'V'.
              88 VEIC-BAIXADO         VALUE 'B'.
           03 VEIC-DT-BAIXA           PIC 9(008).
           03 VEIC-VL-VENDA           PIC S9(013)V9(002).
           03 VEIC-BAIXA-LANCADA      PIC X(001).
           03 VEIC-CATEGORIA-CNH      PIC X(001).
              88 VEIC-CATEGORIA-VALIDA VALUE 'A' 'B' 'C' 'D' 'E'.

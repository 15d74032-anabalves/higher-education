      ******************************************************************
      * Author: Ana Beatriz Barbosa Alves
      * Date: 15/10/2026
      * Purpose: LAYOUT DO ARQUIVO DE IMPORTACAO DO CENSO DA EDUCACAO
      * SUPERIOR (CENSO_EXPORTA, SEQUENCIAL, 200 POSICOES), GRAVADO
      * POR EXERCICIO_191 PARA O ANO DE REFERENCIA, UM TIPO DE
      * REGISTRO POR GRUPO DO LEIAUTE DO INEP, NESTA ORDEM:
      *   40 IDENTIFICACAO DA INSTITUICAO E DO ANO (UM)
      *   20 CURSO (UM POR CURSO DE CURSOS)
      *   41 DOCENTE (UM POR PROFESSOR DE PROFESSORES)
      *   42 VINCULO DO ALUNO AO CURSO NO ANO (UM POR ALUNO)
      * OS CAMPOS CODIFICADOS SEGUEM AS TABELAS DO INEP: SEXO 1/2,
      * COR/RACA 0 A 5, NACIONALIDADE 1 A 3, ESCOLARIDADE DO DOCENTE
      * 1 A 5 E SITUACAO DO VINCULO DO ALUNO 2/3/4/6. CODIGO ZERO =
      * DADO FALTANDO, QUE A PRE-VALIDACAO APONTA ANTES DO ENVIO.
      ******************************************************************
           03 CEN-TIPO                 PIC X(002).
              88 CEN-INSTITUICAO       VALUE '40'.
              88 CEN-CURSO             VALUE '20'.
              88 CEN-DOCENTE           VALUE '41'.
              88 CEN-ALUNO             VALUE '42'.
           03 CEN-DADOS                PIC X(198).
           03 CEN-IES REDEFINES CEN-DADOS.
              05 CEN-IES-CODIGO        PIC 9(008).
              05 CEN-IES-ANO-REF       PIC 9(004).
              05 CEN-IES-DT-GERACAO    PIC 9(008).
              05 FILLER                PIC X(178).
           03 CEN-CUR REDEFINES CEN-DADOS.
              05 CEN-CUR-CODIGO        PIC 9(003).
              05 CEN-CUR-NOME          PIC X(030).
              05 CEN-CUR-QTD-SEMESTRES PIC 9(002).
      *> 1 = EM ATIVIDADE, 2 = EXTINTO (CURSO ENCERRADO).
              05 CEN-CUR-SITUACAO      PIC 9(001).
              05 FILLER                PIC X(162).
           03 CEN-DOC REDEFINES CEN-DADOS.
              05 CEN-DOC-MATRICULA     PIC X(008).
              05 CEN-DOC-NOME          PIC X(020).
      *> 1 SEM GRADUACAO, 2 GRADUACAO, 3 ESPECIALIZACAO, 4 MESTRADO,
      *> 5 DOUTORADO.
              05 CEN-DOC-ESCOLARIDADE  PIC 9(001).
      *> 1 = COM TURMA ATRIBUIDA NO ANO, 0 = SEM TURMA NO ANO.
              05 CEN-DOC-EM-EXERCICIO  PIC 9(001).
              05 CEN-DOC-QTD-TURMAS    PIC 9(003).
              05 FILLER                PIC X(165).
           03 CEN-ALU REDEFINES CEN-DADOS.
              05 CEN-ALU-RGM           PIC 9(005).
              05 CEN-ALU-NOME          PIC X(020).
              05 CEN-ALU-CPF           PIC 9(011).
              05 CEN-ALU-DT-NASC       PIC 9(008).
              05 CEN-ALU-SEXO          PIC 9(001).
              05 CEN-ALU-COR-RACA      PIC 9(001).
              05 CEN-ALU-NACIONALIDADE PIC 9(001).
              05 CEN-ALU-COD-CURSO     PIC 9(003).
              05 CEN-ALU-PERIODO-INGRESSO PIC X(006).
      *> 2 CURSANDO, 3 MATRICULA TRANCADA, 4 DESVINCULADO DO CURSO
      *> (EVASAO), 6 FORMADO.
              05 CEN-ALU-SITUACAO      PIC 9(001).
              05 CEN-ALU-DT-CONCLUSAO  PIC 9(008).
              05 CEN-ALU-QTD-DISC-ANO  PIC 9(003).
              05 FILLER                PIC X(130).

       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE          PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       FD CARTAO_PARAM.
       01 REG-CARTAO-PARAM.
       01 WS-ALUNO.
           03 WS-RGM-ALUNO             PIC 9(005).
           03 WS-NOME-ALUNO            PIC A(020).
           03 WS-COD-CLIENTE           PIC 9(005).
           03 WS-PERC-DESCONTO         PIC 9(003).
       01 WS-ALUNO2021.
           03 WS-CHAVE-ALUNOS2021.

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

       FD DUPLICATAS.
       01 REG-DUPLICATA.
       77 WS-CC-DATA       PIC 9(008).
       77 WS-CC-RESULTADO  PIC X(001).

       77 WS-COD-CLIENTE               PIC 9(005).
       77 WS-HOJE-AAAAMMDD             PIC 9(008).
       77 WS-QTD-TRANCADAS             PIC 9(003) VALUE 0.
       77 WS-QTD-CANCELADAS            PIC 9(003) VALUE 0.

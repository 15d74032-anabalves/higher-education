       FD CONVENIOS.
       01 REG-CONVENIO.
           03 CNV-RGM                  PIC 9(005).
           03 CNV-COD-CLIENTE-CONV     PIC 9(005).
           03 CNV-PCT-COBERTURA        PIC 9(003).
           03 CNV-DT-INI               PIC 9(008).
           03 CNV-DT-FIM               PIC 9(008).
       01 ALUNOS-FILE.
           03 RGM-ALUNO            PIC 9(005).
           03 NOME-ALUNO           PIC A(020).
           03 COD-CLIENTE-ALU      PIC 9(005).
           03 PERC-DESCONTO        PIC 9(003).
           03 COD-CURSO-ALUNO      PIC 9(003).
           03 VERSAO-GRADE-ALUNO   PIC 9(002).
           03 DT-NASC-ALUNO        PIC 9(008).
           03 CPF-ALUNO            PIC 9(011).
           03 SEXO-ALUNO           PIC X(001).
           03 COR-RACA-ALUNO       PIC X(001).
           03 NACIONALIDADE-ALUNO  PIC X(001).

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.

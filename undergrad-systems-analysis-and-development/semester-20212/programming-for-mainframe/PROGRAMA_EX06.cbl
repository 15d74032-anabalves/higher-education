       01 ALUNOS-FILE.
           03 RGM-ALUNO    PIC 9(05).
           03 NOME-ALUNO   PIC A(20).
           03 COD-CLIENTE  PIC 9(05).
           03 PERC-DESCONTO PIC 9(03).
           03 COD-CURSO-ALUNO PIC 9(03).
           03 VERSAO-GRADE-ALUNO PIC 9(02).
           03 DT-NASC-ALUNO      PIC 9(08).
           03 CPF-ALUNO          PIC 9(11).
           03 SEXO-ALUNO         PIC X(01).
           03 COR-RACA-ALUNO     PIC X(01).
           03 NACIONALIDADE-ALUNO PIC X(01).

       WORKING-STORAGE SECTION.
       77 WS-FS            PIC 99.

       01  WS-DADOS-ALUNO  PIC X(58) VALUE SPACES.
       01  FILLER REDEFINES WS-DADOS-ALUNO.
           03 WS-RGM-ALUNO     PIC 9(05).
           03 WS-NOME-ALUNO    PIC A(20).
           03 WS-COD-CLIENTE   PIC 9(05).
           03 WS-PERC-DESCONTO PIC 9(03).
           03 WS-COD-CURSO     PIC 9(03).
           03 WS-VERSAO-GRADE  PIC 9(02).
           03 WS-DT-NASC       PIC 9(08).
           03 WS-CPF           PIC 9(11).
           03 WS-SEXO          PIC X(01).
           03 WS-COR-RACA      PIC X(01).
           03 WS-NACIONALIDADE PIC X(01).

       77 WS-STATUS-EOF    PIC A VALUE SPACE.
       PROCEDURE DIVISION.

      *> de DATA-ANALYSIS (EMP-ID/EMP-NOME/EMP-IDADE/EMP-SALARIO/
      *> EMP-DEPT) e cada programa que copia este membro usa REPLACING
      *> para manter os nomes de campo e do registro que ja tinha.
      *> EMP-CARGO foi acrescentado ao final (sem deslocar os campos
      *> existentes): codigo do cargo no mestre de cargos (POSMST.cpy),
      *> que o DATA-READER valida; em branco nos arquivos anteriores
      *> ao cadastro de cargos.
      *> EMP-SEXO (mesmo criterio): sexo do funcionario, M ou F,
      *> validado pelo DATA-READER; em branco nos arquivos anteriores
      *> ao campo.
       01 DATA-RECORD.
           05 EMP-ID         PIC X(3).
           05 FILLER         PIC X.
           05 EMP-SALARIO    PIC 9(5)V99.
           05 FILLER         PIC X.
           05 EMP-DEPT       PIC X(15).
           05 FILLER         PIC X.
           05 EMP-CARGO      PIC X(5).
           05 FILLER         PIC X.
           05 EMP-SEXO       PIC X.

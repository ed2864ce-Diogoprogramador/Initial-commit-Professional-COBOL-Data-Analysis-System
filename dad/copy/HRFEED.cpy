      *> dept_master.dat (DEPTMST.cpy) e HR-STATUS-CODE para "A"/"I",
      *> e grava o resultado no layout EMPLOYEE-RECORD (EMPLOYEE.cpy)
      *> ja usado pelo restante do sistema.
      *> HR-POSITION-CODE foi acrescentado ao final (sem deslocar os
      *> campos existentes): cargo do funcionario no sistema de origem,
      *> no mesmo codigo do mestre de cargos (POSMST.cpy); passa
      *> direto para EMP-POSITION-CODE/TRANS-POSITION-CODE. Em branco
      *> nos feeds anteriores ao cadastro de cargos.
      *> HR-SEX-CODE (mesmo criterio): sexo do funcionario no sistema
      *> de origem, M ou F - o mesmo codigo do mestre, passa direto
      *> para EMP-SEX/TRANS-SEX. Outro valor rejeita o registro no
      *> HR-FEED-CONVERT; em branco nos feeds anteriores ao campo.
      *> HR-TERM-REASON (mesmo criterio): motivo do desligamento no
      *> registro com situacao "0", no codigo de TERMRSN.cpy; passa
      *> para TRANS-TERM-REASON/EMP-TERM-REASON. Codigo fora da tabela
      *> rejeita o registro no HR-FEED-CONVERT.
       01 HR-FEED-RECORD.
           05 HR-EMP-ID           PIC X(6).
           05 FILLER              PIC X.
               88 HR-STATUS-INACTIVE VALUE "0".
           05 FILLER              PIC X.
           05 HR-CURRENCY-CODE    PIC X(3).
           05 FILLER              PIC X.
           05 HR-POSITION-CODE    PIC X(5).
           05 FILLER              PIC X.
           05 HR-SEX-CODE         PIC X.
           05 FILLER              PIC X.
           05 HR-TERM-REASON      PIC X(2).

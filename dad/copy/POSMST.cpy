      *> POSMST.cpy
      *> Layout do arquivo mestre de cargos (position_master.dat):
      *> codigo do cargo, titulo, codigo CBO (Classificacao Brasileira
      *> de Ocupacoes - exigido nos arquivos estatutarios), grade
      *> salarial padrao do cargo (ver PAYGRD.cpy) e departamento a
      *> que o cargo pertence (DEPT-CODE, ver DEPTMST.cpy). O cargo
      *> do funcionario fica em MST-POSITION-CODE/EMP-POSITION-CODE
      *> (acrescentados ao final do registro, sem deslocar campos).
      *> EMPLOYEE-MAINTENANCE e DATA-READER rejeitam cargo fora deste
      *> mestre, e a manutencao nao deixa o cargo ser preenchido numa
      *> grade diferente de POS-GRADE-CODE (em branco = cargo sem
      *> grade fixa). POS-STATUS segue DEPT-STATUS: "I" tira o cargo
      *> da validacao, em branco vale como ativo.
       01 POSITION-MASTER-RECORD.
           05 POS-CODE            PIC X(5).
           05 FILLER              PIC X.
           05 POS-TITLE           PIC X(30).
           05 FILLER              PIC X.
           05 POS-CBO-CODE        PIC X(6).
           05 FILLER              PIC X.
           05 POS-GRADE-CODE      PIC X(3).
           05 FILLER              PIC X.
           05 POS-DEPT-CODE       PIC X(3).
           05 FILLER              PIC X.
           05 POS-STATUS          PIC X.
               88 POS-IS-ACTIVE      VALUE "A" " ".
               88 POS-IS-INACTIVE    VALUE "I".

      *> editor de texto ja derrubou a cadeia inteira uma vez.
      *> DEPT-COMPANY-CODE (mesmo criterio): empresa dona do
      *> departamento; em branco vale para todas as empresas.
      *> DEPT-UNION-CODE (mesmo criterio): sindicato da categoria do
      *> departamento (UNIONMST.cpy), assumido por todo funcionario do
      *> setor que nao tenha sindicato proprio em MST-UNION-CODE.
      *> DEPT-HEALTH-RISK (mesmo criterio): "S" marca o setor com
      *> risco ocupacional no PCMSO - o exame periodico (ASO) dos
      *> funcionarios dele passa a ser anual (ASODUE-RTN.cpy); em
      *> branco vale como sem risco.
       01 DEPT-MASTER-RECORD.
           05 DEPT-CODE           PIC X(3).
           05 FILLER              PIC X.
               88 DEPT-IS-ACTIVE     VALUE "A" " ".
               88 DEPT-IS-INACTIVE   VALUE "I".
           05 DEPT-COMPANY-CODE   PIC X(2).
           05 DEPT-UNION-CODE     PIC X(3).
           05 DEPT-HEALTH-RISK    PIC X.
               88 DEPT-HAS-HEALTH-RISK VALUE "S".

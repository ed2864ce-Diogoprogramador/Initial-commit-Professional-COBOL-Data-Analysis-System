      *> UNIONMST.cpy
      *> Layout do mestre de sindicatos (union_master.dat): um
      *> registro por sindicato de categoria com o codigo, o nome, o
      *> piso salarial da convencao coletiva, a contribuicao mensal
      *> descontada em folha e o mes da data-base (reajuste coletivo).
      *> A contribuicao e percentual sobre o salario base
      *> (UN-DUES-TYPE "P", UN-DUES-RATE em %) ou valor fixo ("F",
      *> UN-DUES-AMOUNT); UN-DUES-CAP limita a percentual (zero = sem
      *> teto). O sindicato do funcionario e MST-UNION-CODE ou, em
      *> branco, o do seu departamento (DEPT-UNION-CODE). O PAYROLL-RUN
      *> desconta a contribuicao, o GRADE-COMPLIANCE aponta quem
      *> esta abaixo do piso e o UNION-BASE-DATE levanta a populacao
      *> e a massa salarial de cada data-base que se aproxima.
      *> UN-STATUS segue DEPT-STATUS: "I" tira o sindicato de uso, em
      *> branco vale como ativo.
       01 UNION-MASTER-RECORD.
           05 UN-CODE             PIC X(3).
           05 FILLER              PIC X.
           05 UN-NAME             PIC X(30).
           05 FILLER              PIC X.
           05 UN-FLOOR            PIC 9(6)V99.
           05 FILLER              PIC X.
           05 UN-DUES-TYPE        PIC X.
               88 UN-DUES-PERCENT    VALUE "P".
               88 UN-DUES-FIXED      VALUE "F".
           05 FILLER              PIC X.
           05 UN-DUES-RATE        PIC 9(2)V99.
           05 FILLER              PIC X.
           05 UN-DUES-AMOUNT      PIC 9(6)V99.
           05 FILLER              PIC X.
           05 UN-DUES-CAP         PIC 9(6)V99.
           05 FILLER              PIC X.
           05 UN-BASE-MONTH       PIC 99.
           05 FILLER              PIC X.
           05 UN-STATUS           PIC X.
               88 UN-IS-ACTIVE       VALUE "A" " ".
               88 UN-IS-INACTIVE     VALUE "I".

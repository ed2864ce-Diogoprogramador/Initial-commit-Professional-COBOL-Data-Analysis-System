      *> ACCLOG-FD.cpy
      *> FD do log de leitura de dados sensiveis (access_log.dat): uma
      *> linha por exibicao de salario, CPF ou dados bancarios de um
      *> funcionario - quem viu (matricula e perfil do operador), de
      *> quem, por qual programa e visao, e quando. A manutencao ja
      *> registrava toda alteracao; faltava o rastro de quem so olhou.
      *> Data e hora sao as da maquina, nao a data de negocio: e
      *> trilha de auditoria do momento real do acesso. AXL-SENSITIVE
      *> diz se a tela/relatorio exibiu valores salariais (S) ou se o
      *> perfil teve esses valores suprimidos (N). Arquivo OPEN
      *> EXTEND (so cresce), gravado pela rotina AXL-LOG-ACCESS
      *> (ACCLOG-RTN.cpy) e lido pelo ACCESS-REVIEW. Mesmo criterio de
      *> MSTLOCK-FD.cpy: o FD fica no copybook e cada programa declara
      *> o proprio SELECT, com FILE STATUS AXL-FILE-STATUS.
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           05 AXL-ACCESS-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 AXL-ACCESS-TIME     PIC 9(6).
           05 FILLER              PIC X.
           05 AXL-USER-ID         PIC X(6).
           05 FILLER              PIC X.
           05 AXL-USER-ROLE       PIC X(4).
           05 FILLER              PIC X.
           05 AXL-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 AXL-PROGRAM         PIC X(20).
           05 FILLER              PIC X.
           05 AXL-VIEW            PIC X(12).
           05 FILLER              PIC X.
           05 AXL-SENSITIVE       PIC X.
               88 AXL-SALARY-SHOWN   VALUE "S".
               88 AXL-SALARY-HIDDEN  VALUE "N".

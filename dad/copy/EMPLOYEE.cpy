      *> codigo da empresa (ver COMPMST.cpy) - em branco nos arquivos
      *> anteriores a segunda entidade legal, tratado como a empresa
      *> "01" historica.
      *> EMP-POSITION-CODE foi acrescentado depois (mesmo criterio):
      *> cargo do funcionario, validado contra o mestre de cargos
      *> (position_master.dat, POSMST.cpy), de onde vem o titulo e o
      *> codigo CBO dos arquivos estatutarios; em branco nos
      *> registros anteriores ao cadastro de cargos.
      *> EMP-UNION-CODE foi acrescentado depois (mesmo criterio):
      *> sindicato do funcionario no mestre de sindicatos
      *> (union_master.dat, UNIONMST.cpy). Em branco vale o sindicato
      *> do departamento (DEPT-UNION-CODE) - so e preenchido quando o
      *> funcionario pertence a categoria diferente da do setor.
      *> EMP-WEEKLY-HOURS e EMP-PAY-BASIS foram acrescentados depois
      *> (mesmo criterio): jornada semanal contratada em horas (44 no
      *> regime integral, 30 ou 20 nos contratos de tempo parcial) e
      *> forma de pagamento - M mensalista, H horista. Ate aqui tudo
      *> supunha o mes de 220 horas; o divisor de horas passa a ser a
      *> jornada x 5 (WORKHRS-RTN). Do horista, EMP-SALARY guarda o
      *> salario de referencia do mes (valor da hora x divisor) - o
      *> que ele recebe de fato sai das horas aprovadas no apontamento.
      *> Em branco ou zeros (registros anteriores aos campos) vale o
      *> mensalista de 44 horas, o unico regime que existia.
      *> EMP-SEX foi acrescentado depois (mesmo criterio): sexo do
      *> funcionario, M masculino ou F feminino, pedido pelo relatorio
      *> semestral de transparencia salarial (Lei 14.611/2023, ver
      *> PAY-EQUITY). Em branco nos registros anteriores ao campo -
      *> o funcionario fica fora da comparacao ate ser cadastrado.
      *> EMP-TERM-REASON/EMP-TERM-DATE (mesmo criterio): motivo do
      *> desligamento (codigo da tabela 19 do eSocial, ver
      *> TERMRSN.cpy) e a data em que ele vigorou, gravados pela
      *> manutencao ao aplicar o "T". Em branco/zeros no ativo e nos
      *> desligados anteriores aos campos.
       01 EMPLOYEE-RECORD.
           05 EMP-ID              PIC X(6).
           05 EMP-NAME            PIC X(30).
               10 BIRTH-DAY       PIC 99.
           05 EMP-GRADE-CODE      PIC X(3).
           05 EMP-COMPANY-CODE    PIC X(2).
           05 EMP-POSITION-CODE   PIC X(5).
           05 EMP-UNION-CODE      PIC X(3).
           05 EMP-WEEKLY-HOURS    PIC 99.
           05 EMP-PAY-BASIS       PIC X.
               88 PAY-MONTHLY     VALUE "M" " ".
               88 PAY-HOURLY      VALUE "H".
           05 EMP-SEX             PIC X.
               88 SEX-MALE        VALUE "M".
               88 SEX-FEMALE      VALUE "F".
           05 EMP-TERM-REASON     PIC X(2).
           05 EMP-TERM-DATE       PIC 9(8).

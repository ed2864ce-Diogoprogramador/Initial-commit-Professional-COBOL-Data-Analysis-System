      *> MST-BIRTH-DATE acompanha EMP-BIRTH-DATE (idade derivada na
      *> rodada via AGECALC-RTN; MST-EMP-AGE fica como reserva para
      *> registros antigos sem a data).
      *> MST-POSITION-CODE acompanha EMP-POSITION-CODE (EMPLOYEE.cpy):
      *> cargo do funcionario no mestre de cargos (POSMST.cpy).
      *> MST-UNION-CODE acompanha EMP-UNION-CODE: sindicato proprio do
      *> funcionario (UNIONMST.cpy); em branco vale o do departamento.
      *> MST-WEEKLY-HOURS e MST-PAY-BASIS acompanham EMP-WEEKLY-HOURS e
      *> EMP-PAY-BASIS: jornada semanal contratada e forma de
      *> pagamento (mensalista/horista), de onde saem o divisor de
      *> horas e o valor do dia de cada um (WORKHRS-RTN).
      *> MST-SEX acompanha EMP-SEX: M masculino, F feminino, em
      *> branco enquanto nao cadastrado (relatorio de transparencia
      *> salarial, PAY-EQUITY).
      *> MST-TERM-REASON e MST-TERM-DATE acompanham EMP-TERM-REASON e
      *> EMP-TERM-DATE: motivo (TERMRSN.cpy) e data do desligamento,
      *> gravados com o "T"; seguem na imagem do historico de
      *> desligados e alimentam a rescisao e a analise de turnover.
      *> MST-NAME-KEY nao tem par em EMPLOYEE.cpy: e o nome
      *> normalizado (NAMEKEY-RTN), derivado de MST-EMP-NAME e
      *> recalculado a cada gravacao. Com MST-EMP-DEPARTMENT e
      *> MST-MANAGER-ID forma as chaves alternadas (com duplicatas)
      *> do mestre. Fica fora das imagens de 121 bytes (antes/depois,
      *> snapshot, historico de desligados): quem restaura uma imagem
      *> recalcula a chave, e o nome anonimizado nao deixa rastro.
       01 EMPLOYEE-MASTER-RECORD.
           05 MST-EMP-ID           PIC X(6).
           05 MST-EMP-NAME         PIC X(30).
               10 MST-BIRTH-DAY    PIC 99.
           05 MST-GRADE-CODE       PIC X(3).
           05 MST-COMPANY-CODE     PIC X(2).
           05 MST-POSITION-CODE    PIC X(5).
           05 MST-UNION-CODE       PIC X(3).
           05 MST-WEEKLY-HOURS     PIC 99.
           05 MST-PAY-BASIS        PIC X.
               88 MST-PAY-MONTHLY  VALUE "M" " ".
               88 MST-PAY-HOURLY   VALUE "H".
           05 MST-SEX              PIC X.
               88 MST-SEX-MALE     VALUE "M".
               88 MST-SEX-FEMALE   VALUE "F".
           05 MST-TERM-REASON      PIC X(2).
           05 MST-TERM-DATE        PIC 9(8).
           05 MST-NAME-KEY         PIC X(30).

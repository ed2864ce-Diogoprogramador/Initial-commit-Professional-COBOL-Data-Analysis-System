      *> precisa de uma requisicao ABERTA valida, que e marcada como
      *> preenchida ao aplicar; sem o arquivo de requisicoes o campo e
      *> ignorado, como os arquivos anteriores ao controle.
      *> TRANS-POSITION-CODE (mesmo criterio): cargo do funcionario
      *> (POSMST.cpy). Na inclusao, grade em branco assume a grade
      *> padrao do cargo; na alteracao, cargo em branco mantem o do
      *> mestre. Cargo fora do mestre de cargos, ou numa grade
      *> diferente da do cargo, rejeita a transacao.
      *> TRANS-UNION-CODE (mesmo criterio): sindicato proprio do
      *> funcionario (UNIONMST.cpy). Na inclusao, em branco deixa o
      *> funcionario no sindicato do departamento; na alteracao, em
      *> branco mantem o do mestre. Sindicato fora do mestre de
      *> sindicatos rejeita a transacao.
      *> TRANS-USER-ID (mesmo criterio): matricula de quem submeteu a
      *> transacao - o perfil diz O QUE a pessoa pode fazer, a
      *> matricula diz QUEM fez. E por ela que o controle de dupla
      *> aprovacao reconhece a alteracao do proprio registro e impede
      *> que quem submeteu seja o mesmo que libera (ver SALAPPR.cpy).
      *> Em branco (geradores anteriores ao campo), a conferencia do
      *> proprio registro nao se aplica.
      *> TRANS-WEEKLY-HOURS e TRANS-PAY-BASIS (mesmo criterio): jornada
      *> semanal contratada (1 a 44 horas) e forma de pagamento (M
      *> mensalista, H horista). Na inclusao, em branco vale 44 horas
      *> e mensalista; na alteracao, em branco mantem o do mestre.
      *> TRANS-SEX (mesmo criterio): sexo do funcionario, M ou F.
      *> Em branco fica sem cadastro na inclusao e mantem o do mestre
      *> na alteracao; qualquer outro valor rejeita a transacao.
      *> TRANS-TERM-REASON (mesmo criterio): motivo do desligamento,
      *> codigo da tabela de TERMRSN.cpy. Obrigatorio no "T" - sem
      *> ele a manutencao rejeita o desligamento, porque e o motivo
      *> que decide aviso previo, 13o e multa do FGTS na rescisao.
      *> Ignorado na inclusao e na alteracao.
      *> TRANS-RECEIVED-DATE e TRANS-LATE-FLAG (mesmo criterio): data
      *> de negocio em que a manutencao viu a transacao pela primeira
      *> vez (carimbada por ela; acompanha a transacao retida em
      *> pending_transactions.dat e na fila de aprovacao) e a marca "L"
      *> da transacao recebida depois do corte de manutencao da sua
      *> competencia (payroll_calendar.dat, PAYCAL-FD.cpy). Transacao
      *> ja marcada nao passa pelo corte de novo.
       01 TRANSACTION-RECORD.
           05 TRANS-CODE          PIC X.
               88 TRANS-ADD       VALUE "A".
               10 TRANS-BIRTH-MONTH PIC 99.
               10 TRANS-BIRTH-DAY   PIC 99.
           05 TRANS-REQUISITION-ID PIC X(6).
           05 TRANS-POSITION-CODE PIC X(5).
           05 TRANS-UNION-CODE    PIC X(3).
           05 TRANS-USER-ID       PIC X(6).
           05 TRANS-WEEKLY-HOURS  PIC 99.
           05 TRANS-PAY-BASIS     PIC X.
           05 TRANS-SEX           PIC X.
           05 TRANS-TERM-REASON   PIC X(2).
           05 TRANS-RECEIVED-DATE PIC 9(8).
           05 TRANS-LATE-FLAG     PIC X.
               88 TRANS-ATRASADA  VALUE "L".

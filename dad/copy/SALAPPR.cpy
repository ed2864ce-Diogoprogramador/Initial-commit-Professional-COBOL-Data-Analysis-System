      *> SALAPPR.cpy
      *> Layout da fila de aprovacao de alteracoes sensiveis
      *> (salary_approvals.dat). O EMPLOYEE-MAINTENANCE nao aplica na
      *> hora - e guarda aqui com situacao P (pendente) - a alteracao
      *> de salario acima do limite percentual ou de valor de
      *> approval.parm, a inclusao com salario acima do ponto medio
      *> da grade e qualquer transacao de quem mexe no proprio
      *> registro (TRANS-USER-ID = TRANS-EMP-ID). O SALARY-APPROVE
      *> deixa um usuario de perfil aprovador (codigo "V" em
      *> access_control.parm), diferente de quem submeteu, liberar
      *> (A) ou recusar (R) cada item, como o TIMESHEET-APPROVE faz
      *> com as extras; a rodada seguinte da manutencao aplica o
      *> liberado (E = efetivada) e encerra o recusado ou o que nao
      *> passou na critica ao aplicar (X), com o aprovador no log de
      *> auditoria e no diario salarial. Os itens encerrados ficam no
      *> arquivo como trilha da segregacao de funcoes.
      *> SAP-REASON: PCT percentual acima do limite, VLR valor acima
      *> do limite, GRD inclusao acima do ponto medio da grade, PRP
      *> transacao sobre o proprio registro.
      *> SAP-TRANS-IMAGE: a transacao original inteira (EMPTRANS.cpy),
      *> reaplicada tal como foi submetida. Acompanha o tamanho de
      *> TRANSACTION-RECORD (152 bytes desde a data de recebimento e a
      *> marca de atraso do corte da folha).
       01 SALARY-APPROVAL-RECORD.
           05 SAP-STATUS          PIC X.
               88 SAP-PENDENTE    VALUE "P".
               88 SAP-LIBERADA    VALUE "A".
               88 SAP-RECUSADA    VALUE "R".
               88 SAP-EFETIVADA   VALUE "E".
               88 SAP-ENCERRADA   VALUE "X".
           05 FILLER              PIC X.
           05 SAP-REASON          PIC X(3).
           05 FILLER              PIC X.
           05 SAP-SUBMIT-DATE     PIC X(8).
           05 FILLER              PIC X.
           05 SAP-OLD-SALARY      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 SAP-APPROVER-ID     PIC X(6).
           05 FILLER              PIC X.
           05 SAP-APPROVER-ROLE   PIC X(4).
           05 FILLER              PIC X.
           05 SAP-DECISION-DATE   PIC X(8).
           05 SAP-DECISION-TIME   PIC X(6).
           05 FILLER              PIC X.
           05 SAP-TRANS-IMAGE     PIC X(152).

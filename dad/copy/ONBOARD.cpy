      *> ONBOARD.cpy
      *> Layout do checklist de admissao (onboarding_checklist.dat):
      *> um registro por funcionario ativo admitido dentro da janela
      *> de onboarding.parm (ou com admissao futura ja cadastrada),
      *> gravado do zero a cada execucao do ONBOARDING-CHECK. Cada
      *> item vem "S" (em ordem) ou "N" (pendente):
      *>   ONB-PERSONAL    dados pessoais com CPF valido
      *>                   (personal_data.dat, CPFVAL-RTN);
      *>   ONB-BANK        dados bancarios completos
      *>                   (bank_details.dat);
      *>   ONB-DEPENDENTS  declaracao de dependentes entregue
      *>                   (dependent_declarations.dat);
      *>   ONB-CERTS       certificacoes que o departamento exige
      *>                   (certification_master.dat/employee_certs.dat);
      *>   ONB-POSITION    cargo ativo no mestre de cargos;
      *>   ONB-UNION       sindicato ativo (o do funcionario ou o do
      *>                   departamento).
      *> ONB-DAYS-PENDING sao os dias desde a admissao (negativo para
      *> admissao futura) - ha quanto tempo a pendencia existe. O
      *> PAYROLL-RUN le este arquivo na pre-critica da folha.
       01 ONBOARDING-RECORD.
           05 ONB-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 ONB-HIRE-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 ONB-DAYS-PENDING    PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 ONB-ITEMS.
               10 ONB-PERSONAL    PIC X.
               10 ONB-BANK        PIC X.
               10 ONB-DEPENDENTS  PIC X.
               10 ONB-CERTS       PIC X.
               10 ONB-POSITION    PIC X.
               10 ONB-UNION       PIC X.
           05 FILLER              PIC X.
           05 ONB-MISSING-COUNT   PIC 9.
           05 FILLER              PIC X.
           05 ONB-STATUS          PIC X.
               88 ONB-COMPLETE    VALUE "C".
               88 ONB-PENDING     VALUE "P".

      *> ferias: o saldo de ferias por funcionario, o calendario de
      *> ausencias por departamento e o indicador de afastamento das
      *> listagens saem todos daqui.
      *> Tipo MAT (licenca-maternidade, 120 dias) acrescentado ao
      *> dominio: paga pela empresa e compensada no INSS patronal. A
      *> MED passou a ser remunerada so nos primeiros 15 dias da
      *> cadeia de licencas (INSSLV.cpy) - dali em diante o
      *> funcionario esta em beneficio do INSS e sai da folha.
      *> Tipos FNJ (falta nao justificada) e DSR (repouso semanal
      *> remunerado perdido pela falta na semana) sao gravados pelo
      *> ABSENCE-DETECT para os dias sem apontamento que o gestor
      *> confirmou como falta (absence_pending.dat, ABSPEND.cpy). O
      *> dia confirmado depois do fechamento da sua competencia e
      *> descontado na folha seguinte: ABS-PAY-PERIOD (acrescentado
      *> ao final, sem deslocar campos) traz a competencia em que o
      *> PAYROLL-RUN desconta o afastamento inteiro, qualquer que
      *> seja a data; em branco vale a regra de sempre - so a parte
      *> do afastamento que cai dentro do mes da folha.
      *> ABS-RECEIVED-DATE e ABS-LATE-FLAG acrescentados ao final
      *> (mesmo criterio): a data de negocio em que o ABSENCE-LOAD viu
      *> o afastamento pela primeira vez e a marca "L" do que chegou
      *> depois do corte de afastamentos da competencia do inicio
      *> (payroll_calendar.dat, PAYCAL-FD.cpy) - nesse caso
      *> ABS-PAY-PERIOD recebe a competencia seguinte. Em branco nas
      *> linhas gravadas pelos outros programas; a carga preenche.
       01 ABSENCE-RECORD.
           05 ABS-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
               88 ABS-MEDICA      VALUE "MED".
               88 ABS-OUTRAS      VALUE "OUT".
               88 ABS-COMPENSACAO VALUE "CMP".
               88 ABS-MATERNIDADE VALUE "MAT".
               88 ABS-FALTA       VALUE "FNJ".
               88 ABS-PERDA-DSR   VALUE "DSR".
           05 FILLER              PIC X.
           05 ABS-START-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 ABS-END-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 ABS-PAY-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 ABS-RECEIVED-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 ABS-LATE-FLAG       PIC X.
               88 ABS-ATRASADO    VALUE "L".

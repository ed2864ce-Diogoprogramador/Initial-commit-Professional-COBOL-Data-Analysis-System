      *> fechamento e a reabertura passam pelo PERIOD-CONTROL, que
      *> confere o perfil em access_control.parm e registra quem fez
      *> na trilha de auditoria da manutencao.
      *> PCT-COMPANY: em branco, a linha vale para a competencia
      *> inteira (todas as empresas). Com a folha particionada por
      *> empresa cada empresa ganha a sua propria linha, gravada pelo
      *> PAYROLL-MERGE quando a particao e consolidada (CALC) e pelo
      *> BANK-REMIT quando a remessa da empresa sai (PAGO); a linha da
      *> competencia inteira so vira CALC quando TODAS as empresas de
      *> company_master.dat estiverem consolidadas. Particao que falha
      *> deixa so a sua empresa sem linha CALC - e so ela fica retida
      *> na remessa e na contabilizacao.
       01 PERIOD-CONTROL-RECORD.
           05 PCT-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 PCT-USER            PIC X(4).
           05 FILLER              PIC X.
           05 PCT-UPDATE-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 PCT-COMPANY         PIC X(2).

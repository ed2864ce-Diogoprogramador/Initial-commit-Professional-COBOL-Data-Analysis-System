      *> LGPDLOG.cpy
      *> Layout do log de anonimizacao (lgpd_anonymization_log.dat),
      *> gravado pelo LGPD-ANONYMIZE: uma linha por desligado
      *> anonimizado na rodada, com a data/hora da rodada, a
      *> matricula (mantida - e a chave que liga os valores de folha
      *> guardados para fisco e FGTS), o token que substituiu nome,
      *> CPF, endereco e dados bancarios, a data do desligamento, a
      *> retencao aplicada (anos) e quantos registros foram trocados
      *> em cada arquivo. Nenhum dado pessoal original e gravado aqui.
      *> Arquivo OPEN EXTEND (so cresce), listado tambem pelo
      *> LGPD-SUBJECT-REPORT.
       01 LGPD-LOG-RECORD.
           05 LGL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 LGL-RUN-TIME        PIC 9(6).
           05 FILLER              PIC X.
           05 LGL-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LGL-TOKEN           PIC X(25).
           05 FILLER              PIC X.
           05 LGL-TERMINATION-DATE PIC 9(8).
           05 FILLER              PIC X.
           05 LGL-RETENTION-YEARS PIC 99.
           05 FILLER              PIC X.
           05 LGL-TH-COUNT        PIC 999.
           05 FILLER              PIC X.
           05 LGL-SNAP-COUNT      PIC 9(4).
           05 FILLER              PIC X.
           05 LGL-PRS-COUNT       PIC 9.
           05 FILLER              PIC X.
           05 LGL-BNK-COUNT       PIC 9.
           05 FILLER              PIC X.
           05 LGL-PAY-COUNT       PIC 9(4).
           05 FILLER              PIC X.
           05 LGL-APR-COUNT       PIC 999.

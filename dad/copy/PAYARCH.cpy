      *> PAYARCH.cpy
      *> Layout do arquivo anual do historico de folha
      *> (payroll_archive_<AAAA>.dat), gravado pelo YEAR-END-SEAL ao
      *> selar o ano-base, em registros tipados no estilo de controle
      *> de FILECTL e da declaracao anual:
      *>   "HDR" ano-base e data de negocio da selagem;
      *>   "DET" um por registro do historico indexado do ano - a
      *>         chave PHX-KEY e a imagem PAYDTL integral, como
      *>         estavam no payroll_history_ix.dat (PAYHISTX.cpy);
      *>   "TRL" um por natureza de pagamento (PD-PAY-TYPE): quantidade
      *>         e hash do bruto e do liquido;
      *>   "TOT" o mesmo para o ano inteiro (PAR-TRL-PAY-TYPE em
      *>         branco).
      *> Os totais sao conferidos na releitura antes de o selo ser
      *> gravado, e de novo por quem le o arquivo.
       01 PAYROLL-ARCHIVE-RECORD.
           05 PAR-RECORD-TYPE     PIC X(3).
               88 PAR-HEADER      VALUE "HDR".
               88 PAR-DETAIL      VALUE "DET".
               88 PAR-TRAILER     VALUE "TRL".
               88 PAR-TOTAL       VALUE "TOT".
           05 PAR-BODY            PIC X(415).
           05 PAR-HDR-BODY REDEFINES PAR-BODY.
               10 PAR-HDR-YEAR        PIC 9999.
               10 PAR-HDR-SEAL-DATE   PIC 9(8).
               10 FILLER              PIC X(403).
           05 PAR-DET-BODY REDEFINES PAR-BODY.
               10 PAR-DET-KEY.
                   15 PAR-DET-EMP-ID      PIC X(6).
                   15 PAR-DET-REF-PERIOD  PIC 9(6).
                   15 PAR-DET-SEQ         PIC 9(3).
               10 PAR-DET-IMAGE       PIC X(400).
           05 PAR-TRL-BODY REDEFINES PAR-BODY.
               10 PAR-TRL-PAY-TYPE    PIC X(3).
               10 PAR-TRL-COUNT       PIC 9(7).
               10 PAR-TRL-GROSS-HASH  PIC 9(13)V99.
               10 PAR-TRL-NET-HASH    PIC 9(13)V99.
               10 FILLER              PIC X(375).

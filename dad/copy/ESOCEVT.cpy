      *> ESOCEVT.cpy
      *> Layout do controle de eventos do eSocial
      *> (esocial_event_control.dat), no estilo de GLBATCH.cpy: uma
      *> linha por evento gerado pelo ESOCIAL-EVENTS, com o
      *> identificador unico do evento ("ID" + empresa + carimbo
      *> AAAAMMDDHHMMSS da rodada + sequencia na rodada, o mesmo
      *> gravado em esocial_events.dat), o tipo (S-2200, S-2206,
      *> S-2299, S-1200, S-1210, S-2230), a matricula, a chave de
      *> referencia que identifica o fato de origem (data do
      *> movimento + ocorrencia no dia para os eventos de cadastro,
      *> competencia + tipo de pagamento para os periodicos, inicio +
      *> tipo para os afastamentos), a data de geracao e o desfecho:
      *> ENV enviado aguardando retorno, ACE aceito (com o numero do
      *> recibo do governo), REJ rejeitado (com o motivo) e SUB
      *> substituido - o evento rejeitado que foi regerado com novo
      *> ID depois de corrigida a origem. Gravado pelo ESOCIAL-EVENTS
      *> e atualizado pelo ESOCIAL-RECEIPT quando o retorno chega; e
      *> pela chave de referencia que a geracao sabe o que ja foi
      *> enviado e nao manda o mesmo fato duas vezes.
       01 ESOCIAL-EVENT-CONTROL-RECORD.
           05 ESE-EVENT-ID        PIC X(24).
           05 FILLER              PIC X.
           05 ESE-EVENT-TYPE      PIC X(6).
           05 FILLER              PIC X.
           05 ESE-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 ESE-REF-KEY         PIC X(11).
           05 FILLER              PIC X.
           05 ESE-GEN-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 ESE-STATUS          PIC X(3).
               88 ESE-ENVIADO     VALUE "ENV".
               88 ESE-ACEITO      VALUE "ACE".
               88 ESE-REJEITADO   VALUE "REJ".
               88 ESE-SUBSTITUIDO VALUE "SUB".
           05 FILLER              PIC X.
           05 ESE-RECEIPT         PIC X(23).
           05 FILLER              PIC X.
           05 ESE-REASON          PIC X(30).

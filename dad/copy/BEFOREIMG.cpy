      *> reverte uma rodada inteira identificada pelo run-id, em vez
      *> de restaurar copia de seguranca do dia anterior e perder o
      *> resto do trabalho do dia.
      *> A imagem acompanha o tamanho do registro do mestre: com
      *> MST-POSITION-CODE ela passou de 99 para 104 bytes, e as
      *> imagens gravadas antes disso chegam com o cargo em branco.
      *> Com MST-UNION-CODE passou a 107 bytes (mesmo tratamento: as
      *> imagens anteriores chegam sem sindicato proprio).
      *> Com a jornada semanal e a forma de pagamento passou a 110
      *> bytes; as imagens anteriores chegam com os dois em branco
      *> (mensalista de 44 horas).
      *> Com o sexo (MST-SEX) passou a 111 bytes; as imagens
      *> anteriores chegam com o sexo em branco (nao cadastrado).
      *> Com o motivo e a data do desligamento passou a 121 bytes;
      *> as imagens anteriores chegam com os dois em branco.
       01 BEFORE-IMAGE-RECORD.
           05 BFI-RUN-ID          PIC X(14).
           05 BFI-ACTION          PIC X.
               88 BFI-FROM-CHANGE     VALUE "C".
               88 BFI-FROM-TERMINATE  VALUE "T".
           05 BFI-EMP-ID          PIC X(6).
           05 BFI-MASTER-IMAGE    PIC X(121).

      *> ja aplica ao log de execucoes. Consultado pelo
      *> TERMINATED-INQUIRY para conferencias de recontratacao e
      *> pedidos de referencia.
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
      *> Vencida a retencao de lgpd.parm, o LGPD-ANONYMIZE troca nome,
      *> idade e nascimento da imagem por um token "ANON-..." (ver
      *> LGPDLOG.cpy); matricula, datas e salario ficam. Imagem com o
      *> nome comecando por "ANON-" e de desligado ja anonimizado.
       01 TERMINATED-HISTORY-RECORD.
           05 TH-EMP-ID           PIC X(6).
           05 TH-TERMINATION-DATE PIC 9(8).
           05 TH-MASTER-IMAGE     PIC X(121).

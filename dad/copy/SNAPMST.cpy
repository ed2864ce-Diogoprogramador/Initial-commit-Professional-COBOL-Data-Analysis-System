      *> quadro em 31 de marco" nao tinha resposta; o modo as-of do
      *> EMPLOYEE-INQUIRY le o retrato da competencia escolhida e
      *> responde sem reconstrucao manual.
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
      *> As imagens de desligados com retencao vencida sao
      *> anonimizadas pelo LGPD-ANONYMIZE no mesmo criterio de
      *> TERMHIST.cpy (nome trocado pelo token, nascimento zerado).
       01 MASTER-SNAPSHOT-RECORD.
           05 SNP-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 SNP-MASTER-IMAGE    PIC X(121).

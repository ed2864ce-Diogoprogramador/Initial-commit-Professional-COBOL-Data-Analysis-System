      *> LETREG.cpy
      *> Layout do registro de cartas emitidas
      *> (../data/letter_register.dat), gravado pelo EMPLOYMENT-LETTER
      *> a cada carta: o numero de controle impresso na carta (data
      *> de emissao + sequencia do dia, como o lote contabil de
      *> GLBATCH.cpy), a matricula, o tipo, o destinatario, quem
      *> pediu, a situacao do funcionario na data (A ativo, D
      *> desligado) e, na carta de renda, as competencias e a media
      *> bruta declaradas - o que a empresa confere quando o
      *> destinatario liga para confirmar a carta. Arquivo que so
      *> cresce; nunca e regravado.
       01 LETTER-REGISTER-RECORD.
           05 LRG-CONTROL-NO.
               10 LRG-CTL-DATE    PIC 9(8).
               10 LRG-CTL-SEQ     PIC 9(4).
           05 FILLER              PIC X.
           05 LRG-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LRG-LETTER-TYPE     PIC X(3).
           05 FILLER              PIC X.
           05 LRG-ADDRESSEE       PIC X(40).
           05 FILLER              PIC X.
           05 LRG-REQUESTER-ID    PIC X(6).
           05 FILLER              PIC X.
           05 LRG-EMP-SITUATION   PIC X.
               88 LRG-EMP-ATIVO   VALUE "A".
               88 LRG-EMP-DESLIGADO VALUE "D".
           05 FILLER              PIC X.
           05 LRG-MONTHS          PIC 99.
           05 FILLER              PIC X.
           05 LRG-AVG-GROSS       PIC 9(10)V99.
           05 FILLER              PIC X.
           05 LRG-CURRENCY        PIC X(3).

      *> LETREQ.cpy
      *> Layout do pedido de carta de declaracao
      *> (../data/letter_requests.dat), preenchido pelo RH com os
      *> pedidos da semana e lido pelo EMPLOYMENT-LETTER: a matricula,
      *> o tipo de carta, a quem a carta se destina (banco,
      *> imobiliaria, consulado...) e quem pediu - matricula e perfil
      *> do operador do RH, o mesmo perfil de access_control.parm.
      *> Tipos de carta:
      *>   VIN declaracao de vinculo - admissao, cargo e situacao,
      *>       sem valores
      *>   REN declaracao de renda - a de vinculo mais o salario atual
      *>       e as ultimas competencias de folha; exige o perfil que
      *>       enxerga salario (direito "C")
      *> LRQ-MONTHS pede quantas competencias entram na carta de
      *> renda; zerado vale o padrao de letter.parm.
       01 LETTER-REQUEST-RECORD.
           05 LRQ-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LRQ-LETTER-TYPE     PIC X(3).
               88 LRQ-VINCULO     VALUE "VIN".
               88 LRQ-RENDA       VALUE "REN".
           05 FILLER              PIC X.
           05 LRQ-ADDRESSEE       PIC X(40).
           05 FILLER              PIC X.
           05 LRQ-REQUESTER-ID    PIC X(6).
           05 FILLER              PIC X.
           05 LRQ-REQUESTER-ROLE  PIC X(4).
           05 FILLER              PIC X.
           05 LRQ-MONTHS          PIC 99.

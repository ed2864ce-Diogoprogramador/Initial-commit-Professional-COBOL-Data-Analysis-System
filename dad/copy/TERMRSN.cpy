      *> TERMRSN.cpy
      *> Tabela de motivos de desligamento, com os codigos da tabela
      *> 19 do eSocial (motivo do desligamento), e os campos de
      *> trabalho da rotina de consulta (COPY TERMRSN-RTN na
      *> PROCEDURE DIVISION). O motivo e obrigatorio na transacao "T"
      *> (TRANS-TERM-REASON, EMPTRANS.cpy), fica no mestre
      *> (MST-TERM-REASON) e decide as verbas da rescisao no
      *> SEVERANCE-RUN. Por motivo:
      *>   TRS-NOTICE-RULE  aviso previo indenizado - I integral
      *>                    (30 dias + 3 por ano completo de casa,
      *>                    ate 90 - Lei 12.506), M metade do
      *>                    integral (acordo, art. 484-A da CLT),
      *>                    N nao ha;
      *>   TRS-13-RULE      S paga o 13o proporcional, N nao (justa
      *>                    causa);
      *>   TRS-FINE-PCT     percentual da multa rescisoria sobre os
      *>                    depositos do FGTS.
      *> Saldo de salario e ferias vencidas + 1/3 sao devidos em
      *> qualquer motivo. O programa move o codigo para TRS-REQ-CODE
      *> e executa TRS-FIND-REASON: TRS-REASON-VALID e os campos
      *> TRS-RES-* com a regra do motivo, ou TRS-REASON-INVALID com
      *> os campos em branco/zero.
       01 TRS-TABLE-VALUES.
           05 FILLER PIC X(36) VALUE
                   "01DISPENSA POR JUSTA CAUSA      NN00".
           05 FILLER PIC X(36) VALUE
                   "02DISPENSA SEM JUSTA CAUSA      IS40".
           05 FILLER PIC X(36) VALUE
                   "06TERMINO DE CONTRATO A PRAZO   NS00".
           05 FILLER PIC X(36) VALUE
                   "07PEDIDO DE DEMISSAO            NS00".
           05 FILLER PIC X(36) VALUE
                   "10FALECIMENTO                   NS00".
           05 FILLER PIC X(36) VALUE
                   "33ACORDO ENTRE AS PARTES        MS20".
           05 FILLER PIC X(36) VALUE
                   "38APOSENTADORIA                 NS00".
       01 TRS-TABLE REDEFINES TRS-TABLE-VALUES.
           05 TRS-ENTRY OCCURS 7 TIMES.
               10 TRS-CODE              PIC X(2).
               10 TRS-LABEL             PIC X(30).
               10 TRS-NOTICE-RULE       PIC X.
               10 TRS-13-RULE           PIC X.
               10 TRS-FINE-PCT          PIC 99.
       01 WS-TERM-REASON-AREA.
           05 TRS-QTDE                  PIC 9 VALUE 7.
           05 TRS-INDEX                 PIC 9.
           05 TRS-REQ-CODE              PIC X(2).
           05 TRS-FOUND                 PIC X.
               88 TRS-REASON-VALID      VALUE "S".
               88 TRS-REASON-INVALID    VALUE "N".
           05 TRS-RES-LABEL             PIC X(30).
           05 TRS-RES-NOTICE            PIC X.
               88 TRS-NOTICE-FULL       VALUE "I".
               88 TRS-NOTICE-HALF       VALUE "M".
               88 TRS-NOTICE-NONE       VALUE "N".
           05 TRS-RES-13                PIC X.
               88 TRS-PAYS-13           VALUE "S".
           05 TRS-RES-FINE-PCT          PIC 99.

      *> PAYEEMST.cpy
      *> Layout do cadastro de favorecidos terceiros da folha
      *> (payee_master.dat): um registro por quem recebe dinheiro
      *> retido ou devido pela folha, com o tipo, a chave que liga o
      *> favorecido a origem do valor, o nome, o CNPJ/CPF, o dia de
      *> vencimento no mes seguinte a competencia e os dados
      *> bancarios (mesmos campos de BANKDTL.cpy). Por tipo, a chave:
      *>   SIN sindicato             codigo do sindicato (UN-CODE)
      *>   CON banco do consignado   codigo do banco (LND-BANK-CODE)
      *>   SAU operadora de saude    codigo da operadora (HPL-CARRIER)
      *>   PRV entidade de previd.   codigo do plano (PNP-PLAN-CODE)
      *>   PEN pensao alimenticia    numero da ordem (GRN-ORDER-ID)
      *>   JUD deposito judicial     numero da ordem (GRN-ORDER-ID)
      *>   RUB desconto por rubrica  codigo da rubrica (payelements)
      *> Para pensao e deposito judicial o cadastro e opcional: sem
      *> ele, a fatura sai com os dados bancarios da propria ordem
      *> (GARNMST.cpy). Rubrica de desconto sem registro RUB e
      *> desconto interno da empresa e nao vira fatura. Dia de
      *> vencimento zerado vale 10; acima de 28 vale 28, para caber
      *> em qualquer mes. PYE-STATUS "I" tira o favorecido de uso -
      *> em branco vale como ativo. Lido pelo PAYEE-AP-EXPORT (uma
      *> fatura por favorecido) e pelo GL-EXPORT (rubricas de
      *> terceiros no passivo proprio).
       01 PAYEE-MASTER-RECORD.
           05 PYE-PAYEE-ID        PIC X(6).
           05 FILLER              PIC X.
           05 PYE-TYPE            PIC X(3).
               88 PYE-SINDICATO   VALUE "SIN".
               88 PYE-CONSIGNADO  VALUE "CON".
               88 PYE-OPERADORA   VALUE "SAU".
               88 PYE-PREVIDENCIA VALUE "PRV".
               88 PYE-PENSAO      VALUE "PEN".
               88 PYE-JUDICIAL    VALUE "JUD".
               88 PYE-RUBRICA     VALUE "RUB".
           05 FILLER              PIC X.
           05 PYE-SOURCE-KEY      PIC X(10).
           05 FILLER              PIC X.
           05 PYE-NAME            PIC X(30).
           05 FILLER              PIC X.
           05 PYE-TAX-ID          PIC X(14).
           05 FILLER              PIC X.
           05 PYE-DUE-DAY         PIC 99.
           05 FILLER              PIC X.
           05 PYE-BANK-CODE       PIC X(3).
           05 PYE-BRANCH          PIC X(5).
           05 PYE-ACCOUNT         PIC X(10).
           05 PYE-ACCOUNT-DV      PIC X.
           05 FILLER              PIC X.
           05 PYE-STATUS          PIC X.
               88 PYE-IS-ACTIVE   VALUE "A" " ".
               88 PYE-IS-INACTIVE VALUE "I".

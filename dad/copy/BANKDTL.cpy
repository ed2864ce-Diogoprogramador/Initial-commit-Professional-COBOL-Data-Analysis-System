      *> quantos dias o funcionario esta sem receber. Zerada quando o
      *> credito e confirmado ou reenviado; zeros/espacos nos
      *> registros anteriores ao campo.
      *> Chave PIX do funcionario, acrescentada ao final (mesmo
      *> criterio): BNK-PIX-KEY-TYPE diz o tipo da chave (C = CPF,
      *> conferido contra PRS-CPF do mestre de dados pessoais; E =
      *> e-mail; T = telefone no formato +55DDDNUMERO; A = chave
      *> aleatoria de 36 posicoes) e BNK-PIX-USE diz quando o liquido
      *> sai por PIX em vez de credito em conta: T = todos os
      *> pagamentos, A = so os pagamentos fora do ciclo mensal (nao
      *> "FOL"), branco = chave so cadastrada. A chave e validada pelo
      *> BANK-DETAILS-BUILD; chave invalida nao entra no mestre.
      *> BNK-RETURN-CHANNEL diz por onde saiu o credito cujo retorno
      *> esta em BNK-RETURN-STATUS (P = PIX, branco = conta) - o
      *> aceite, a rejeicao e o envelhecimento sao os mesmos para os
      *> dois canais. Brancos nos registros anteriores aos campos.
       01 BANK-DETAILS-RECORD.
           05 BNK-EMP-ID          PIC X(6).
           05 BNK-BANK-CODE       PIC X(3).
               88 BNK-CREDIT-PENDING   VALUE " ".
           05 BNK-RETURN-REASON   PIC X(30).
           05 BNK-RETURN-DATE     PIC 9(8).
           05 BNK-RETURN-CHANNEL  PIC X.
               88 BNK-RETURN-VIA-PIX   VALUE "P".
           05 BNK-PIX-KEY-TYPE    PIC X.
               88 BNK-PIX-CPF          VALUE "C".
               88 BNK-PIX-EMAIL        VALUE "E".
               88 BNK-PIX-TELEFONE     VALUE "T".
               88 BNK-PIX-ALEATORIA    VALUE "A".
               88 BNK-SEM-PIX          VALUE " ".
           05 BNK-PIX-KEY         PIC X(77).
           05 BNK-PIX-USE         PIC X.
               88 BNK-PIX-TODOS        VALUE "T".
               88 BNK-PIX-AVULSOS      VALUE "A".
               88 BNK-PIX-NAO-USA      VALUE " ".

      *> inteiro; leituras de competencia inteira varrem em sequencia
      *> de chave. PHX-SEQ desempata pagamentos distintos da mesma
      *> matricula na mesma competencia (folha + acerto + avulso);
      *> PHX-DETAIL guarda a imagem integral do registro PAYDTL,
      *> alargada para 400 quando o detalhe passou de 200 bytes
      *> (adicional noturno e DSR) - o indexado e reconstruido a cada
      *> ciclo pelo PAYROLL-HISTORY-BUILD, sem conversao a parte.
       01 PAYROLL-HISTORY-IX-RECORD.
           05 PHX-KEY.
               10 PHX-EMP-ID      PIC X(6).
               10 PHX-REF-PERIOD  PIC 9(6).
               10 PHX-SEQ         PIC 9(3).
           05 PHX-DETAIL          PIC X(400).

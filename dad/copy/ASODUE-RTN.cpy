      *> ASODUE-RTN.cpy
      *> Rotina compartilhada de proximo exame periodico: 12 ou 24
      *> meses depois do ultimo exame, no mesmo dia do mes. O 29/02 de
      *> um exame em ano bissexto cai em 28/02 quando o ano do
      *> vencimento nao e bissexto. Data de exame zerada devolve
      *> ASD-NEXT-DUE zerado (sem base para o calculo). O programa que
      *> copia esta rotina precisa ter os campos de ASODUE.cpy na
      *> WORKING-STORAGE.
       ASD-COMPUTE-NEXT-DUE.
           IF ASD-AGE < 18 OR ASD-AGE > 45 OR ASD-RISCO-OCUPACIONAL
               MOVE 12 TO ASD-MONTHS
           ELSE
               MOVE 24 TO ASD-MONTHS
           END-IF
           IF ASD-EXAM-DATE NOT NUMERIC OR ASD-EXAM-DATE = 0
               MOVE 0 TO ASD-NEXT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE ASD-EXAM-DATE TO ASD-NEXT-DUE
           COMPUTE ASD-NEXT-YEAR = ASD-EXAM-YEAR + ASD-MONTHS / 12
           IF ASD-NEXT-MONTH = 2 AND ASD-NEXT-DAY = 29
               IF FUNCTION MOD(ASD-NEXT-YEAR, 4) NOT = 0 OR
                  (FUNCTION MOD(ASD-NEXT-YEAR, 100) = 0 AND
                   FUNCTION MOD(ASD-NEXT-YEAR, 400) NOT = 0)
                   MOVE 28 TO ASD-NEXT-DAY
               END-IF
           END-IF.

      *> ASOEXAM.cpy
      *> Layout do arquivo de exames ocupacionais por funcionario
      *> (occupational_exams.dat): um registro por ASO emitido, com o
      *> tipo do exame, a data de realizacao, o resultado (apto ou
      *> inapto) e a data do proximo periodico. Construido pelo
      *> ASO-LOAD a partir do extrato occupational_exams_input.dat,
      *> no mesmo criterio do CERT-LOAD; o proximo periodico em branco
      *> no extrato e calculado na carga pela rotina compartilhada
      *> ASODUE-RTN (idade e risco do setor). Exame demissional e
      *> resultado inapto gravam ASO-NEXT-DUE zerado - nao ha
      *> periodico a seguir. ASO-POSITION-CODE guarda o cargo do
      *> funcionario na data do exame: cargo diferente no mestre hoje
      *> indica mudanca de funcao sem exame (ASO-ALERTS).
       01 OCCUPATIONAL-EXAM-RECORD.
           05 ASO-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 ASO-EXAM-TYPE       PIC X(3).
               88 ASO-ADMISSIONAL    VALUE "ADM".
               88 ASO-PERIODICO      VALUE "PER".
               88 ASO-RETORNO        VALUE "RET".
               88 ASO-MUDANCA-FUNCAO VALUE "MUD".
               88 ASO-DEMISSIONAL    VALUE "DEM".
               88 ASO-TIPO-VALIDO    VALUE "ADM" "PER" "RET" "MUD"
                                           "DEM".
           05 FILLER              PIC X.
           05 ASO-EXAM-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 ASO-RESULT          PIC X.
               88 ASO-APTO           VALUE "A".
               88 ASO-INAPTO         VALUE "I".
           05 FILLER              PIC X.
           05 ASO-NEXT-DUE        PIC 9(8).
           05 FILLER              PIC X.
           05 ASO-POSITION-CODE   PIC X(5).

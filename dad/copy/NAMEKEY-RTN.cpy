      *> NAMEKEY-RTN.cpy
      *> Rotina compartilhada de normalizacao do nome (ver
      *> NAMEKEY.cpy): minusculas viram maiusculas, ponto, virgula,
      *> apostrofo e hifen viram branco, e a copia caractere a
      *> caractere descarta os brancos a esquerda e os repetidos.
      *> Nomes ja sao gravados sem acento, entao nao ha tratamento de
      *> acentuacao aqui.
       NMK-NORMALIZE.
           MOVE NMK-NAME-IN TO NMK-WORK
           INSPECT NMK-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,'-"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ    "
           MOVE SPACES TO NMK-NAME-OUT
           MOVE 0 TO NMK-OUT-POS
           MOVE "S" TO NMK-PREV-SPACE
           PERFORM VARYING NMK-IN-POS FROM 1 BY 1
                   UNTIL NMK-IN-POS > 30
               IF NMK-WORK(NMK-IN-POS:1) = SPACE
                   MOVE "S" TO NMK-PREV-SPACE
               ELSE
                   IF NMK-PREV-SPACE = "S" AND NMK-OUT-POS > 0
                       ADD 1 TO NMK-OUT-POS
                   END-IF
                   ADD 1 TO NMK-OUT-POS
                   MOVE NMK-WORK(NMK-IN-POS:1)
                       TO NMK-NAME-OUT(NMK-OUT-POS:1)
                   MOVE "N" TO NMK-PREV-SPACE
               END-IF
           END-PERFORM.

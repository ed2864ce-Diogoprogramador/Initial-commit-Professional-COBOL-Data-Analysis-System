      *> TERMRSN-RTN.cpy
      *> Consulta da tabela de motivos de desligamento (ver
      *> TERMRSN.cpy). O programa que copia esta rotina precisa ter
      *> os campos de TERMRSN.cpy na WORKING-STORAGE.
       TRS-FIND-REASON.
           SET TRS-REASON-INVALID TO TRUE
           MOVE SPACES TO TRS-RES-LABEL
           MOVE "N" TO TRS-RES-NOTICE
           MOVE "N" TO TRS-RES-13
           MOVE 0 TO TRS-RES-FINE-PCT
           IF TRS-REQ-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TRS-INDEX FROM 1 BY 1
                   UNTIL TRS-INDEX > TRS-QTDE
               IF TRS-CODE(TRS-INDEX) = TRS-REQ-CODE
                   SET TRS-REASON-VALID TO TRUE
                   MOVE TRS-LABEL(TRS-INDEX)       TO TRS-RES-LABEL
                   MOVE TRS-NOTICE-RULE(TRS-INDEX) TO TRS-RES-NOTICE
                   MOVE TRS-13-RULE(TRS-INDEX)     TO TRS-RES-13
                   MOVE TRS-FINE-PCT(TRS-INDEX)    TO TRS-RES-FINE-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

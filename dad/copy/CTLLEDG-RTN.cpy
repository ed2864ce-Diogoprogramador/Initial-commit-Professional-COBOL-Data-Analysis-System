      *> CTLLEDG-RTN.cpy
      *> Rotinas compartilhadas do livro de totais de controle (ver
      *> CTLLEDG.cpy): CLG-POST-TOTAL abre control_ledger.dat em
      *> EXTEND no primeiro lancamento (OUTPUT se ainda nao existe) e
      *> grava uma linha; CLG-CLOSE-LEDGER fecha no encerramento. Sem
      *> o arquivo gravavel o passo segue com aviso no console - o
      *> CHAIN-BALANCE acusara o passo sem lancamento.
       CLG-POST-TOTAL.
           IF NOT CLG-LEDGER-OPEN
               OPEN EXTEND CONTROL-LEDGER-FILE
               IF CLG-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CONTROL-LEDGER-FILE
               END-IF
               IF CLG-FILE-STATUS NOT = "00"
                   DISPLAY "Aviso: control_ledger.dat indisponivel - "
                           "totais de controle nao lancados (FILE "
                           "STATUS " CLG-FILE-STATUS ")"
                   EXIT PARAGRAPH
               END-IF
               SET CLG-LEDGER-OPEN TO TRUE
           END-IF
           MOVE SPACES TO CONTROL-LEDGER-RECORD
           MOVE CLG-REQ-DATE      TO CLG-RUN-DATE
           ACCEPT CLG-NOW-TIME FROM TIME
           MOVE CLG-NOW-TIME(1:6) TO CLG-RUN-TIME
           MOVE CLG-REQ-PROGRAM   TO CLG-PROGRAM
           MOVE CLG-REQ-PERIOD    TO CLG-PERIOD
           MOVE CLG-REQ-COMPANY   TO CLG-COMPANY
           MOVE CLG-REQ-METRIC    TO CLG-METRIC
           MOVE CLG-REQ-COUNT     TO CLG-COUNT
           MOVE CLG-REQ-AMOUNT    TO CLG-AMOUNT
           WRITE CONTROL-LEDGER-RECORD
           ADD 1 TO CLG-POSTED.

       CLG-CLOSE-LEDGER.
           IF CLG-LEDGER-OPEN
               CLOSE CONTROL-LEDGER-FILE
               MOVE "N" TO CLG-OPEN-FLAG
           END-IF.

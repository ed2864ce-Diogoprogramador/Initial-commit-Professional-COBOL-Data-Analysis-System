      *> ACCLOG-RTN.cpy
      *> Rotinas compartilhadas do log de leitura de dados sensiveis
      *> (ver ACCLOG.cpy): AXL-LOG-ACCESS abre access_log.dat em
      *> EXTEND na primeira gravacao (OUTPUT se ainda nao existe) e
      *> grava uma linha; AXL-CLOSE-LOG fecha no encerramento. Sem o
      *> arquivo gravavel a consulta segue com aviso no console - o
      *> mesmo tratamento do log de execucoes.
       AXL-LOG-ACCESS.
           IF NOT AXL-LOG-OPEN
               OPEN EXTEND ACCESS-LOG-FILE
               IF AXL-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ACCESS-LOG-FILE
               END-IF
               IF AXL-FILE-STATUS NOT = "00"
                   DISPLAY "Aviso: access_log.dat indisponivel - "
                           "leitura nao registrada (FILE STATUS "
                           AXL-FILE-STATUS ")"
                   EXIT PARAGRAPH
               END-IF
               SET AXL-LOG-OPEN TO TRUE
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           ACCEPT AXL-ACCESS-DATE FROM DATE YYYYMMDD
           ACCEPT AXL-NOW-TIME FROM TIME
           MOVE AXL-NOW-TIME(1:6)  TO AXL-ACCESS-TIME
           MOVE AXL-REQ-USER       TO AXL-USER-ID
           MOVE AXL-REQ-ROLE       TO AXL-USER-ROLE
           MOVE AXL-REQ-EMP-ID     TO AXL-EMP-ID
           MOVE AXL-REQ-PROGRAM    TO AXL-PROGRAM
           MOVE AXL-REQ-VIEW       TO AXL-VIEW
           MOVE AXL-REQ-SENSITIVE  TO AXL-SENSITIVE
           WRITE ACCESS-LOG-RECORD
           ADD 1 TO AXL-WRITTEN.

       AXL-CLOSE-LOG.
           IF AXL-LOG-OPEN
               CLOSE ACCESS-LOG-FILE
               MOVE "N" TO AXL-OPEN-FLAG
           END-IF.

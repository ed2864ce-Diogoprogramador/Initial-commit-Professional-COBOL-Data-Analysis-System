      *> PAYCAL-RTN.cpy
      *> Rotinas compartilhadas do corte de entradas da folha (ver
      *> PAYCAL.cpy). PCL-ROUTE-ENTRY empurra a entrada recebida
      *> depois do corte para a competencia seguinte - e de novo, se
      *> ela tambem ja passou do corte, ate achar uma competencia
      *> aberta ou acabar o calendario (no maximo 12 passos).
      *> Competencia sem linha no calendario nao tem corte: e assim
      *> que o historico anterior ao calendario fica como esta.
      *> PCL-LOG-LATE-ENTRY grava a entrada atrasada em
      *> late_entries.dat (EXTEND); o programa chamador decide se
      *> grava (ensaio nao grava nada).
       PCL-ROUTE-ENTRY.
           IF NOT PCL-CALENDAR-LOADED
               PERFORM PCL-LOAD-CALENDAR
           END-IF
           MOVE PCL-REQ-PERIOD TO PCL-ROUTED-PERIOD
           MOVE 0 TO PCL-CUTOFF-DATE
           SET PCL-ENTRY-ON-TIME TO TRUE
           EVALUATE TRUE
               WHEN PCL-TIPO-PONTO       MOVE 1 TO PCL-TYPE-INDEX
               WHEN PCL-TIPO-AUSENCIA    MOVE 2 TO PCL-TYPE-INDEX
               WHEN PCL-TIPO-EXTRA       MOVE 3 TO PCL-TYPE-INDEX
               WHEN PCL-TIPO-MANUTENCAO  MOVE 4 TO PCL-TYPE-INDEX
               WHEN PCL-TIPO-SUPLEMENTAR MOVE 5 TO PCL-TYPE-INDEX
               WHEN PCL-TIPO-DEPENDENTE  MOVE 6 TO PCL-TYPE-INDEX
               WHEN OTHER                MOVE 0 TO PCL-TYPE-INDEX
           END-EVALUATE
           IF PCL-TYPE-INDEX = 0 OR PCL-CAL-QTDE = 0 OR
              PCL-REQ-PERIOD NOT NUMERIC OR
              PCL-REQ-RECEIVED NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PCL-STEPS
           PERFORM UNTIL PCL-STEPS >= 12
               PERFORM PCL-FIND-PERIOD
               IF PCL-MATCH = 0
                   EXIT PERFORM
               END-IF
               MOVE PCL-TAB-CUTOFF(PCL-MATCH, PCL-TYPE-INDEX)
                   TO PCL-WORK-CUTOFF
               IF PCL-WORK-CUTOFF = 0 OR
                  PCL-REQ-RECEIVED NOT > PCL-WORK-CUTOFF
                   EXIT PERFORM
               END-IF
               IF PCL-STEPS = 0
                   MOVE PCL-WORK-CUTOFF TO PCL-CUTOFF-DATE
               END-IF
               SET PCL-ENTRY-LATE TO TRUE
               ADD 1 TO PCL-ROUTED-MONTH
               IF PCL-ROUTED-MONTH > 12
                   MOVE 1 TO PCL-ROUTED-MONTH
                   ADD 1 TO PCL-ROUTED-YEAR
               END-IF
               ADD 1 TO PCL-STEPS
           END-PERFORM.

       PCL-FIND-PERIOD.
           MOVE 0 TO PCL-MATCH
           PERFORM VARYING PCL-INDEX FROM 1 BY 1
                   UNTIL PCL-INDEX > PCL-CAL-QTDE
               IF PCL-TAB-PERIOD(PCL-INDEX) = PCL-ROUTED-PERIOD
                   MOVE PCL-INDEX TO PCL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PCL-LOAD-CALENDAR.
           SET PCL-CALENDAR-LOADED TO TRUE
           MOVE 0 TO PCL-CAL-QTDE
           OPEN INPUT PAYROLL-CALENDAR-FILE
           IF PCL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_calendar.dat nao encontrado - "
                       "corte de entradas da folha nao aplicado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PCL-FILE-STATUS NOT = "00"
               READ PAYROLL-CALENDAR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PCL-PERIOD NUMERIC AND PCL-CAL-QTDE < 60
                           ADD 1 TO PCL-CAL-QTDE
                           PERFORM PCL-STORE-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-CALENDAR-FILE.

      *> Corte em branco ou nao numerico vale zero (sem corte).
       PCL-STORE-PERIOD.
           MOVE PCL-PERIOD TO PCL-TAB-PERIOD(PCL-CAL-QTDE)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 1)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 2)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 3)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 4)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 5)
           MOVE 0 TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 6)
           MOVE 0 TO PCL-TAB-CALC(PCL-CAL-QTDE)
           MOVE 0 TO PCL-TAB-PAY(PCL-CAL-QTDE)
           IF PCL-CUTOFF-PON NUMERIC
               MOVE PCL-CUTOFF-PON TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 1)
           END-IF
           IF PCL-CUTOFF-AUS NUMERIC
               MOVE PCL-CUTOFF-AUS TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 2)
           END-IF
           IF PCL-CUTOFF-EXT NUMERIC
               MOVE PCL-CUTOFF-EXT TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 3)
           END-IF
           IF PCL-CUTOFF-MAN NUMERIC
               MOVE PCL-CUTOFF-MAN TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 4)
           END-IF
           IF PCL-CUTOFF-SUP NUMERIC
               MOVE PCL-CUTOFF-SUP TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 5)
           END-IF
           IF PCL-CUTOFF-DEP NUMERIC
               MOVE PCL-CUTOFF-DEP TO PCL-TAB-CUTOFF(PCL-CAL-QTDE, 6)
           END-IF
           IF PCL-CALC-DATE NUMERIC
               MOVE PCL-CALC-DATE TO PCL-TAB-CALC(PCL-CAL-QTDE)
           END-IF
           IF PCL-PAY-DATE NUMERIC
               MOVE PCL-PAY-DATE TO PCL-TAB-PAY(PCL-CAL-QTDE)
           END-IF.

       PCL-LOG-LATE-ENTRY.
           OPEN EXTEND LATE-ENTRY-FILE
           IF PCL-LTE-FILE-STATUS NOT = "00"
               OPEN OUTPUT LATE-ENTRY-FILE
           END-IF
           IF PCL-LTE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: nao foi possivel gravar late_entries.dat"
                       " - entrada atrasada de " PCL-LOG-EMP-ID
                       " fora do registro"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LATE-ENTRY-RECORD
           MOVE PCL-LOG-EMP-ID    TO LTE-EMP-ID
           MOVE PCL-LOG-SOURCE    TO LTE-SOURCE
           MOVE PCL-REQ-TYPE      TO LTE-INPUT-TYPE
           MOVE PCL-REQ-PERIOD    TO LTE-ORIG-PERIOD
           MOVE PCL-ROUTED-PERIOD TO LTE-ROUTED-PERIOD
           MOVE PCL-REQ-RECEIVED  TO LTE-RECEIVED-DATE
           MOVE PCL-CUTOFF-DATE   TO LTE-CUTOFF-DATE
           MOVE PCL-LOG-DETAIL    TO LTE-DETAIL
           WRITE LATE-ENTRY-RECORD
           CLOSE LATE-ENTRY-FILE
           ADD 1 TO PCL-LOGGED.

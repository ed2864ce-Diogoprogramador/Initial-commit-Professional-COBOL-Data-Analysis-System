               10 CURR-VALUE      PIC X(3).
               10 EMP-ID-VALUE    PIC X(6).
               10 TENURE-VALUE    PIC 99.
               10 FTE-VALUE       PIC 9V9999.

       01 WS-AGE-SORT-ARRAY.
           05 AGE-SORT-VALUE OCCURS 1 TO 9999 TIMES
           05 DEPT-COUNTS OCCURS 20 TIMES.
               10 DEPT-NAME     PIC X(20).
               10 DEPT-TOTAL    PIC 9(4).
               10 DEPT-FTE      PIC 9(4)V99.
               10 DEPT-AVG-SAL  PIC 9(8)V99 USAGE COMP-3.
           05 WS-DEPT-INDEX     PIC 99.
           05 WS-DEPT-COUNT-USED PIC 99 VALUE 0.

       COPY MONEYFMT.
       COPY AGECALC.
       COPY WORKHRS.
       COPY EXCHTBL.
       COPY FILECTL.

       01 WS-BRL-RATE-DATE        PIC 9(8) VALUE 0.
       01 WS-RATE-MISSING-WARNED  PIC X VALUE "N".

      *> Equivalente em tempo integral (jornada/44, WORKHRS-RTN): o
      *> total e cada departamento mostram o FTE ao lado das cabecas,
      *> porque contratos de 30 e 20 horas nao valem uma cabeca cheia.
       01 WS-TOTAL-FTE            PIC 9(5)V99 VALUE 0.
       01 WS-FTE-EDITED           PIC ZZZZ9,99.

      *> Selecao de empresa (company.parm): um codigo roda o
      *> relatorio so daquela empresa; "ALL" (ou parm ausente) roda o
      *> consolidado. Registro com empresa em branco (anterior a
           MOVE EMP-DEPARTMENT TO DEPT-CODE(DATA-COUNT)
           MOVE EMP-CURRENCY-CODE TO CURR-VALUE(DATA-COUNT)
           MOVE EMP-ID TO EMP-ID-VALUE(DATA-COUNT)
           MOVE EMP-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE EMP-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE EMP-SALARY       TO WKH-SALARY
           PERFORM WKH-DERIVE
           MOVE WKH-FTE TO FTE-VALUE(DATA-COUNT)
           ADD WKH-FTE TO WS-TOTAL-FTE
           COMPUTE WS-TENURE-CALC = WS-RUN-YEAR - HIRE-YEAR
           IF WS-RUN-MONTH < HIRE-MONTH OR
              (WS-RUN-MONTH = HIRE-MONTH AND WS-RUN-DAY < HIRE-DAY)
                   UNTIL WS-DEPT-INDEX > 20
               IF DEPT-NAME(WS-DEPT-INDEX) = DEPT-CODE(LOOP-COUNTER)
                   ADD 1 TO DEPT-TOTAL(WS-DEPT-INDEX)
                   ADD FTE-VALUE(LOOP-COUNTER) TO DEPT-FTE(WS-DEPT-INDEX)
                   ADD SALARY-VALUE(LOOP-COUNTER) TO DEPT-AVG-SAL(WS-DEPT-INDEX)
                   EXIT PERFORM
               END-IF
               IF DEPT-NAME(WS-DEPT-INDEX) = SPACES
                   MOVE DEPT-CODE(LOOP-COUNTER) TO DEPT-NAME(WS-DEPT-INDEX)
                   ADD 1 TO DEPT-TOTAL(WS-DEPT-INDEX)
                   ADD FTE-VALUE(LOOP-COUNTER) TO DEPT-FTE(WS-DEPT-INDEX)
                   ADD SALARY-VALUE(LOOP-COUNTER) TO DEPT-AVG-SAL(WS-DEPT-INDEX)
                   ADD 1 TO WS-DEPT-COUNT-USED
                   EXIT PERFORM
           DISPLAY " "
           DISPLAY "=== RESULTADOS ESTATISTICOS ==="
           DISPLAY "Total de registros analisados: " DATA-COUNT
           MOVE WS-TOTAL-FTE TO WS-FTE-EDITED
           DISPLAY "Equivalente em tempo integral (FTE): " WS-FTE-EDITED
           DISPLAY " "
           DISPLAY "--- ESTATISTICAS SALARIAIS (valor nominal, moeda mista) ---"
           MOVE MEAN-SALARY TO MONEY-FMT-INPUT
                       DEPT-AVG-SAL(LOOP-COUNTER) / DEPT-TOTAL(LOOP-COUNTER)
                   MOVE DEPT-AVG-SAL(LOOP-COUNTER) TO MONEY-FMT-INPUT
                   PERFORM FORMAT-CURRENCY
                   MOVE DEPT-FTE(LOOP-COUNTER) TO WS-FTE-EDITED
                   DISPLAY DEPT-NAME(LOOP-COUNTER) ": "
                           DEPT-TOTAL(LOOP-COUNTER)
                           " funcionarios, FTE " WS-FTE-EDITED
                           ", Media: " MONEY-FMT-OUTPUT
               END-IF
           END-PERFORM
           DISPLAY " "

       COPY MONEYFMT-RTN.
       COPY AGECALC-RTN.
       COPY WORKHRS-RTN.
       COPY EXCHTBL-RTN.
       COPY FILECTL-RTN.

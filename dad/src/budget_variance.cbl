      *> e a marca ESTOURO onde o realizado passou do orcado alem da
      *> tolerancia - nesse caso o passo termina com RETURN-CODE 4
      *> (aviso), para a cadeia de batch dar visibilidade sem parar.
      *> Rateio (cost_allocation.dat, COSTALOC.cpy): a massa real do
      *> funcionario com linhas em vigor no periodo e dividida pelos
      *> centros de custo, cada centro caindo no primeiro departamento
      *> orcado com aquele DEPT-COST-CENTER; parte truncada no
      *> centavo, residuo e centros sem departamento orcado ficam no
      *> departamento do funcionario, que tambem e onde ele conta no
      *> headcount. Rateio fora de 100% fica inteiro no departamento.
      *> Ao lado do headcount real sai o FTE real (soma de jornada/44
      *> de cada ativo, WORKHRS-RTN): dois contratos de 20 horas sao
      *> duas cabecas mas menos de um FTE. O estouro continua medido
      *> em cabecas, que e como o orcamento e aprovado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT COST-ALLOCATION-FILE ASSIGN TO "../data/cost_allocation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "budget_variance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD COST-ALLOCATION-FILE.
       COPY COSTALOC.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-ALLOC-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-BUD-ENTRADAS OCCURS 20 TIMES.
               10 WS-BUD-CODE         PIC X(3).
               10 WS-BUD-NAME         PIC X(15).
               10 WS-BUD-CC           PIC X(6).
               10 WS-BUD-HEADCOUNT    PIC 9(4).
               10 WS-BUD-SALARY       PIC 9(10)V99 USAGE COMP-3.
               10 WS-ACT-HEADCOUNT    PIC 9(4).
               10 WS-ACT-FTE          PIC 9(4)V99.
               10 WS-ACT-SALARY       PIC 9(10)V99 USAGE COMP-3.
       01 WS-BUD-INDEX            PIC 99.
       01 WS-BUD-MATCH            PIC 99.
           05 WS-DEPT-ENTRADAS OCCURS 20 TIMES.
               10 WS-DEPT-CODE        PIC X(3).
               10 WS-DEPT-NAME        PIC X(15).
               10 WS-DEPT-CC          PIC X(6).
       01 WS-DEPT-INDEX           PIC 99.

      *> Linhas de rateio do arquivo, vigencia numerica (0 = janela
      *> aberta).
       01 WS-ALC-TABLE.
           05 WS-ALC-QTDE         PIC 9(4) VALUE 0.
           05 WS-ALC-ENTRADAS OCCURS 500 TIMES.
               10 WS-ALC-EMP-ID       PIC X(6).
               10 WS-ALC-CC           PIC X(6).
               10 WS-ALC-PCT          PIC 999V99.
               10 WS-ALC-FROM         PIC 9(6).
               10 WS-ALC-TO           PIC 9(6).
       01 WS-ALC-INDEX            PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-VAR-HEADCOUNT    PIC S9(4).
           05 WS-VAR-SALARY       PIC S9(10)V99 USAGE COMP-3.
           05 WS-LIMIT-SALARY     PIC 9(10)V99.
           05 WS-LIMIT-HEADCOUNT  PIC 9(6)V99.
           05 WS-FLAG-ESTOURO     PIC X(7).
           05 WS-ALC-FOUND        PIC 99.
           05 WS-ALC-SUM-PCT      PIC 9(4)V99.
           05 WS-ALC-MATCH        PIC 99.
           05 WS-PART-SALARY      PIC 9(10)V99.
           05 WS-REST-SALARY      PIC 9(10)V99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-OVER-BUDGET      PIC 99 VALUE 0.
           05 WS-SEM-ORCAMENTO    PIC 99 VALUE 0.
           05 WS-SPLIT-COUNT      PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-BUD-HC    PIC ZZZ9.
           05 FORMATTED-ACT-HC    PIC ZZZ9.
           05 FORMATTED-ACT-FTE   PIC ZZZ9,99.
           05 FORMATTED-VAR-HC    PIC +ZZZ9.

       01 WS-HEADERS.
           05 TITLE-1        PIC X(120) VALUE
                   "RELATORIO DE VARIACAO ORCAMENTARIA".
           05 HEADER-TABLE   PIC X(120) VALUE
                   "DEPARTAMENTO    HC-ORC HC-REAL FTE-REAL HC-VAR  MASSA ORCADA              MASSA REAL                SITUACAO".

       COPY MONEYFMT.
       COPY WORKHRS.

       01 WS-MONEY-SAVE           PIC X(24).


           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-BUDGET-MASTER
           PERFORM LOAD-COST-ALLOCATION
           IF WS-BUD-QTDE = 0
               DISPLAY "ERRO CRITICO: nenhuma linha de orcamento para "
                       "o periodo em budget_master.dat"
                           ADD 1 TO WS-DEPT-QTDE
                           MOVE DEPT-CODE TO WS-DEPT-CODE(WS-DEPT-QTDE)
                           MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-QTDE)
                           MOVE DEPT-COST-CENTER
                               TO WS-DEPT-CC(WS-DEPT-QTDE)
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE

       RESOLVE-BUDGET-DEPT-NAME.
           MOVE BUD-DEPT-CODE TO WS-BUD-NAME(WS-BUD-QTDE)
           MOVE SPACES TO WS-BUD-CC(WS-BUD-QTDE)
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-CODE(WS-DEPT-INDEX) = BUD-DEPT-CODE
                   MOVE WS-DEPT-NAME(WS-DEPT-INDEX)
                       TO WS-BUD-NAME(WS-BUD-QTDE)
                   MOVE WS-DEPT-CC(WS-DEPT-INDEX)
                       TO WS-BUD-CC(WS-BUD-QTDE)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-COST-ALLOCATION.
           OPEN INPUT COST-ALLOCATION-FILE
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: cost_allocation.dat nao encontrado - "
                       "massa real sem rateio"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALLOC-FILE-STATUS NOT = "00"
               READ COST-ALLOCATION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CAL-PCT NUMERIC AND
                          CAL-COST-CENTER NOT = SPACES AND
                          WS-ALC-QTDE < 500
                           ADD 1 TO WS-ALC-QTDE
                           MOVE CAL-EMP-ID
                               TO WS-ALC-EMP-ID(WS-ALC-QTDE)
                           MOVE CAL-COST-CENTER
                               TO WS-ALC-CC(WS-ALC-QTDE)
                           MOVE CAL-PCT TO WS-ALC-PCT(WS-ALC-QTDE)
                           MOVE 0 TO WS-ALC-FROM(WS-ALC-QTDE)
                           MOVE 0 TO WS-ALC-TO(WS-ALC-QTDE)
                           IF CAL-VALID-FROM NUMERIC
                               MOVE CAL-VALID-FROM
                                   TO WS-ALC-FROM(WS-ALC-QTDE)
                           END-IF
                           IF CAL-VALID-TO NUMERIC
                               MOVE CAL-VALID-TO
                                   TO WS-ALC-TO(WS-ALC-QTDE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COST-ALLOCATION-FILE.

       ACCUMULATE-ACTUALS.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
           END-PERFORM
           IF WS-BUD-MATCH > 0
               ADD 1 TO WS-ACT-HEADCOUNT(WS-BUD-MATCH)
               MOVE EMP-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
               MOVE EMP-PAY-BASIS    TO WKH-PAY-BASIS
               MOVE EMP-SALARY       TO WKH-SALARY
               PERFORM WKH-DERIVE
               ADD WKH-FTE TO WS-ACT-FTE(WS-BUD-MATCH)
           ELSE
               ADD 1 TO WS-SEM-ORCAMENTO
               DISPLAY "AVISO: funcionario " EMP-ID " em departamento "
                       "sem linha de orcamento: " EMP-DEPARTMENT
           END-IF

           MOVE 0 TO WS-ALC-FOUND
           MOVE 0 TO WS-ALC-SUM-PCT
           PERFORM VARYING WS-ALC-INDEX FROM 1 BY 1
                   UNTIL WS-ALC-INDEX > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX) = EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX) NOT > WS-REF-PERIOD) AND
                  (WS-ALC-TO(WS-ALC-INDEX) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX) NOT < WS-REF-PERIOD)
                   ADD 1 TO WS-ALC-FOUND
                   ADD WS-ALC-PCT(WS-ALC-INDEX) TO WS-ALC-SUM-PCT
               END-IF
           END-PERFORM
           IF WS-ALC-FOUND > 0 AND WS-ALC-SUM-PCT NOT = 100
               DISPLAY "AVISO: rateio de " EMP-ID " soma "
                       WS-ALC-SUM-PCT "% - massa no departamento"
               MOVE 0 TO WS-ALC-FOUND
           END-IF
           IF WS-ALC-FOUND = 0
               IF WS-BUD-MATCH > 0
                   ADD EMP-SALARY TO WS-ACT-SALARY(WS-BUD-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SPLIT-COUNT
           MOVE EMP-SALARY TO WS-REST-SALARY
           PERFORM VARYING WS-ALC-INDEX FROM 1 BY 1
                   UNTIL WS-ALC-INDEX > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX) = EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX) NOT > WS-REF-PERIOD) AND
                  (WS-ALC-TO(WS-ALC-INDEX) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX) NOT < WS-REF-PERIOD)
                   MOVE 0 TO WS-ALC-MATCH
                   PERFORM VARYING WS-BUD-INDEX FROM 1 BY 1
                           UNTIL WS-BUD-INDEX > WS-BUD-QTDE
                       IF WS-BUD-CC(WS-BUD-INDEX) =
                          WS-ALC-CC(WS-ALC-INDEX)
                           MOVE WS-BUD-INDEX TO WS-ALC-MATCH
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ALC-MATCH > 0
                       COMPUTE WS-PART-SALARY =
                           EMP-SALARY * WS-ALC-PCT(WS-ALC-INDEX) / 100
                       ADD WS-PART-SALARY
                           TO WS-ACT-SALARY(WS-ALC-MATCH)
                       SUBTRACT WS-PART-SALARY FROM WS-REST-SALARY
                   ELSE
                       DISPLAY "AVISO: centro " WS-ALC-CC(WS-ALC-INDEX)
                               " do rateio de " EMP-ID " sem "
                               "departamento orcado - parte no "
                               "departamento do funcionario"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BUD-MATCH > 0
               ADD WS-REST-SALARY TO WS-ACT-SALARY(WS-BUD-MATCH)
           END-IF.

      *> ESTOURO quando o realizado passa do orcado alem da

           MOVE WS-BUD-HEADCOUNT(WS-BUD-INDEX) TO FORMATTED-BUD-HC
           MOVE WS-ACT-HEADCOUNT(WS-BUD-INDEX) TO FORMATTED-ACT-HC
           MOVE WS-ACT-FTE(WS-BUD-INDEX) TO FORMATTED-ACT-FTE
           MOVE WS-VAR-HEADCOUNT TO FORMATTED-VAR-HC
           MOVE WS-BUD-SALARY(WS-BUD-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
                  "   " DELIMITED BY SIZE
                  FORMATTED-ACT-HC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FORMATTED-ACT-FTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FORMATTED-VAR-HC DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MONEY-SAVE DELIMITED BY SIZE
               DISPLAY "Funcionarios sem linha de orcamento: "
                       WS-SEM-ORCAMENTO
           END-IF
           DISPLAY "Funcionarios com massa rateada: " WS-SPLIT-COUNT
           IF WS-OVER-BUDGET > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY WORKHRS-RTN.

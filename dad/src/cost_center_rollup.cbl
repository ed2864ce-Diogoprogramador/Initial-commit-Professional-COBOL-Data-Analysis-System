      *> pela rotina compartilhada MONEYFMT-RTN. Departamento sem
      *> centro de custo cadastrado agrupa em "SEM-CC" e rebaixa o
      *> codigo de retorno para aviso.
      *> Rateio (cost_allocation.dat, COSTALOC.cpy): a massa salarial
      *> do funcionario com linhas em vigor no mes corrente e dividida
      *> entre os centros pelos percentuais, com o residuo do
      *> arredondamento no centro do departamento - o mesmo criterio
      *> do GL-EXPORT, para o relatorio bater com o diario. O
      *> funcionario continua contado uma vez (FUNC) no centro do
      *> departamento; a coluna FTE soma as fracoes rateadas e a media
      *> salarial passa a ser massa / FTE. Rateio que nao fecha 100%
      *> fica inteiro no departamento e rebaixa o retorno para aviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT COST-ALLOCATION-FILE ASSIGN TO "../data/cost_allocation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "cost_center_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD COST-ALLOCATION-FILE.
       COPY COSTALOC.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-DEPT-MASTER-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-ALLOC-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
      *> entrada, na ordem em que aparecem).
       01 WS-CC-TABLE.
           05 WS-CC-QTDE          PIC 99 VALUE 0.
           05 WS-CC-ENTRADAS OCCURS 60 TIMES.
               10 WS-CC-CODE          PIC X(6).
               10 WS-CC-CURRENCY      PIC X(3).
               10 WS-CC-HEADCOUNT     PIC 9(5).
               10 WS-CC-FTE           PIC 9(5)V99.
               10 WS-CC-SALARY-SUM    PIC 9(12)V99 USAGE COMP-3.
               10 WS-CC-PRINTED       PIC X.
       01 WS-CC-INDEX             PIC 99.
               10 WS-GT-SALARY-SUM    PIC 9(12)V99 USAGE COMP-3.
       01 WS-GT-INDEX             PIC 9.

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

       01 WS-WORK-FIELDS.
           05 WS-WORK-CC          PIC X(6).
           05 WS-HOME-CC          PIC X(6).
           05 WS-AVG-SALARY       PIC 9(8)V99.
           05 WS-RUN-PERIOD       PIC 9(6).
           05 WS-ALC-FOUND        PIC 99.
           05 WS-ALC-SUM-PCT      PIC 9(4)V99.
           05 WS-POST-AMOUNT      PIC 9(10)V99.
           05 WS-POST-HEAD        PIC 9.
           05 WS-POST-FTE         PIC 9V99.
           05 WS-REST-AMOUNT      PIC 9(10)V99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-UNMAPPED-COUNT   PIC 9(5) VALUE 0.
           05 WS-SPLIT-COUNT      PIC 9(5) VALUE 0.
           05 WS-ALC-ERRORS       PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-HEAD      PIC ZZZZ9.
           05 FORMATTED-FTE       PIC ZZZZ9,99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(100) VALUE ALL "=".
           05 TITLE-1        PIC X(100) VALUE
                   "RELATORIO POR CENTRO DE CUSTO".
           05 HEADER-TABLE   PIC X(100) VALUE
                   "CENTRO  MOEDA  FUNC       FTE  MASSA SALARIAL            MEDIA SALARIAL".

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-CC-TABLE
           INITIALIZE WS-GRAND-TABLE
           COMPUTE WS-RUN-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-COST-ALLOCATION
           IF WS-DEPT-QTDE = 0
               DISPLAY "ERRO CRITICO: dept_master.dat indisponivel ou "
                       "vazio - sem mapa de centro de custo"
               CLOSE DEPT-MASTER-FILE
           END-IF.

       LOAD-COST-ALLOCATION.
           OPEN INPUT COST-ALLOCATION-FILE
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: cost_allocation.dat nao encontrado - "
                       "sem rateio entre centros"
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

       ROLL-UP-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH > 0
               MOVE WS-DEPT-CC(WS-DEPT-MATCH) TO WS-HOME-CC
           ELSE
               MOVE "SEM-CC" TO WS-HOME-CC
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF

           MOVE 0 TO WS-ALC-FOUND
           MOVE 0 TO WS-ALC-SUM-PCT
           PERFORM VARYING WS-ALC-INDEX FROM 1 BY 1
                   UNTIL WS-ALC-INDEX > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX) = EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX) NOT > WS-RUN-PERIOD) AND
                  (WS-ALC-TO(WS-ALC-INDEX) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX) NOT < WS-RUN-PERIOD)
                   ADD 1 TO WS-ALC-FOUND
                   ADD WS-ALC-PCT(WS-ALC-INDEX) TO WS-ALC-SUM-PCT
               END-IF
           END-PERFORM
           IF WS-ALC-FOUND > 0 AND WS-ALC-SUM-PCT NOT = 100
               ADD 1 TO WS-ALC-ERRORS
               DISPLAY "Aviso: rateio de " EMP-ID " soma "
                       WS-ALC-SUM-PCT "% - massa no departamento"
               MOVE 0 TO WS-ALC-FOUND
           END-IF

           MOVE WS-HOME-CC TO WS-WORK-CC
           MOVE 1 TO WS-POST-HEAD
           IF WS-ALC-FOUND = 0
               MOVE EMP-SALARY TO WS-POST-AMOUNT
               MOVE 1 TO WS-POST-FTE
               PERFORM POST-CC-AMOUNT
           ELSE
               ADD 1 TO WS-SPLIT-COUNT
               MOVE 0 TO WS-POST-AMOUNT
               MOVE 0 TO WS-POST-FTE
               PERFORM POST-CC-AMOUNT
               MOVE 0 TO WS-POST-HEAD
               MOVE EMP-SALARY TO WS-REST-AMOUNT
               PERFORM VARYING WS-ALC-INDEX FROM 1 BY 1
                       UNTIL WS-ALC-INDEX > WS-ALC-QTDE
                   IF WS-ALC-EMP-ID(WS-ALC-INDEX) = EMP-ID AND
                      (WS-ALC-FROM(WS-ALC-INDEX) = 0 OR
                       WS-ALC-FROM(WS-ALC-INDEX) NOT > WS-RUN-PERIOD)
                      AND (WS-ALC-TO(WS-ALC-INDEX) = 0 OR
                       WS-ALC-TO(WS-ALC-INDEX) NOT < WS-RUN-PERIOD)
                       MOVE WS-ALC-CC(WS-ALC-INDEX) TO WS-WORK-CC
                       COMPUTE WS-POST-AMOUNT =
                           EMP-SALARY * WS-ALC-PCT(WS-ALC-INDEX) / 100
                       COMPUTE WS-POST-FTE =
                           WS-ALC-PCT(WS-ALC-INDEX) / 100
                       SUBTRACT WS-POST-AMOUNT FROM WS-REST-AMOUNT
                       PERFORM POST-CC-AMOUNT
                   END-IF
               END-PERFORM
               IF WS-REST-AMOUNT > 0
                   MOVE WS-HOME-CC TO WS-WORK-CC
                   MOVE WS-REST-AMOUNT TO WS-POST-AMOUNT
                   MOVE 0 TO WS-POST-FTE
                   PERFORM POST-CC-AMOUNT
               END-IF
           END-IF

           PERFORM VARYING WS-GT-INDEX FROM 1 BY 1
                   UNTIL WS-GT-INDEX > 5
               END-IF
           END-PERFORM.

      *> Lanca WS-POST-AMOUNT / WS-POST-HEAD / WS-POST-FTE no par
      *> centro (WS-WORK-CC) + moeda do funcionario.
       POST-CC-AMOUNT.
           MOVE 0 TO WS-CC-MATCH
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-QTDE
               IF WS-CC-CODE(WS-CC-INDEX) = WS-WORK-CC AND
                  WS-CC-CURRENCY(WS-CC-INDEX) = EMP-CURRENCY-CODE
                   MOVE WS-CC-INDEX TO WS-CC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CC-MATCH = 0
               ADD 1 TO WS-CC-QTDE
               MOVE WS-CC-QTDE TO WS-CC-MATCH
               MOVE WS-WORK-CC TO WS-CC-CODE(WS-CC-MATCH)
               MOVE EMP-CURRENCY-CODE TO WS-CC-CURRENCY(WS-CC-MATCH)
               MOVE "N" TO WS-CC-PRINTED(WS-CC-MATCH)
           END-IF
           ADD WS-POST-HEAD TO WS-CC-HEADCOUNT(WS-CC-MATCH)
           ADD WS-POST-FTE TO WS-CC-FTE(WS-CC-MATCH)
           ADD WS-POST-AMOUNT TO WS-CC-SALARY-SUM(WS-CC-MATCH).

      *> Imprime agrupado por centro de custo: todas as moedas de um
      *> centro saem juntas (subtotal por centro/moeda), na ordem em
      *> que os centros apareceram; total geral por moeda no final.
       WRITE-CC-LINE.
           MOVE "S" TO WS-CC-PRINTED(WS-CC-INDEX-2)
           MOVE WS-CC-HEADCOUNT(WS-CC-INDEX-2) TO FORMATTED-HEAD
           MOVE WS-CC-FTE(WS-CC-INDEX-2) TO FORMATTED-FTE
           IF WS-CC-FTE(WS-CC-INDEX-2) > 0
               COMPUTE WS-AVG-SALARY ROUNDED =
                   WS-CC-SALARY-SUM(WS-CC-INDEX-2) /
                   WS-CC-FTE(WS-CC-INDEX-2)
           ELSE
               MOVE 0 TO WS-AVG-SALARY
           END-IF
           MOVE WS-CC-CURRENCY(WS-CC-INDEX-2) TO MONEY-FMT-CURRENCY
           MOVE WS-CC-SALARY-SUM(WS-CC-INDEX-2) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
                  WS-CC-CURRENCY(WS-CC-INDEX-2) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  FORMATTED-HEAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FORMATTED-FTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MONEY-SAVE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               DISPLAY "AVISO: " WS-UNMAPPED-COUNT " funcionario(s) em "
                       "departamento sem centro de custo (grupo SEM-CC)"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Funcionarios com custo rateado: " WS-SPLIT-COUNT
           IF WS-ALC-ERRORS > 0
               DISPLAY "AVISO: " WS-ALC-ERRORS " rateio(s) fora de "
                       "100% mantidos no departamento"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-JOB-LOG-ENTRY.

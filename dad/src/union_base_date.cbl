IDENTIFICATION DIVISION.
       PROGRAM-ID. UNION-BASE-DATE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Levantamento das datas-base que se aproximam: para cada
      *> sindicato ativo (union_master.dat, UNIONMST.cpy) cujo mes de
      *> data-base cai dentro da antecedencia de union.parm (linha
      *> MESES nn; 2 meses quando o parm falta), lista os ativos de
      *> enterprise.dat que pertencem a ele - EMP-UNION-CODE ou, em
      *> branco, o sindicato do departamento (DEPT-UNION-CODE) - com
      *> a populacao, a massa salarial mensal e a anual (13 salarios)
      *> que o reajuste coletivo vai atingir. O RH prepara a
      *> negociacao com o numero na mao, em vez de montar planilha a
      *> partir do extrato. Contratado em moeda estrangeira e contado
      *> a parte e fica fora da massa (a convencao e em reais).
      *> Sem data-base na janela o relatorio sai so com o cabecalho.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNION-PARM-FILE ASSIGN TO "union.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNPARM-FILE-STATUS.

           SELECT UNION-MASTER-FILE ASSIGN TO "../data/union_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNION-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "union_base_date_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

      *> Antecedencia, em meses, com que a data-base entra no
      *> levantamento (1 a 12).
       FD UNION-PARM-FILE.
       01 UNION-PARM-RECORD.
           05 UNP-KEY             PIC X(5).
           05 FILLER              PIC X.
           05 UNP-MONTHS          PIC 99.

       FD UNION-MASTER-FILE.
       COPY UNIONMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-UNPARM-FILE-STATUS   PIC XX.
           05 WS-UNION-FILE-STATUS    PIC XX.
           05 WS-DEPT-FILE-STATUS     PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".

       01 WS-LEAD-MONTHS          PIC 99 VALUE 2.

      *> Sindicatos com data-base dentro da janela, com o mes/ano do
      *> reajuste e os acumuladores da populacao atingida.
       01 WS-UNION-TABLE.
           05 WS-UNION-QTDE       PIC 99 VALUE 0.
           05 WS-UNION-ENTRADAS OCCURS 20 TIMES.
               10 WS-UNION-CODE       PIC X(3).
               10 WS-UNION-NAME       PIC X(30).
               10 WS-UNION-BASE-MONTH PIC 99.
               10 WS-UNION-BASE-YEAR  PIC 9999.
               10 WS-UNION-HEADCOUNT  PIC 9(5).
               10 WS-UNION-FOREIGN    PIC 9(5).
               10 WS-UNION-MASS       PIC 9(11)V99.
       01 WS-UNION-INDEX          PIC 99.
       01 WS-UNION-MATCH          PIC 99.
       01 WS-MONTHS-AHEAD         PIC S99.

       01 WS-DPU-TABLE.
           05 WS-DPU-QTDE         PIC 99 VALUE 0.
           05 WS-DPU-ENTRADAS OCCURS 30 TIMES.
               10 WS-DPU-NAME         PIC X(15).
               10 WS-DPU-UNION        PIC X(3).
       01 WS-DPU-INDEX            PIC 99.
       01 WS-EMP-UNION-CODE       PIC X(3).

      *> Ativos dos sindicatos da janela, para a listagem por
      *> sindicato depois da leitura do extrato.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-UNION-IDX    PIC 99.
               10 WS-EMP-TAB-ID       PIC X(6).
               10 WS-EMP-TAB-NAME     PIC X(30).
               10 WS-EMP-TAB-DEPT     PIC X(20).
               10 WS-EMP-TAB-SALARY   PIC 9(8)V99.
               10 WS-EMP-TAB-CURRENCY PIC X(3).
       01 WS-EMP-INDEX            PIC 9(4).

       01 WS-ANNUAL-MASS          PIC 9(12)V99.
       01 WS-GRAND-HEADCOUNT      PIC 9(5) VALUE 0.
       01 WS-GRAND-MASS           PIC 9(12)V99 VALUE 0.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-TABLE-OVERFLOW   PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(120) VALUE ALL "-".
           05 TITLE-1        PIC X(120) VALUE
                   "DATAS-BASE SINDICAIS - POPULACAO E MASSA SALARIAL".
           05 HEADER-TABLE.
               10 FILLER     PIC X(40) VALUE
                   "  MATR.  NOME                           ".
               10 FILLER     PIC X(40) VALUE
                   "DEPARTAMENTO                     SALARIO".
               10 FILLER     PIC X(40) VALUE SPACES.

       COPY MONEYFMT.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               IF WS-UNION-QTDE > 0
                   PERFORM COLLECT-EMPLOYEES
               END-IF
               PERFORM WRITE-BASE-DATE-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== DATAS-BASE SINDICAIS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-UNION-PARM
           PERFORM LOAD-UPCOMING-UNIONS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEPT-UNIONS.

      *> Sem union.parm (ou com valor fora de 1 a 12) vale a
      *> antecedencia padrao de 2 meses.
       LOAD-UNION-PARM.
           OPEN INPUT UNION-PARM-FILE
           IF WS-UNPARM-FILE-STATUS = "00"
               READ UNION-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UNP-KEY = "MESES" AND
                          UNP-MONTHS NUMERIC AND
                          UNP-MONTHS > 0 AND UNP-MONTHS NOT > 12
                           MOVE UNP-MONTHS TO WS-LEAD-MONTHS
                       END-IF
               END-READ
               CLOSE UNION-PARM-FILE
           ELSE
               DISPLAY "Aviso: union.parm nao encontrado, "
                       "antecedencia padrao de 2 meses"
           END-IF
           DISPLAY "Antecedencia da data-base: " WS-LEAD-MONTHS
                   " mes(es)".

      *> Sindicato entra quando faltam de 1 ate a antecedencia meses
      *> para o mes da data-base (a data-base do proprio mes ja esta
      *> em negociacao e nao entra). O mestre e obrigatorio aqui.
       LOAD-UPCOMING-UNIONS.
           OPEN INPUT UNION-MASTER-FILE
           IF WS-UNION-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: union_master.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNION-FILE-STATUS NOT = "00"
               READ UNION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UN-IS-ACTIVE AND UN-BASE-MONTH NUMERIC AND
                          UN-BASE-MONTH > 0 AND UN-BASE-MONTH < 13
                           PERFORM CHECK-UNION-WINDOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-MASTER-FILE
           DISPLAY "Datas-base na janela: " WS-UNION-QTDE.

       CHECK-UNION-WINDOW.
           COMPUTE WS-MONTHS-AHEAD = UN-BASE-MONTH - WS-CURRENT-MONTH
           IF WS-MONTHS-AHEAD < 0
               ADD 12 TO WS-MONTHS-AHEAD
           END-IF
           IF WS-MONTHS-AHEAD < 1 OR WS-MONTHS-AHEAD > WS-LEAD-MONTHS
               EXIT PARAGRAPH
           END-IF
           IF WS-UNION-QTDE NOT < 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNION-QTDE
           MOVE UN-CODE       TO WS-UNION-CODE(WS-UNION-QTDE)
           MOVE UN-NAME       TO WS-UNION-NAME(WS-UNION-QTDE)
           MOVE UN-BASE-MONTH TO WS-UNION-BASE-MONTH(WS-UNION-QTDE)
           IF UN-BASE-MONTH > WS-CURRENT-MONTH
               MOVE WS-CURRENT-YEAR TO WS-UNION-BASE-YEAR(WS-UNION-QTDE)
           ELSE
               COMPUTE WS-UNION-BASE-YEAR(WS-UNION-QTDE) =
                   WS-CURRENT-YEAR + 1
           END-IF
           MOVE 0 TO WS-UNION-HEADCOUNT(WS-UNION-QTDE)
           MOVE 0 TO WS-UNION-FOREIGN(WS-UNION-QTDE)
           MOVE 0 TO WS-UNION-MASS(WS-UNION-QTDE).

       LOAD-DEPT-UNIONS.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: dept_master.dat nao encontrado - "
                       "so o sindicato proprio do funcionario vale"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPT-FILE-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPT-UNION-CODE NOT = SPACES AND
                          WS-DPU-QTDE < 30
                           ADD 1 TO WS-DPU-QTDE
                           MOVE DEPT-NAME TO WS-DPU-NAME(WS-DPU-QTDE)
                           MOVE DEPT-UNION-CODE
                               TO WS-DPU-UNION(WS-DPU-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

       COLLECT-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: enterprise.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-ID(1:3) NOT = "HDR" AND
                          EMP-ID(1:3) NOT = "TRL" AND
                          ACTIVE-EMPLOYEE
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CLASSIFY-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

      *> Sindicato proprio ou do departamento; so interessa quem cai
      *> num sindicato da janela.
       CLASSIFY-ONE-EMPLOYEE.
           MOVE EMP-UNION-CODE TO WS-EMP-UNION-CODE
           IF WS-EMP-UNION-CODE = SPACES
               PERFORM VARYING WS-DPU-INDEX FROM 1 BY 1
                       UNTIL WS-DPU-INDEX > WS-DPU-QTDE
                   IF WS-DPU-NAME(WS-DPU-INDEX) = EMP-DEPARTMENT
                       MOVE WS-DPU-UNION(WS-DPU-INDEX)
                           TO WS-EMP-UNION-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-UNION-MATCH
           PERFORM VARYING WS-UNION-INDEX FROM 1 BY 1
                   UNTIL WS-UNION-INDEX > WS-UNION-QTDE
               IF WS-UNION-CODE(WS-UNION-INDEX) = WS-EMP-UNION-CODE
                   MOVE WS-UNION-INDEX TO WS-UNION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UNION-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF CURRENCY-IS-USD
               ADD 1 TO WS-UNION-FOREIGN(WS-UNION-MATCH)
           ELSE
               ADD 1 TO WS-UNION-HEADCOUNT(WS-UNION-MATCH)
               ADD EMP-SALARY TO WS-UNION-MASS(WS-UNION-MATCH)
           END-IF
           IF WS-EMP-QTDE NOT < 2000
               ADD 1 TO WS-TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-QTDE
           MOVE WS-UNION-MATCH    TO WS-EMP-UNION-IDX(WS-EMP-QTDE)
           MOVE EMP-ID            TO WS-EMP-TAB-ID(WS-EMP-QTDE)
           MOVE EMP-NAME          TO WS-EMP-TAB-NAME(WS-EMP-QTDE)
           MOVE EMP-DEPARTMENT    TO WS-EMP-TAB-DEPT(WS-EMP-QTDE)
           MOVE EMP-SALARY        TO WS-EMP-TAB-SALARY(WS-EMP-QTDE)
           MOVE EMP-CURRENCY-CODE TO WS-EMP-TAB-CURRENCY(WS-EMP-QTDE).

       WRITE-BASE-DATE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "union_base_date_report.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "POSICAO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  "   ANTECEDENCIA: " WS-LEAD-MONTHS " MES(ES)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           IF WS-UNION-QTDE = 0
               MOVE "NENHUMA DATA-BASE DENTRO DA JANELA" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-UNION-INDEX FROM 1 BY 1
                   UNTIL WS-UNION-INDEX > WS-UNION-QTDE
               PERFORM WRITE-UNION-BLOCK
           END-PERFORM
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-GRAND-MASS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL GERAL: " WS-GRAND-HEADCOUNT
                  " funcionario(s)   MASSA MENSAL: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING "ATENCAO: " WS-TABLE-OVERFLOW
                      " funcionario(s) somados nos totais mas fora da"
                      " listagem (tabela cheia)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           DISPLAY "Relatorio gerado: union_base_date_report.txt".

       WRITE-UNION-BLOCK.
           MOVE SPACES TO REPORT-LINE
           STRING "SINDICATO " WS-UNION-CODE(WS-UNION-INDEX) " - "
                  WS-UNION-NAME(WS-UNION-INDEX)
                  "   DATA-BASE: "
                  WS-UNION-BASE-MONTH(WS-UNION-INDEX) "/"
                  WS-UNION-BASE-YEAR(WS-UNION-INDEX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-UNION-IDX(WS-EMP-INDEX) = WS-UNION-INDEX
                   PERFORM WRITE-EMPLOYEE-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           MOVE WS-UNION-MASS(WS-UNION-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "  POPULACAO: " WS-UNION-HEADCOUNT(WS-UNION-INDEX)
                  "   MASSA SALARIAL MENSAL: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-ANNUAL-MASS = WS-UNION-MASS(WS-UNION-INDEX) * 13
           MOVE WS-ANNUAL-MASS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "  MASSA ANUAL (13 SALARIOS): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-UNION-FOREIGN(WS-UNION-INDEX) > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  EM MOEDA ESTRANGEIRA (fora da massa): "
                      WS-UNION-FOREIGN(WS-UNION-INDEX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-UNION-HEADCOUNT(WS-UNION-INDEX) TO WS-GRAND-HEADCOUNT
           ADD WS-UNION-MASS(WS-UNION-INDEX) TO WS-GRAND-MASS.

       WRITE-EMPLOYEE-LINE.
           MOVE WS-EMP-TAB-CURRENCY(WS-EMP-INDEX) TO MONEY-FMT-CURRENCY
           MOVE WS-EMP-TAB-SALARY(WS-EMP-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO MONEY-FMT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-EMP-TAB-ID(WS-EMP-INDEX)
                  " " WS-EMP-TAB-NAME(WS-EMP-INDEX)
                  " " WS-EMP-TAB-DEPT(WS-EMP-INDEX)
                  " " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Funcionarios ativos lidos: " WS-RECORDS-READ
           DISPLAY "Sindicatos com data-base proxima: " WS-UNION-QTDE
           DISPLAY "Populacao atingida: " WS-GRAND-HEADCOUNT.

       WRITE-JOB-LOG-ENTRY.
           MOVE "UNION-BASE-DATE" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE 0 TO JRL-RECORDS-REJECTED
           IF WS-ERROR-FLAG = "Y"
               MOVE "ERRO" TO JRL-RETURN-STATUS
           ELSE
               MOVE "OK  " TO JRL-RETURN-STATUS
           END-IF
           PERFORM CALCULATE-ELAPSED-TIME
           OPEN EXTEND JOB-RUN-LOG-FILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-RUN-LOG-FILE
           END-IF
           WRITE JOB-RUN-LOG-RECORD
           CLOSE JOB-RUN-LOG-FILE.

      *> Segundos decorridos desde WS-HORA-INICIO ate JRL-RUN-TIME
      *> (ja preenchido pelo ACCEPT acima); soma 86400 se a execucao
      *> atravessou a meia-noite, para nao dar um elapsed negativo.
       CALCULATE-ELAPSED-TIME.
           COMPUTE WS-ELAPSED-SECONDS =
               (JRL-RUN-HOUR * 3600 + JRL-RUN-MINUTE * 60 +
                JRL-RUN-SECOND) -
               (WS-INICIO-HORA * 3600 + WS-INICIO-MINUTO * 60 +
                WS-INICIO-SEGUNDO)
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO JRL-ELAPSED-SECONDS
           IF JRL-ELAPSED-SECONDS > 0
               COMPUTE WS-THROUGHPUT ROUNDED =
                   WS-RECORDS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RECORDS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.

IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-EQUITY.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Relatorio semestral de transparencia salarial e igualdade de
      *> remuneracao entre mulheres e homens (Lei 14.611/2023), no
      *> mesmo espirito do STATISTICS: por empresa (MST-COMPANY-CODE;
      *> em branco conta como a "01" historica, selecao por
      *> company.parm), e dentro dela por grau (MST-GRADE-CODE) e
      *> cargo (MST-POSITION-CODE), quantidade, media e mediana por
      *> sexo (MST-SEX) e a diferenca percentual das medias
      *> ((media M - media F) / media M; positiva quando as mulheres
      *> recebem menos), com o total de cada empresa no fim da secao.
      *> Secao 1: salario base mensal do quadro ativo, levado ao
      *> equivalente em tempo integral (WORKHRS-RTN: base do mes
      *> dividida pelo FTE) - contrato de 20 horas nao pode aparecer
      *> como diferenca salarial. Secao 2: remuneracao variavel paga
      *> no semestre, do historico de folha (payroll_history.dat,
      *> PAYDTL.cpy): horas extras, adicional noturno, DSR e rubricas
      *> de provento da folha mensal, mais a PLR; so entram os
      *> funcionarios que receberam algum valor.
      *> Grupo em que qualquer dos sexos tem menos funcionarios que o
      *> minimo de publicacao (padrao 3) sai com a quantidade e os
      *> valores suprimidos - media de uma ou duas pessoas identifica
      *> o salario delas. Funcionario sem sexo cadastrado fica fora
      *> do relatorio, contado no resumo (RETURN-CODE 4).
      *> Parametros opcionais na linha de comando: o semestre (AAAAS,
      *> S = 1 ou 2; sem ele, o da data de negocio) e o minimo de
      *> publicacao. Saida: pay_equity.txt. Sem mestre, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-EMP-ID
               ALTERNATE RECORD KEY IS MST-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT COMPANY-PARM-FILE ASSIGN TO "company.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-PARM-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO "../data/company_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-MST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "pay_equity.txt"
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

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL.

       FD COMPANY-PARM-FILE.
       01 COMPANY-PARM-RECORD.
           05 CPP-COMPANY         PIC X(3).

       FD COMPANY-MASTER-FILE.
       COPY COMPMST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY WORKHRS.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-HISTORY-FILE-STATUS   PIC XX.
           05 WS-COMPANY-PARM-STATUS   PIC XX.
           05 WS-COMPANY-MST-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL           PIC X VALUE "N".
           05 WS-HISTORY-MISSING      PIC X VALUE "N".
           05 WS-COMPANY-MATCH-FLAG   PIC X.
           05 WS-PASS-METRIC          PIC X.
               88 PASS-SALARIO        VALUE "S".
               88 PASS-VARIAVEL       VALUE "V".
           05 WS-PASS-LEVEL           PIC X.
               88 PASS-DETALHE        VALUE "D".
               88 PASS-EMPRESA        VALUE "E".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-SEMESTER             PIC X(8).
       01 WS-CMD-MINIMUM              PIC X(8).

      *> Semestre analisado e a faixa de competencias (AAAAMM) do
      *> historico que entra na remuneracao variavel.
       01 WS-SEMESTER.
           05 WS-SEM-YEAR             PIC 9999.
           05 WS-SEM-NUMBER           PIC 9.
       01 WS-PERIOD-FROM              PIC 9(6).
       01 WS-PERIOD-TO                PIC 9(6).
       01 WS-HIST-PERIOD              PIC 9(6).

       01 WS-MIN-GROUP                PIC 9(3) VALUE 3.

      *> Selecao de empresa (company.parm), mesma regra do
      *> STATISTICS: "ALL" ou parm ausente roda todas as empresas.
       01 WS-COMPANY-FILTER           PIC X(3) VALUE "ALL".
       01 WS-REC-COMPANY              PIC X(2).

       01 WS-CMP-QTDE                 PIC 99 VALUE 0.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 50 TIMES.
               10 WS-CMP-CODE         PIC X(2).
               10 WS-CMP-NAME         PIC X(30).
       01 WS-CMP-IDX                  PIC 99.
       01 WS-CMP-DISPLAY-NAME         PIC X(30).

      *> Quadro analisado: uma entrada por funcionario ativo com sexo
      *> cadastrado. PEQ-GROUP-KEY e PEQ-VALUE sao preparados a cada
      *> passada (PREPARE-PASS): grau + cargo ou em branco (total da
      *> empresa), salario ou variavel - o SORT da tabela por
      *> empresa, grupo, sexo e valor deixa cada sexo de cada grupo
      *> contiguo e ja ordenado para a mediana.
       01 WS-PEQ-QTDE                 PIC 9(5) VALUE 0.
       01 WS-PEQ-MAX                  PIC 9(5) VALUE 5000.
       01 WS-PEQ-TABLE.
           05 PEQ-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PEQ-QTDE.
               10 PEQ-COMPANY         PIC X(2).
               10 PEQ-GROUP-KEY.
                   15 PEQ-KEY-GRADE   PIC X(3).
                   15 PEQ-KEY-POSITION PIC X(5).
               10 PEQ-SEX             PIC X.
               10 PEQ-VALUE           PIC 9(10)V99.
               10 PEQ-EMP-ID          PIC X(6).
               10 PEQ-GRADE           PIC X(3).
               10 PEQ-POSITION        PIC X(5).
               10 PEQ-SALARY          PIC 9(8)V99.
               10 PEQ-VARIABLE        PIC 9(10)V99.

       01 WS-IDX                      PIC 9(5).
       01 WS-RUN-IDX                  PIC 9(5).
       01 WS-GROUP-START              PIC 9(5).
       01 WS-GROUP-END                PIC 9(5).
       01 WS-RUN-FIRST                PIC 9(5).
       01 WS-RUN-LAST                 PIC 9(5).
       01 WS-MEDIAN-POS               PIC 9(5).
       01 WS-DIVIDE-QUOT              PIC 9(5).
       01 WS-DIVIDE-REM               PIC 9.
       01 WS-LAST-COMPANY             PIC X(2).

      *> Estatistica do grupo corrente, 1 = feminino, 2 = masculino.
       01 WS-SEX-CODES                PIC X(2) VALUE "FM".
       01 WS-SX                       PIC 9.
       01 WS-GROUP-STATS.
           05 WS-GS-ENTRY OCCURS 2 TIMES.
               10 WS-GS-COUNT         PIC 9(5).
               10 WS-GS-SUM           PIC 9(12)V99.
               10 WS-GS-MEAN          PIC 9(10)V99.
               10 WS-GS-MEDIAN        PIC 9(10)V99.
       01 WS-GAP-PCT                  PIC S9(3)V99.

       01 WS-COUNTERS.
           05 WS-MASTER-READ          PIC 9(5) VALUE 0.
           05 WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
           05 WS-NO-SEX-COUNT         PIC 9(5) VALUE 0.
           05 WS-HIST-READ            PIC 9(7) VALUE 0.
           05 WS-HIST-USED            PIC 9(7) VALUE 0.
           05 WS-VARIABLE-COUNT       PIC 9(5) VALUE 0.
           05 WS-GROUPS-WRITTEN       PIC 9(5) VALUE 0.
           05 WS-GROUPS-SUPPRESSED    PIC 9(5) VALUE 0.

       01 WS-HIST-VARIABLE            PIC 9(10)V99.

       01 WS-DETAIL-LINE.
           05 DL-GRADE                PIC X(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 DL-POSITION             PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-COUNT-F              PIC ZZZZ9.
           05 FILLER                  PIC X VALUE SPACE.
           05 DL-MEAN-F               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DL-MEDIAN-F             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-COUNT-M              PIC ZZZZ9.
           05 FILLER                  PIC X VALUE SPACE.
           05 DL-MEAN-M               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 DL-MEDIAN-M             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-GAP                  PIC -ZZ9,99.
           05 FILLER                  PIC X VALUE "%".
           05 FILLER                  PIC X(31) VALUE SPACES.

       01 WS-SUPPRESSED-LINE.
           05 SL-GRADE                PIC X(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 SL-POSITION             PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 SL-TEXT                 PIC X(60).
           05 FILLER                  PIC X(61) VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 FORMATTED-MIN           PIC ZZ9.
           05 FORMATTED-COUNT         PIC ZZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(132) VALUE ALL "=".
           05 SEPARATOR-SMALL    PIC X(132) VALUE ALL "-".
           05 TITLE-1            PIC X(132) VALUE
                   "TRANSPARENCIA SALARIAL - IGUALDADE DE REMUNERACAO ENTRE MULHERES E HOMENS (LEI 14.611/2023)".
           05 TITLE-SALARY       PIC X(132) VALUE
                   "1. SALARIO BASE MENSAL DO QUADRO ATIVO (EQUIVALENTE A TEMPO INTEGRAL)".
           05 TITLE-VARIABLE     PIC X(132) VALUE
                   "2. REMUNERACAO VARIAVEL DO SEMESTRE (EXTRAS, NOTURNO, DSR, RUBRICAS DE PROVENTO E PLR)".
           05 TITLE-TOTALS       PIC X(132) VALUE
                   "TOTAL POR EMPRESA".
           05 HEADER-COLUMNS-1   PIC X(132) VALUE
                   "GRU CARGO  |-------------- MULHERES -------------|  |--------------- HOMENS --------------|  DIFERENCA".
           05 HEADER-COLUMNS-2   PIC X(132) VALUE
                   "            QTDE         MEDIA       MEDIANA   QTDE         MEDIA       MEDIANA     MEDIAS".
           05 LEGEND-1           PIC X(132) VALUE
                   "Diferenca = (media homens - media mulheres) / media homens; positiva quando as mulheres recebem menos.".

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
               PERFORM LOAD-COMPANY-SELECTION
               PERFORM LOAD-EMPLOYEES
               PERFORM LOAD-VARIABLE-PAY
               PERFORM WRITE-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== TRANSPARENCIA SALARIAL POR SEXO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-SEMESTER WS-CMD-MINIMUM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-SEMESTER WS-CMD-MINIMUM
           END-UNSTRING
           IF WS-CMD-SEMESTER = SPACES
               MOVE BDT-YEAR TO WS-SEM-YEAR
               IF BDT-MONTH > 6
                   MOVE 2 TO WS-SEM-NUMBER
               ELSE
                   MOVE 1 TO WS-SEM-NUMBER
               END-IF
           ELSE
               IF WS-CMD-SEMESTER(1:5) NOT NUMERIC OR
                  WS-CMD-SEMESTER(6:3) NOT = SPACES
                   DISPLAY "ERRO: parametro invalido: " WS-CMD-SEMESTER
                   DISPLAY "Uso: pay_equity [AAAAS [minimo]]"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMD-SEMESTER(1:5) TO WS-SEMESTER
           END-IF
           IF WS-SEM-NUMBER NOT = 1 AND WS-SEM-NUMBER NOT = 2
               DISPLAY "ERRO: semestre invalido: " WS-SEMESTER
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CMD-MINIMUM NOT = SPACES
               IF WS-CMD-MINIMUM(1:3) NOT NUMERIC OR
                  WS-CMD-MINIMUM(4:5) NOT = SPACES OR
                  WS-CMD-MINIMUM(1:3) = "000"
                   DISPLAY "ERRO: minimo de publicacao invalido: "
                           WS-CMD-MINIMUM
                   DISPLAY "Uso: pay_equity [AAAAS [minimo]] - minimo "
                           "com 3 digitos (ex.: 005)"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMD-MINIMUM(1:3) TO WS-MIN-GROUP
           END-IF
           IF WS-SEM-NUMBER = 1
               COMPUTE WS-PERIOD-FROM = WS-SEM-YEAR * 100 + 1
               COMPUTE WS-PERIOD-TO   = WS-SEM-YEAR * 100 + 6
           ELSE
               COMPUTE WS-PERIOD-FROM = WS-SEM-YEAR * 100 + 7
               COMPUTE WS-PERIOD-TO   = WS-SEM-YEAR * 100 + 12
           END-IF
           MOVE WS-MIN-GROUP TO FORMATTED-MIN
           DISPLAY "Semestre: " WS-SEM-NUMBER "/" WS-SEM-YEAR
                   " (competencias " WS-PERIOD-FROM " a "
                   WS-PERIOD-TO ")"
           DISPLAY "Minimo por sexo para publicar o grupo: "
                   FORMATTED-MIN

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Empresa selecionada (company.parm) e a tabela de nomes do
      *> mestre de empresas para o cabecalho de cada empresa.
       LOAD-COMPANY-SELECTION.
           OPEN INPUT COMPANY-PARM-FILE
           IF WS-COMPANY-PARM-STATUS = "00"
               READ COMPANY-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CPP-COMPANY NOT = SPACES
                           MOVE CPP-COMPANY TO WS-COMPANY-FILTER
                       END-IF
               END-READ
               CLOSE COMPANY-PARM-FILE
           END-IF
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPANY-MST-STATUS = "00"
               PERFORM UNTIL WS-COMPANY-MST-STATUS NOT = "00"
                   READ COMPANY-MASTER-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-CMP-QTDE < 50
                               ADD 1 TO WS-CMP-QTDE
                               MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-QTDE)
                               MOVE CMP-NAME TO WS-CMP-NAME(WS-CMP-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPANY-MASTER-FILE
           END-IF
           DISPLAY "Empresa selecionada: " WS-COMPANY-FILTER.

       LOAD-EMPLOYEES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM CHECK-COMPANY-FILTER
                           IF WS-COMPANY-MATCH-FLAG = "S"
                               PERFORM STORE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *> O registro corrente pertence a selecao? (empresa em branco
      *> conta como "01")
       CHECK-COMPANY-FILTER.
           MOVE MST-COMPANY-CODE TO WS-REC-COMPANY
           IF WS-REC-COMPANY = SPACES
               MOVE "01" TO WS-REC-COMPANY
           END-IF
           IF WS-COMPANY-FILTER = "ALL" OR
              WS-REC-COMPANY = WS-COMPANY-FILTER(1:2)
               MOVE "S" TO WS-COMPANY-MATCH-FLAG
           ELSE
               MOVE "N" TO WS-COMPANY-MATCH-FLAG
           END-IF.

       STORE-EMPLOYEE.
           ADD 1 TO WS-ACTIVE-COUNT
           IF NOT MST-SEX-MALE AND NOT MST-SEX-FEMALE
               ADD 1 TO WS-NO-SEX-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PEQ-QTDE >= WS-PEQ-MAX
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEQ-QTDE
           MOVE WS-REC-COMPANY    TO PEQ-COMPANY(WS-PEQ-QTDE)
           MOVE MST-SEX           TO PEQ-SEX(WS-PEQ-QTDE)
           MOVE MST-EMP-ID        TO PEQ-EMP-ID(WS-PEQ-QTDE)
           MOVE MST-GRADE-CODE    TO PEQ-GRADE(WS-PEQ-QTDE)
           MOVE MST-POSITION-CODE TO PEQ-POSITION(WS-PEQ-QTDE)
           MOVE MST-WEEKLY-HOURS  TO WKH-WEEKLY-HOURS
           MOVE MST-PAY-BASIS     TO WKH-PAY-BASIS
           MOVE MST-EMP-SALARY    TO WKH-SALARY
           PERFORM WKH-DERIVE
           COMPUTE PEQ-SALARY(WS-PEQ-QTDE) ROUNDED =
               WKH-MONTH-BASE / WKH-FTE
           MOVE 0 TO PEQ-VARIABLE(WS-PEQ-QTDE).

      *> Remuneracao variavel do semestre por funcionario do quadro:
      *> na folha mensal, extras + noturno + DSR + rubricas de
      *> provento; na PLR, o bruto pago. Os demais tipos (13o,
      *> ferias, rescisao, adiantamento, reembolso...) nao sao
      *> remuneracao variavel.
       LOAD-VARIABLE-PAY.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_history.dat nao encontrado - "
                       "secao de remuneracao variavel sem valores"
               MOVE "S" TO WS-HISTORY-MISSING
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM ACCUMULATE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEQ-QTDE
               IF PEQ-VARIABLE(WS-IDX) > 0
                   ADD 1 TO WS-VARIABLE-COUNT
               END-IF
           END-PERFORM.

       ACCUMULATE-HISTORY-RECORD.
           IF PD-REF-PERIOD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE PD-REF-PERIOD TO WS-HIST-PERIOD
           IF WS-HIST-PERIOD < WS-PERIOD-FROM OR
              WS-HIST-PERIOD > WS-PERIOD-TO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PD-TYPE-FOLHA
                   COMPUTE WS-HIST-VARIABLE =
                       PD-OVERTIME-AMOUNT + PD-NIGHT-AMOUNT +
                       PD-DSR-AMOUNT + PD-OTHER-EARNINGS
               WHEN PD-TYPE-PLR
                   MOVE PD-GROSS-PAY TO WS-HIST-VARIABLE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-HIST-VARIABLE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEQ-QTDE
               IF PEQ-EMP-ID(WS-IDX) = PD-EMP-ID
                   ADD WS-HIST-VARIABLE TO PEQ-VARIABLE(WS-IDX)
                   ADD 1 TO WS-HIST-USED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar pay_equity.txt - "
                       "FILE STATUS: " WS-REPORT-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "Semestre: " WS-SEM-NUMBER "/" WS-SEM-YEAR
                  "   Empresa: " WS-COMPANY-FILTER
                  "   Data de negocio: " BDT-DATE
                  "   Minimo por sexo para publicar: " FORMATTED-MIN
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LEGEND-1
           WRITE REPORT-LINE FROM SEPARATOR

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TITLE-SALARY
           SET PASS-SALARIO TO TRUE
           SET PASS-DETALHE TO TRUE
           PERFORM RUN-PASS
           SET PASS-EMPRESA TO TRUE
           PERFORM RUN-PASS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TITLE-VARIABLE
           IF WS-HISTORY-MISSING = "S"
               MOVE "*** historico de folha nao encontrado ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               SET PASS-VARIAVEL TO TRUE
               SET PASS-DETALHE TO TRUE
               PERFORM RUN-PASS
               SET PASS-EMPRESA TO TRUE
               PERFORM RUN-PASS
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE.

      *> Uma passada do relatorio: prepara grupo e valor de cada
      *> entrada, ordena a tabela e percorre os grupos em sequencia.
       RUN-PASS.
           IF WS-PEQ-QTDE = 0
               MOVE "*** nenhum funcionario ativo com sexo cadastrado ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PEQ-QTDE
               PERFORM PREPARE-PASS
           END-PERFORM
           IF WS-PEQ-QTDE > 1
               SORT PEQ-ENTRY ASCENDING KEY PEQ-COMPANY PEQ-GROUP-KEY
                                            PEQ-SEX PEQ-VALUE
           END-IF
           IF PASS-EMPRESA
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM TITLE-TOTALS
               WRITE REPORT-LINE FROM HEADER-COLUMNS-1
               WRITE REPORT-LINE FROM HEADER-COLUMNS-2
               WRITE REPORT-LINE FROM SEPARATOR-SMALL
           END-IF
           MOVE HIGH-VALUES TO WS-LAST-COMPANY
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-PEQ-QTDE
               MOVE WS-IDX TO WS-GROUP-START
               PERFORM FIND-GROUP-END
               IF PASS-DETALHE AND
                  PEQ-COMPANY(WS-GROUP-START) NOT = WS-LAST-COMPANY
                   PERFORM WRITE-COMPANY-HEADER
               END-IF
               MOVE PEQ-COMPANY(WS-GROUP-START) TO WS-LAST-COMPANY
               PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 2
                   PERFORM COMPUTE-SEX-STATS
               END-PERFORM
               PERFORM WRITE-GROUP-LINE
               COMPUTE WS-IDX = WS-GROUP-END + 1
           END-PERFORM.

       PREPARE-PASS.
           IF PASS-DETALHE
               MOVE PEQ-GRADE(WS-IDX)    TO PEQ-KEY-GRADE(WS-IDX)
               MOVE PEQ-POSITION(WS-IDX) TO PEQ-KEY-POSITION(WS-IDX)
           ELSE
               MOVE SPACES TO PEQ-GROUP-KEY(WS-IDX)
           END-IF
           IF PASS-SALARIO
               MOVE PEQ-SALARY(WS-IDX) TO PEQ-VALUE(WS-IDX)
           ELSE
               MOVE PEQ-VARIABLE(WS-IDX) TO PEQ-VALUE(WS-IDX)
           END-IF.

       FIND-GROUP-END.
           MOVE WS-GROUP-START TO WS-GROUP-END
           PERFORM UNTIL WS-GROUP-END >= WS-PEQ-QTDE
               IF PEQ-COMPANY(WS-GROUP-END + 1) NOT =
                      PEQ-COMPANY(WS-GROUP-START) OR
                  PEQ-GROUP-KEY(WS-GROUP-END + 1) NOT =
                      PEQ-GROUP-KEY(WS-GROUP-START)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GROUP-END
           END-PERFORM.

      *> Quantidade, media e mediana de um sexo dentro do grupo: as
      *> entradas do sexo sao contiguas e ordenadas pelo valor; na
      *> remuneracao variavel os zeros (quem nao recebeu) ficam no
      *> inicio da faixa e sao pulados.
       COMPUTE-SEX-STATS.
           INITIALIZE WS-GS-ENTRY(WS-SX)
           MOVE 0 TO WS-RUN-FIRST WS-RUN-LAST
           PERFORM VARYING WS-RUN-IDX FROM WS-GROUP-START BY 1
                   UNTIL WS-RUN-IDX > WS-GROUP-END
               IF PEQ-SEX(WS-RUN-IDX) = WS-SEX-CODES(WS-SX:1) AND
                  (PASS-SALARIO OR PEQ-VALUE(WS-RUN-IDX) > 0)
                   IF WS-RUN-FIRST = 0
                       MOVE WS-RUN-IDX TO WS-RUN-FIRST
                   END-IF
                   MOVE WS-RUN-IDX TO WS-RUN-LAST
                   ADD 1 TO WS-GS-COUNT(WS-SX)
                   ADD PEQ-VALUE(WS-RUN-IDX) TO WS-GS-SUM(WS-SX)
               END-IF
           END-PERFORM
           IF WS-GS-COUNT(WS-SX) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GS-MEAN(WS-SX) ROUNDED =
               WS-GS-SUM(WS-SX) / WS-GS-COUNT(WS-SX)
           DIVIDE WS-GS-COUNT(WS-SX) BY 2 GIVING WS-DIVIDE-QUOT
               REMAINDER WS-DIVIDE-REM
           IF WS-DIVIDE-REM = 1
               COMPUTE WS-MEDIAN-POS = WS-RUN-FIRST + WS-DIVIDE-QUOT
               MOVE PEQ-VALUE(WS-MEDIAN-POS) TO WS-GS-MEDIAN(WS-SX)
           ELSE
               COMPUTE WS-MEDIAN-POS = WS-RUN-FIRST + WS-DIVIDE-QUOT - 1
               COMPUTE WS-GS-MEDIAN(WS-SX) ROUNDED =
                   (PEQ-VALUE(WS-MEDIAN-POS) +
                    PEQ-VALUE(WS-MEDIAN-POS + 1)) / 2
           END-IF.

       WRITE-COMPANY-HEADER.
           MOVE "NAO CADASTRADA" TO WS-CMP-DISPLAY-NAME
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-QTDE
               IF WS-CMP-CODE(WS-CMP-IDX) = PEQ-COMPANY(WS-GROUP-START)
                   MOVE WS-CMP-NAME(WS-CMP-IDX) TO WS-CMP-DISPLAY-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "EMPRESA " PEQ-COMPANY(WS-GROUP-START) " - "
                  WS-CMP-DISPLAY-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-COLUMNS-1
           WRITE REPORT-LINE FROM HEADER-COLUMNS-2
           WRITE REPORT-LINE FROM SEPARATOR-SMALL.

      *> Grupo sem ninguem do quadro na remuneracao variavel nao sai;
      *> grupo abaixo do minimo de publicacao em qualquer dos sexos
      *> sai suprimido.
       WRITE-GROUP-LINE.
           IF WS-GS-COUNT(1) = 0 AND WS-GS-COUNT(2) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GS-COUNT(1) < WS-MIN-GROUP OR
              WS-GS-COUNT(2) < WS-MIN-GROUP
               PERFORM WRITE-SUPPRESSED-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUPS-WRITTEN
           IF PASS-DETALHE
               MOVE PEQ-GRADE(WS-GROUP-START)    TO DL-GRADE
               MOVE PEQ-POSITION(WS-GROUP-START) TO DL-POSITION
           ELSE
               MOVE "EMP"                        TO DL-GRADE
               MOVE PEQ-COMPANY(WS-GROUP-START)  TO DL-POSITION
           END-IF
           MOVE WS-GS-COUNT(1)  TO DL-COUNT-F
           MOVE WS-GS-MEAN(1)   TO DL-MEAN-F
           MOVE WS-GS-MEDIAN(1) TO DL-MEDIAN-F
           MOVE WS-GS-COUNT(2)  TO DL-COUNT-M
           MOVE WS-GS-MEAN(2)   TO DL-MEAN-M
           MOVE WS-GS-MEDIAN(2) TO DL-MEDIAN-M
           IF WS-GS-MEAN(2) > 0
               COMPUTE WS-GAP-PCT ROUNDED =
                   (WS-GS-MEAN(2) - WS-GS-MEAN(1)) * 100 /
                   WS-GS-MEAN(2)
                   ON SIZE ERROR
                       MOVE -999,99 TO WS-GAP-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-GAP-PCT
           END-IF
           MOVE WS-GAP-PCT TO DL-GAP
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-SUPPRESSED-LINE.
           ADD 1 TO WS-GROUPS-SUPPRESSED
           IF PASS-DETALHE
               MOVE PEQ-GRADE(WS-GROUP-START)    TO SL-GRADE
               MOVE PEQ-POSITION(WS-GROUP-START) TO SL-POSITION
           ELSE
               MOVE "EMP"                        TO SL-GRADE
               MOVE PEQ-COMPANY(WS-GROUP-START)  TO SL-POSITION
           END-IF
           MOVE SPACES TO SL-TEXT
           STRING "*** SUPRIMIDO - menos de " FORMATTED-MIN
                  " por sexo no grupo ***"
               DELIMITED BY SIZE INTO SL-TEXT
           WRITE REPORT-LINE FROM WS-SUPPRESSED-LINE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA TRANSPARENCIA SALARIAL ==="
           DISPLAY "Registros do mestre lidos: " WS-MASTER-READ
           DISPLAY "Funcionarios ativos na selecao: " WS-ACTIVE-COUNT
           DISPLAY "Funcionarios analisados: " WS-PEQ-QTDE
           DISPLAY "Com remuneracao variavel no semestre: "
                   WS-VARIABLE-COUNT
           DISPLAY "Registros do historico lidos: " WS-HIST-READ
           DISPLAY "Registros do historico considerados: " WS-HIST-USED
           DISPLAY "Grupos publicados: " WS-GROUPS-WRITTEN
           DISPLAY "Grupos suprimidos (abaixo do minimo): "
                   WS-GROUPS-SUPPRESSED
           IF WS-NO-SEX-COUNT > 0
               MOVE WS-NO-SEX-COUNT TO FORMATTED-COUNT
               DISPLAY "Aviso: " FORMATTED-COUNT " funcionario(s) "
                       "ativo(s) sem sexo cadastrado - fora do relatorio"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-TABLE-FULL = "S"
               DISPLAY "Aviso: tabela de funcionarios cheia - "
                       "relatorio incompleto"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Relatorio: pay_equity.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "PAY-EQUITY" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-PEQ-QTDE     TO JRL-RECORDS-PROCESSED
           MOVE WS-NO-SEX-COUNT TO JRL-RECORDS-REJECTED
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
                   WS-PEQ-QTDE / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-PEQ-QTDE TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY WORKHRS-RTN.
       COPY BUSDATE-RTN.

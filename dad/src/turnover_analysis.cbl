IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER-ANALYSIS.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Analise de rotatividade (turnover) pelos motivos de
      *> desligamento (TERMRSN.cpy, tabela 19 do eSocial): conta os
      *> desligamentos de um periodo de competencias e os abre por
      *> motivo, por departamento (com a taxa sobre o quadro ativo
      *> atual do departamento) e por faixa de tempo de casa na data
      *> do desligamento (ate 1 ano, 1 a 2, 2 a 5, 5 a 10, 10 ou
      *> mais).
      *> Desligamentos de duas fontes: os inativos ainda no mestre
      *> (MST-TERM-DATE dentro do periodo) e os ja expurgados para
      *> terminated_history.dat pelo EMPLOYEE-ARCHIVE (data da imagem
      *> ou, na imagem anterior ao motivo, TH-TERMINATION-DATE do log).
      *> A matricula que aparece nas duas conta uma vez so. Desligado
      *> sem motivo gravado (anterior a tabela) entra como "NAO
      *> INFORMADO"; inativo do mestre sem data de desligamento nao
      *> tem como cair no periodo e fica de fora, contado no resumo.
      *> Parametros opcionais na linha de comando: competencia inicial
      *> e final (AAAAMM AAAAMM); sem eles, os 12 meses que terminam
      *> na competencia da data de negocio. Roda sob demanda, como o
      *> PAY-EQUITY. Saida: turnover_analysis.txt. Sem mestre, 16.

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

           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "turnover_analysis.txt"
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

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY TERMRSN.

      *> Visao da imagem do mestre gravada no historico de desligados.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==THV-RECORD==
                   LEADING ==MST== BY ==THV==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==THV-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==THV-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==THV-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==THV-CURRENCY-IS-USD==.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-HISTORY-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL           PIC X VALUE "N".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-FROM                 PIC X(8).
       01 WS-CMD-TO                   PIC X(8).

      *> Periodo analisado (competencias AAAAMM) e a competencia do
      *> desligamento corrente.
       01 WS-PERIOD-FROM              PIC 9(6).
       01 WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM.
           05 WS-FROM-YEAR            PIC 9999.
           05 WS-FROM-MONTH           PIC 99.
       01 WS-PERIOD-TO                PIC 9(6).
       01 WS-PERIOD-TO-R REDEFINES WS-PERIOD-TO.
           05 WS-TO-YEAR              PIC 9999.
           05 WS-TO-MONTH             PIC 99.
       01 WS-TERM-PERIOD              PIC 9(6).

      *> Desligamento corrente, montado da fonte (mestre ou imagem do
      *> historico) antes de ser contado.
       01 WS-CURRENT-TERM.
           05 WS-CT-EMP-ID            PIC X(6).
           05 WS-CT-DEPARTMENT        PIC X(20).
           05 WS-CT-REASON            PIC X(2).
           05 WS-CT-HIRE-DATE.
               10 WS-CT-HIRE-YEAR     PIC 9999.
               10 WS-CT-HIRE-MONTH    PIC 99.
               10 WS-CT-HIRE-DAY      PIC 99.
           05 WS-CT-TERM-DATE         PIC 9(8).
           05 WS-CT-TERM-DATE-R REDEFINES WS-CT-TERM-DATE.
               10 WS-CT-TERM-YEAR     PIC 9999.
               10 WS-CT-TERM-MONTH    PIC 99.
               10 WS-CT-TERM-DAY      PIC 99.
       01 WS-TENURE-YEARS             PIC 99.

      *> Matriculas ja contadas - quem esta no mestre e no historico
      *> (recontratado e desligado de novo) nao conta duas vezes.
       01 WS-SEEN-QTDE                PIC 9(4) VALUE 0.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ID OCCURS 3000 TIMES PIC X(6).
       01 WS-SEEN-INDEX               PIC 9(4).
       01 WS-SEEN-MATCH               PIC 9(4).

      *> Contagem por motivo: as posicoes 1 a 7 seguem a tabela de
      *> TERMRSN.cpy, a 8 e a de motivo nao informado.
       01 WS-RSN-TABLE.
           05 WS-RSN-COUNT OCCURS 8 TIMES PIC 9(5).
       01 WS-RSN-INDEX                PIC 9.

      *> Quadro ativo e desligamentos por departamento.
       01 WS-DPT-QTDE                 PIC 9(3) VALUE 0.
       01 WS-DPT-TABLE.
           05 WS-DPT-ENTRY OCCURS 200 TIMES.
               10 WS-DPT-NAME         PIC X(20).
               10 WS-DPT-ACTIVE       PIC 9(5).
               10 WS-DPT-TERMS        PIC 9(5).
       01 WS-DPT-INDEX                PIC 9(3).
       01 WS-DPT-MATCH                PIC 9(3).
       01 WS-DPT-KEY                  PIC X(20).

      *> Faixas de tempo de casa (anos completos na data do
      *> desligamento).
       01 WS-BAND-LABELS-VALUES.
           05 FILLER PIC X(20) VALUE "ATE 1 ANO".
           05 FILLER PIC X(20) VALUE "1 A 2 ANOS".
           05 FILLER PIC X(20) VALUE "2 A 5 ANOS".
           05 FILLER PIC X(20) VALUE "5 A 10 ANOS".
           05 FILLER PIC X(20) VALUE "10 ANOS OU MAIS".
       01 WS-BAND-LABELS REDEFINES WS-BAND-LABELS-VALUES.
           05 WS-BAND-LABEL OCCURS 5 TIMES PIC X(20).
       01 WS-BAND-TABLE.
           05 WS-BAND-COUNT OCCURS 5 TIMES PIC 9(5).
       01 WS-BAND-INDEX               PIC 9.

       01 WS-COUNTERS.
           05 WS-MASTER-READ          PIC 9(5) VALUE 0.
           05 WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
           05 WS-HIST-READ            PIC 9(5) VALUE 0.
           05 WS-TERM-COUNT           PIC 9(5) VALUE 0.
           05 WS-NO-DATE-COUNT        PIC 9(5) VALUE 0.
           05 WS-NO-REASON-COUNT      PIC 9(5) VALUE 0.

       01 WS-RATE                     PIC 9(3)V99.

       01 WS-REASON-LINE.
           05 RL-CODE                 PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-LABEL                PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RL-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 RL-PCT                  PIC ZZ9,99.
           05 FILLER                  PIC X VALUE "%".
           05 FILLER                  PIC X(81) VALUE SPACES.

       01 WS-DEPT-LINE.
           05 DPL-NAME                PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DPL-ACTIVE              PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DPL-TERMS               PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 DPL-RATE-AREA.
               10 DPL-RATE            PIC ZZ9,99.
               10 DPL-RATE-PCT        PIC X.
           05 DPL-RATE-NONE REDEFINES DPL-RATE-AREA PIC X(7).
           05 FILLER                  PIC X(87) VALUE SPACES.

       01 WS-BAND-LINE.
           05 BL-LABEL                PIC X(20).
           05 FILLER                  PIC X(16) VALUE SPACES.
           05 BL-COUNT                PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 BL-PCT                  PIC ZZ9,99.
           05 FILLER                  PIC X VALUE "%".
           05 FILLER                  PIC X(81) VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 FORMATTED-COUNT         PIC ZZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(132) VALUE ALL "=".
           05 SEPARATOR-SMALL    PIC X(132) VALUE ALL "-".
           05 TITLE-1            PIC X(132) VALUE
                   "ANALISE DE ROTATIVIDADE (TURNOVER) POR MOTIVO DE DESLIGAMENTO".
           05 TITLE-REASON       PIC X(132) VALUE
                   "1. DESLIGAMENTOS POR MOTIVO".
           05 TITLE-DEPT         PIC X(132) VALUE
                   "2. DESLIGAMENTOS POR DEPARTAMENTO (TAXA SOBRE O QUADRO ATIVO ATUAL)".
           05 TITLE-BAND         PIC X(132) VALUE
                   "3. DESLIGAMENTOS POR TEMPO DE CASA NA DATA DO DESLIGAMENTO".
           05 HEADER-REASON      PIC X(132) VALUE
                   "MOTIVO                                  QTDE    % TOTAL".
           05 HEADER-DEPT        PIC X(132) VALUE
                   "DEPARTAMENTO          ATIVOS  DESLIG.     TAXA".
           05 HEADER-BAND        PIC X(132) VALUE
                   "TEMPO DE CASA                         QTDE    % TOTAL".

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
               PERFORM LOAD-MASTER
               PERFORM LOAD-TERMINATED-HISTORY
               PERFORM WRITE-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== ANALISE DE ROTATIVIDADE ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           INITIALIZE WS-RSN-TABLE
           INITIALIZE WS-BAND-TABLE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-FROM WS-CMD-TO
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-FROM WS-CMD-TO
           END-UNSTRING
           IF WS-CMD-FROM = SPACES
               MOVE BDT-YEAR  TO WS-TO-YEAR
               MOVE BDT-MONTH TO WS-TO-MONTH
               IF WS-TO-MONTH = 12
                   MOVE WS-TO-YEAR TO WS-FROM-YEAR
                   MOVE 1 TO WS-FROM-MONTH
               ELSE
                   COMPUTE WS-FROM-YEAR = WS-TO-YEAR - 1
                   COMPUTE WS-FROM-MONTH = WS-TO-MONTH + 1
               END-IF
           ELSE
               IF WS-CMD-FROM(1:6) NOT NUMERIC OR
                  WS-CMD-FROM(7:2) NOT = SPACES OR
                  WS-CMD-TO(1:6) NOT NUMERIC OR
                  WS-CMD-TO(7:2) NOT = SPACES
                   DISPLAY "ERRO: periodo invalido: " WS-CMD-FROM " "
                           WS-CMD-TO
                   DISPLAY "Uso: turnover_analysis [AAAAMM AAAAMM]"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMD-FROM(1:6) TO WS-PERIOD-FROM
               MOVE WS-CMD-TO(1:6)   TO WS-PERIOD-TO
           END-IF
           IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12 OR
              WS-TO-MONTH < 1 OR WS-TO-MONTH > 12 OR
              WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "ERRO: periodo invalido: " WS-PERIOD-FROM
                       " a " WS-PERIOD-TO
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Periodo: competencias " WS-PERIOD-FROM " a "
                   WS-PERIOD-TO

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Mestre: o ativo entra no quadro do departamento; o inativo
      *> com data de desligamento no periodo e um desligamento.
       LOAD-MASTER.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       PERFORM PROCESS-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       PROCESS-MASTER-RECORD.
           IF MASTER-ACTIVE-EMPLOYEE
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE MST-EMP-DEPARTMENT TO WS-DPT-KEY
               PERFORM FIND-DEPARTMENT
               IF WS-DPT-MATCH > 0
                   ADD 1 TO WS-DPT-ACTIVE(WS-DPT-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT MASTER-INACTIVE-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           IF MST-TERM-DATE NOT NUMERIC OR MST-TERM-DATE = ZEROS
               ADD 1 TO WS-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE MST-EMP-ID         TO WS-CT-EMP-ID
           MOVE MST-EMP-DEPARTMENT TO WS-CT-DEPARTMENT
           MOVE MST-TERM-REASON    TO WS-CT-REASON
           MOVE MST-EMP-HIRE-DATE  TO WS-CT-HIRE-DATE
           MOVE MST-TERM-DATE      TO WS-CT-TERM-DATE
           PERFORM COUNT-TERMINATION.

      *> Historico de desligados: a data da imagem (gravada pela
      *> manutencao no desligamento) vale sobre a do log; imagem
      *> anterior ao motivo usa TH-TERMINATION-DATE. Sem o arquivo,
      *> so os desligados ainda no mestre.
       LOAD-TERMINATED-HISTORY.
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: terminated_history.dat nao encontrado - "
                       "so os desligados ainda no mestre"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HISTORY-FILE-STATUS NOT = "00"
               READ TERM-HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE.

       PROCESS-HISTORY-RECORD.
           MOVE TH-MASTER-IMAGE TO THV-RECORD
           MOVE TH-EMP-ID          TO WS-CT-EMP-ID
           MOVE THV-EMP-DEPARTMENT TO WS-CT-DEPARTMENT
           MOVE THV-TERM-REASON    TO WS-CT-REASON
           MOVE THV-EMP-HIRE-DATE  TO WS-CT-HIRE-DATE
           IF THV-TERM-DATE NUMERIC AND THV-TERM-DATE NOT = ZEROS
               MOVE THV-TERM-DATE TO WS-CT-TERM-DATE
           ELSE
               MOVE TH-TERMINATION-DATE TO WS-CT-TERM-DATE
           END-IF
           IF WS-CT-TERM-DATE NOT NUMERIC OR WS-CT-TERM-DATE = ZEROS
               ADD 1 TO WS-NO-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-TERMINATION.

      *> Conta o desligamento corrente se cair no periodo e a
      *> matricula ainda nao tiver sido contada.
       COUNT-TERMINATION.
           COMPUTE WS-TERM-PERIOD =
               WS-CT-TERM-YEAR * 100 + WS-CT-TERM-MONTH
           IF WS-TERM-PERIOD < WS-PERIOD-FROM OR
              WS-TERM-PERIOD > WS-PERIOD-TO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEEN-MATCH
           PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1
                   UNTIL WS-SEEN-INDEX > WS-SEEN-QTDE
               IF WS-SEEN-ID(WS-SEEN-INDEX) = WS-CT-EMP-ID
                   MOVE WS-SEEN-INDEX TO WS-SEEN-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SEEN-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SEEN-QTDE
           MOVE WS-CT-EMP-ID TO WS-SEEN-ID(WS-SEEN-QTDE)
           ADD 1 TO WS-TERM-COUNT

           MOVE WS-CT-REASON TO TRS-REQ-CODE
           PERFORM TRS-FIND-REASON
           IF TRS-REASON-VALID
               ADD 1 TO WS-RSN-COUNT(TRS-INDEX)
           ELSE
               ADD 1 TO WS-RSN-COUNT(8)
               ADD 1 TO WS-NO-REASON-COUNT
           END-IF

           MOVE WS-CT-DEPARTMENT TO WS-DPT-KEY
           PERFORM FIND-DEPARTMENT
           IF WS-DPT-MATCH > 0
               ADD 1 TO WS-DPT-TERMS(WS-DPT-MATCH)
           END-IF

           PERFORM COMPUTE-TENURE
           EVALUATE TRUE
               WHEN WS-TENURE-YEARS < 1
                   MOVE 1 TO WS-BAND-INDEX
               WHEN WS-TENURE-YEARS < 2
                   MOVE 2 TO WS-BAND-INDEX
               WHEN WS-TENURE-YEARS < 5
                   MOVE 3 TO WS-BAND-INDEX
               WHEN WS-TENURE-YEARS < 10
                   MOVE 4 TO WS-BAND-INDEX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-INDEX
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-INDEX).

      *> Anos completos de casa da admissao ate o desligamento.
       COMPUTE-TENURE.
           MOVE 0 TO WS-TENURE-YEARS
           IF WS-CT-HIRE-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-TERM-YEAR > WS-CT-HIRE-YEAR
               COMPUTE WS-TENURE-YEARS =
                   WS-CT-TERM-YEAR - WS-CT-HIRE-YEAR
               IF WS-CT-TERM-MONTH < WS-CT-HIRE-MONTH OR
                  (WS-CT-TERM-MONTH = WS-CT-HIRE-MONTH AND
                   WS-CT-TERM-DAY < WS-CT-HIRE-DAY)
                   SUBTRACT 1 FROM WS-TENURE-YEARS
               END-IF
           END-IF.

      *> Entrada do departamento WS-DPT-KEY, criada na primeira vez.
       FIND-DEPARTMENT.
           MOVE 0 TO WS-DPT-MATCH
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               IF WS-DPT-NAME(WS-DPT-INDEX) = WS-DPT-KEY
                   MOVE WS-DPT-INDEX TO WS-DPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DPT-MATCH = 0
               IF WS-DPT-QTDE < 200
                   ADD 1 TO WS-DPT-QTDE
                   MOVE WS-DPT-QTDE TO WS-DPT-MATCH
                   MOVE WS-DPT-KEY TO WS-DPT-NAME(WS-DPT-MATCH)
                   MOVE 0 TO WS-DPT-ACTIVE(WS-DPT-MATCH)
                   MOVE 0 TO WS-DPT-TERMS(WS-DPT-MATCH)
               ELSE
                   MOVE "S" TO WS-TABLE-FULL
               END-IF
           END-IF.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "turnover_analysis.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "Competencias " WS-PERIOD-FROM " a " WS-PERIOD-TO
                  " - data de negocio " BDT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TERM-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Desligamentos no periodo: " FORMATTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACTIVE-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Quadro ativo atual......: " FORMATTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TITLE-REASON
           WRITE REPORT-LINE FROM HEADER-REASON
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           PERFORM VARYING WS-RSN-INDEX FROM 1 BY 1
                   UNTIL WS-RSN-INDEX > 8
               PERFORM WRITE-REASON-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TITLE-DEPT
           WRITE REPORT-LINE FROM HEADER-DEPT
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               PERFORM WRITE-DEPT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM TITLE-BAND
           WRITE REPORT-LINE FROM HEADER-BAND
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                   UNTIL WS-BAND-INDEX > 5
               PERFORM WRITE-BAND-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE.

       WRITE-REASON-LINE.
           IF WS-RSN-INDEX = 8
               IF WS-RSN-COUNT(8) = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "--"            TO RL-CODE
               MOVE "NAO INFORMADO" TO RL-LABEL
           ELSE
               MOVE TRS-CODE(WS-RSN-INDEX)  TO RL-CODE
               MOVE TRS-LABEL(WS-RSN-INDEX) TO RL-LABEL
           END-IF
           MOVE WS-RSN-COUNT(WS-RSN-INDEX) TO RL-COUNT
           IF WS-TERM-COUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-RSN-COUNT(WS-RSN-INDEX) * 100 / WS-TERM-COUNT
           ELSE
               MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO RL-PCT
           WRITE REPORT-LINE FROM WS-REASON-LINE.

      *> Departamento so com desligados (extinto ou sem ativos hoje)
      *> sai sem taxa.
       WRITE-DEPT-LINE.
           MOVE WS-DPT-NAME(WS-DPT-INDEX)   TO DPL-NAME
           MOVE WS-DPT-ACTIVE(WS-DPT-INDEX) TO DPL-ACTIVE
           MOVE WS-DPT-TERMS(WS-DPT-INDEX)  TO DPL-TERMS
           IF WS-DPT-ACTIVE(WS-DPT-INDEX) > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-DPT-TERMS(WS-DPT-INDEX) * 100 /
                   WS-DPT-ACTIVE(WS-DPT-INDEX)
                   ON SIZE ERROR MOVE 999,99 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO DPL-RATE
               MOVE "%" TO DPL-RATE-PCT
           ELSE
               MOVE "     - " TO DPL-RATE-NONE
           END-IF
           WRITE REPORT-LINE FROM WS-DEPT-LINE.

       WRITE-BAND-LINE.
           MOVE WS-BAND-LABEL(WS-BAND-INDEX) TO BL-LABEL
           MOVE WS-BAND-COUNT(WS-BAND-INDEX) TO BL-COUNT
           IF WS-TERM-COUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   WS-BAND-COUNT(WS-BAND-INDEX) * 100 / WS-TERM-COUNT
           ELSE
               MOVE 0 TO WS-RATE
           END-IF
           MOVE WS-RATE TO BL-PCT
           WRITE REPORT-LINE FROM WS-BAND-LINE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA ROTATIVIDADE ==="
           DISPLAY "Registros do mestre lidos: " WS-MASTER-READ
           DISPLAY "Registros do historico de desligados lidos: "
                   WS-HIST-READ
           DISPLAY "Quadro ativo atual: " WS-ACTIVE-COUNT
           DISPLAY "Desligamentos no periodo: " WS-TERM-COUNT
           DISPLAY "Desligamentos sem motivo informado: "
                   WS-NO-REASON-COUNT
           IF WS-NO-DATE-COUNT > 0
               MOVE WS-NO-DATE-COUNT TO FORMATTED-COUNT
               DISPLAY "Aviso: " FORMATTED-COUNT " desligado(s) sem "
                       "data de desligamento - fora da analise"
           END-IF
           IF WS-TABLE-FULL = "S"
               DISPLAY "Aviso: tabela de desligamentos ou de "
                       "departamentos cheia - analise incompleta"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Relatorio: turnover_analysis.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "TURNOVER-ANALYSIS" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           COMPUTE JRL-RECORDS-PROCESSED = WS-MASTER-READ + WS-HIST-READ
           MOVE WS-NO-DATE-COUNT TO JRL-RECORDS-REJECTED
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
                   JRL-RECORDS-PROCESSED / JRL-ELAPSED-SECONDS
           ELSE
               MOVE JRL-RECORDS-PROCESSED TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY TERMRSN-RTN.

IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-SHADOW.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Comparacao da folha sombra com a folha de producao. O
      *> PAYROLL-RUN no modo SIMU calcula a competencia com as tabelas
      *> propostas e grava payroll_shadow.dat e
      *> payroll_shadow_elements.dat no diretorio da simulacao (o
      *> shadow_payroll.sh monta o diretorio e chama os dois
      *> programas de la). Este programa le esses arquivos e, do lado
      *> da producao, os registros de folha mensal "FOL" da mesma
      *> competencia em payroll_history.dat e as rubricas da mesma
      *> competencia em payroll_elements.dat, e imprime em
      *> payroll_shadow.txt:
      *> (1) funcionario a funcionario, cada valor que mudou - bruto,
      *> cada desconto, liquido e encargos da empresa - com producao,
      *> simulacao e diferenca (quem so existe de um lado tambem sai);
      *> (2) os totais por departamento (bruto, descontos, liquido e
      *> encargos);
      *> (3) os totais por rubrica - as verbas fixas da folha e as
      *> rubricas de payelements.parm;
      *> (4) os funcionarios cujo liquido mudou mais que a tolerancia
      *> de shadow.parm (colunas 1-9, reais com 2 decimais implicitos;
      *> R$ 50,00 sem o parm), do maior desvio para o menor;
      *> e o quadro de visto da Folha, que assina a simulacao antes
      *> de a tabela nova entrar em producao. Termina com RC 4 quando
      *> ha desvio acima da tolerancia ou funcionario de um lado so,
      *> e com RC 16 sem o resultado da simulacao. Nao grava nada em
      *> ../data alem do log de execucao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHADOW-PARM-FILE ASSIGN TO "shadow.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SHADOW-DETAIL-FILE ASSIGN TO "payroll_shadow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-FILE-STATUS.

           SELECT SHADOW-ELEMENTS-FILE
               ASSIGN TO "payroll_shadow_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-ELEM-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT PROD-ELEMENTS-FILE ASSIGN TO "../data/payroll_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-ELEM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "payroll_shadow.txt"
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

       FD SHADOW-PARM-FILE.
       01 SHADOW-PARM-RECORD.
           05 SPR-TOLERANCE       PIC 9(7)V99.

       FD SHADOW-DETAIL-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==SHD==
                   ==PAYROLL-DETAIL-RECORD== BY ==SHADOW-DETAIL-RECORD==.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PH==
                   ==PAYROLL-DETAIL-RECORD== BY ==PAYROLL-HISTORY-RECORD==.

       FD SHADOW-ELEMENTS-FILE.
       COPY PAYELEMD REPLACING LEADING ==PED== BY ==SHE==
                   ==PAYROLL-ELEMENT-RECORD== BY ==SHADOW-ELEMENT-RECORD==.

       FD PROD-ELEMENTS-FILE.
       COPY PAYELEMD.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-SHADOW-FILE-STATUS  PIC XX.
           05 WS-SHADOW-ELEM-STATUS  PIC XX.
           05 WS-HISTORY-FILE-STATUS PIC XX.
           05 WS-PROD-ELEM-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-SIDE                 PIC X.
               88 SIDE-PRODUCAO       VALUE "P".
               88 SIDE-SIMULACAO      VALUE "S".
           05 WS-HAS-DIFF             PIC X.

      *> Registro de detalhe lido dos dois lados (READ ... INTO), para
      *> a mesma rotina extrair os valores da producao e da simulacao.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==WD==
                   ==PAYROLL-DETAIL-RECORD== BY ==WS-DETAIL-RECORD==.

      *> Valores comparados, na ordem em que saem no relatorio:
      *> 1 bruto, 2 a 10 descontos, 11 liquido, 12 a 15 encargos e
      *> custos da empresa.
       01 WS-COMPONENT-NAMES.
           05 FILLER PIC X(20) VALUE "BRUTO".
           05 FILLER PIC X(20) VALUE "INSS".
           05 FILLER PIC X(20) VALUE "IRRF".
           05 FILLER PIC X(20) VALUE "PENSAO/PENHORA".
           05 FILLER PIC X(20) VALUE "RUBRICAS DESCONTO".
           05 FILLER PIC X(20) VALUE "CONSIGNADO".
           05 FILLER PIC X(20) VALUE "CONTRIB SINDICAL".
           05 FILLER PIC X(20) VALUE "PLANO SAUDE (FUNC)".
           05 FILLER PIC X(20) VALUE "VALE-TRANSP (FUNC)".
           05 FILLER PIC X(20) VALUE "ADIANTAMENTO".
           05 FILLER PIC X(20) VALUE "LIQUIDO".
           05 FILLER PIC X(20) VALUE "INSS PATRONAL".
           05 FILLER PIC X(20) VALUE "FGTS".
           05 FILLER PIC X(20) VALUE "PLANO SAUDE (EMPR)".
           05 FILLER PIC X(20) VALUE "VALE-TRANSP (EMPR)".
       01 WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-NAMES.
           05 WS-COMPONENT-NAME   PIC X(20) OCCURS 15 TIMES.
       01 WS-COMP-INDEX           PIC 99.

       01 WS-AMOUNTS.
           05 WS-AMT              PIC S9(9)V99 COMP-3 OCCURS 15 TIMES.

      *> Um item por matricula que aparece em qualquer dos lados.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRADAS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-CMP-QTDE.
               10 WS-CMP-EMP-ID       PIC X(6).
               10 WS-CMP-NAME         PIC X(30).
               10 WS-CMP-DEPT         PIC X(20).
               10 WS-CMP-IN-PROD      PIC X.
               10 WS-CMP-IN-SIM       PIC X.
               10 WS-CMP-PROD         PIC S9(9)V99 COMP-3
                                      OCCURS 15 TIMES.
               10 WS-CMP-SIM          PIC S9(9)V99 COMP-3
                                      OCCURS 15 TIMES.
       01 WS-CMP-QTDE             PIC 9(4) VALUE 0.
       01 WS-CMP-INDEX            PIC 9(4).
       01 WS-CMP-MATCH            PIC 9(4).

      *> Totais por departamento: bruto, descontos (2 a 10), liquido
      *> e encargos (12 a 15), producao e simulacao.
       01 WS-DPT-TABLE.
           05 WS-DPT-QTDE         PIC 9(3) VALUE 0.
           05 WS-DPT-ENTRADAS OCCURS 100 TIMES.
               10 WS-DPT-NAME         PIC X(20).
               10 WS-DPT-FUNC         PIC 9(5).
               10 WS-DPT-PROD         PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
               10 WS-DPT-SIM          PIC S9(11)V99 COMP-3
                                      OCCURS 4 TIMES.
       01 WS-DPT-INDEX            PIC 9(3).
       01 WS-DPT-MATCH            PIC 9(3).
       01 WS-GROUP-INDEX          PIC 9.
       01 WS-GROUP-NAMES.
           05 FILLER PIC X(20) VALUE "BRUTO".
           05 FILLER PIC X(20) VALUE "DESCONTOS".
           05 FILLER PIC X(20) VALUE "LIQUIDO".
           05 FILLER PIC X(20) VALUE "ENCARGOS EMPRESA".
       01 WS-GROUP-TABLE REDEFINES WS-GROUP-NAMES.
           05 WS-GROUP-NAME       PIC X(20) OCCURS 4 TIMES.
       01 WS-GROUP-PROD           PIC S9(11)V99 COMP-3.
       01 WS-GROUP-SIM            PIC S9(11)V99 COMP-3.

      *> Totais gerais das verbas fixas (mesma ordem dos componentes).
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-PROD       PIC S9(11)V99 COMP-3
                                  OCCURS 15 TIMES.
           05 WS-GRAND-SIM        PIC S9(11)V99 COMP-3
                                  OCCURS 15 TIMES.

      *> Rubricas configuraveis da competencia, dos dois lados.
       01 WS-RUB-TABLE.
           05 WS-RUB-QTDE         PIC 9(3) VALUE 0.
           05 WS-RUB-ENTRADAS OCCURS 60 TIMES.
               10 WS-RUB-CODE         PIC X(4).
               10 WS-RUB-DESC         PIC X(20).
               10 WS-RUB-NATURE       PIC X.
               10 WS-RUB-PROD         PIC S9(11)V99 COMP-3.
               10 WS-RUB-SIM          PIC S9(11)V99 COMP-3.
       01 WS-RUB-INDEX            PIC 9(3).
       01 WS-RUB-MATCH            PIC 9(3).
       01 WS-NEW-RUB-CODE         PIC X(4).
       01 WS-NEW-RUB-DESC         PIC X(20).
       01 WS-NEW-RUB-NATURE       PIC X.
       01 WS-NEW-RUB-AMOUNT       PIC 9(8)V99.

      *> Liquido alterado acima da tolerancia, ou funcionario de um
      *> lado so - ordenado pelo desvio absoluto antes da impressao.
       01 WS-TOL-TABLE.
           05 WS-TOL-ENTRADAS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-TOL-QTDE.
               10 WS-TOL-ABS          PIC 9(9)V99.
               10 WS-TOL-EMP-ID       PIC X(6).
               10 WS-TOL-NAME         PIC X(30).
               10 WS-TOL-DEPT         PIC X(20).
               10 WS-TOL-PROD         PIC S9(9)V99.
               10 WS-TOL-SIM          PIC S9(9)V99.
               10 WS-TOL-NOTE         PIC X(15).
       01 WS-TOL-QTDE             PIC 9(4) VALUE 0.
       01 WS-TOL-INDEX            PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-REF-PERIOD       PIC 9(6) VALUE 0.
           05 WS-REF-PERIOD-R REDEFINES WS-REF-PERIOD.
               10 WS-REF-YEAR     PIC 9999.
               10 WS-REF-MONTH    PIC 99.
           05 WS-DETAIL-PERIOD    PIC 9(6).
           05 WS-TOLERANCE        PIC 9(7)V99 VALUE 50,00.
           05 WS-DIFF             PIC S9(11)V99 COMP-3.
           05 WS-ABS-DIFF         PIC 9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-SHADOW-READ      PIC 9(5) VALUE 0.
           05 WS-HISTORY-READ     PIC 9(7) VALUE 0.
           05 WS-PROD-IN-PERIOD   PIC 9(5) VALUE 0.
           05 WS-PROD-ELEM-READ   PIC 9(5) VALUE 0.
           05 WS-EMP-WITH-DIFF    PIC 9(5) VALUE 0.
           05 WS-EMP-NO-DIFF      PIC 9(5) VALUE 0.
           05 WS-ONLY-PROD        PIC 9(5) VALUE 0.
           05 WS-ONLY-SIM         PIC 9(5) VALUE 0.
           05 WS-OVER-TOLERANCE   PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "FOLHA SOMBRA - SIMULACAO COM TABELAS PROPOSTAS x FOLHA DE PRODUCAO".
           05 HEADER-COLUMNS PIC X(132) VALUE
                   "MATRIC NOME / ITEM                                        PRODUCAO       SIMULACAO       DIFERENCA".

      *> Linha de valores: producao, simulacao e diferenca.
       01 WS-VALUE-LINE.
           05 WS-VL-LABEL         PIC X(50).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-VL-PROD          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC XX VALUE SPACES.
           05 WS-VL-SIM           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-VL-DIFF          PIC ----.---.--9,99.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-VL-NOTE          PIC X(20).

       01 WS-FUNC-EDIT            PIC ZZZZ9.
       01 WS-TOL-EDIT             PIC Z.ZZZ.ZZ9,99.

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
               PERFORM LOAD-SHADOW-DETAILS
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PRODUCTION-DETAILS
               PERFORM LOAD-ELEMENTS
               PERFORM OPEN-REPORT
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM WRITE-EMPLOYEE-DIFFERENCES
               PERFORM WRITE-DEPARTMENT-TOTALS
               PERFORM WRITE-RUBRIC-TOTALS
               PERFORM WRITE-TOLERANCE-LIST
               PERFORM WRITE-REPORT-FOOTER
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== FOLHA SOMBRA - COMPARACAO COM A PRODUCAO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-GRAND-TOTALS
           OPEN INPUT SHADOW-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ SHADOW-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SPR-TOLERANCE NUMERIC
                           MOVE SPR-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE SHADOW-PARM-FILE
           ELSE
               DISPLAY "Aviso: shadow.parm nao encontrado - "
                       "tolerancia padrao no liquido"
           END-IF
           MOVE WS-TOLERANCE TO WS-TOL-EDIT
           DISPLAY "Tolerancia no liquido: R$ " WS-TOL-EDIT.

      *> Lado da simulacao: a competencia comparada e a do proprio
      *> resultado simulado.
       LOAD-SHADOW-DETAILS.
           OPEN INPUT SHADOW-DETAIL-FILE
           IF WS-SHADOW-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll_shadow.dat nao encontrado"
               DISPLAY "Execute o PAYROLL-RUN no modo SIMU antes da "
                       "comparacao (shadow_payroll.sh)"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET SIDE-SIMULACAO TO TRUE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SHADOW-DETAIL-FILE INTO WS-DETAIL-RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SHADOW-READ
                       IF WS-REF-PERIOD = 0
                           COMPUTE WS-REF-PERIOD =
                               WD-REF-YEAR * 100 + WD-REF-MONTH
                       END-IF
                       PERFORM STORE-DETAIL-AMOUNTS
               END-READ
           END-PERFORM
           CLOSE SHADOW-DETAIL-FILE
           IF WS-SHADOW-READ = 0
               DISPLAY "ERRO CRITICO: payroll_shadow.dat vazio - a "
                       "simulacao nao calculou ninguem"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Competencia simulada: " WS-REF-PERIOD
           DISPLAY "Funcionarios na simulacao: " WS-SHADOW-READ.

      *> Lado da producao: a folha mensal da mesma competencia no
      *> historico. Sem historico, tudo sai como "so na simulacao".
       LOAD-PRODUCTION-DETAILS.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_history.dat nao encontrado - "
                       "simulacao comparada contra zero"
               EXIT PARAGRAPH
           END-IF
           SET SIDE-PRODUCAO TO TRUE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE INTO WS-DETAIL-RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       COMPUTE WS-DETAIL-PERIOD =
                           WD-REF-YEAR * 100 + WD-REF-MONTH
                       IF WD-TYPE-FOLHA AND
                          WS-DETAIL-PERIOD = WS-REF-PERIOD
                           ADD 1 TO WS-PROD-IN-PERIOD
                           PERFORM STORE-DETAIL-AMOUNTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           IF WS-PROD-IN-PERIOD = 0
               DISPLAY "Aviso: competencia " WS-REF-PERIOD
                       " sem folha de producao no historico - "
                       "simulacao comparada contra zero"
           END-IF
           DISPLAY "Funcionarios na producao: " WS-PROD-IN-PERIOD.

       STORE-DETAIL-AMOUNTS.
           PERFORM EXTRACT-AMOUNTS
           MOVE 0 TO WS-CMP-MATCH
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF WS-CMP-EMP-ID(WS-CMP-INDEX) = WD-EMP-ID
                   MOVE WS-CMP-INDEX TO WS-CMP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CMP-MATCH = 0
               IF WS-CMP-QTDE NOT < 3000
                   DISPLAY "Aviso: tabela de comparacao cheia - "
                           WD-EMP-ID " ignorado"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CMP-QTDE
               MOVE WS-CMP-QTDE TO WS-CMP-MATCH
               MOVE WD-EMP-ID     TO WS-CMP-EMP-ID(WS-CMP-MATCH)
               MOVE WD-EMP-NAME   TO WS-CMP-NAME(WS-CMP-MATCH)
               MOVE WD-DEPARTMENT TO WS-CMP-DEPT(WS-CMP-MATCH)
               MOVE "N" TO WS-CMP-IN-PROD(WS-CMP-MATCH)
               MOVE "N" TO WS-CMP-IN-SIM(WS-CMP-MATCH)
               PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                       UNTIL WS-COMP-INDEX > 15
                   MOVE 0 TO WS-CMP-PROD(WS-CMP-MATCH, WS-COMP-INDEX)
                   MOVE 0 TO WS-CMP-SIM(WS-CMP-MATCH, WS-COMP-INDEX)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                   UNTIL WS-COMP-INDEX > 15
               IF SIDE-PRODUCAO
                   MOVE WS-AMT(WS-COMP-INDEX)
                       TO WS-CMP-PROD(WS-CMP-MATCH, WS-COMP-INDEX)
               ELSE
                   MOVE WS-AMT(WS-COMP-INDEX)
                       TO WS-CMP-SIM(WS-CMP-MATCH, WS-COMP-INDEX)
               END-IF
           END-PERFORM
           IF SIDE-PRODUCAO
               MOVE "S" TO WS-CMP-IN-PROD(WS-CMP-MATCH)
           ELSE
               MOVE "S" TO WS-CMP-IN-SIM(WS-CMP-MATCH)
           END-IF.

      *> Registros gravados antes de um campo existir trazem brancos
      *> nele: valem zero.
       EXTRACT-AMOUNTS.
           INITIALIZE WS-AMOUNTS
           IF WD-GROSS-PAY NUMERIC
               MOVE WD-GROSS-PAY TO WS-AMT(1)
           END-IF
           IF WD-INSS-AMOUNT NUMERIC
               MOVE WD-INSS-AMOUNT TO WS-AMT(2)
           END-IF
           IF WD-IRRF-AMOUNT NUMERIC
               MOVE WD-IRRF-AMOUNT TO WS-AMT(3)
           END-IF
           IF WD-GARNISH-AMOUNT NUMERIC
               MOVE WD-GARNISH-AMOUNT TO WS-AMT(4)
           END-IF
           IF WD-OTHER-DEDUCTIONS NUMERIC
               MOVE WD-OTHER-DEDUCTIONS TO WS-AMT(5)
           END-IF
           IF WD-LOAN-AMOUNT NUMERIC
               MOVE WD-LOAN-AMOUNT TO WS-AMT(6)
           END-IF
           IF WD-UNION-DUES NUMERIC
               MOVE WD-UNION-DUES TO WS-AMT(7)
           END-IF
           IF WD-HEALTH-COPAY NUMERIC
               MOVE WD-HEALTH-COPAY TO WS-AMT(8)
           END-IF
           IF WD-TRANSIT-AMOUNT NUMERIC
               MOVE WD-TRANSIT-AMOUNT TO WS-AMT(9)
           END-IF
           IF WD-ADVANCE-AMOUNT NUMERIC
               MOVE WD-ADVANCE-AMOUNT TO WS-AMT(10)
           END-IF
           IF WD-NET-PAY NUMERIC
               MOVE WD-NET-PAY TO WS-AMT(11)
           END-IF
           IF WD-EMPLOYER-INSS NUMERIC
               MOVE WD-EMPLOYER-INSS TO WS-AMT(12)
           END-IF
           IF WD-FGTS-AMOUNT NUMERIC
               MOVE WD-FGTS-AMOUNT TO WS-AMT(13)
           END-IF
           IF WD-HEALTH-EMPLOYER NUMERIC
               MOVE WD-HEALTH-EMPLOYER TO WS-AMT(14)
           END-IF
           IF WD-TRANSIT-EMPLOYER NUMERIC
               MOVE WD-TRANSIT-EMPLOYER TO WS-AMT(15)
           END-IF.

      *> Rubricas configuraveis da competencia. O payroll_elements.dat
      *> de producao e regravado a cada rodada: se a ultima rodada foi
      *> de outra competencia, a coluna da producao fica zerada e o
      *> relatorio avisa.
       LOAD-ELEMENTS.
           OPEN INPUT SHADOW-ELEMENTS-FILE
           IF WS-SHADOW-ELEM-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SHADOW-ELEMENTS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           SET SIDE-SIMULACAO TO TRUE
                           MOVE SHE-CODE        TO WS-NEW-RUB-CODE
                           MOVE SHE-DESCRIPTION TO WS-NEW-RUB-DESC
                           MOVE SHE-NATURE      TO WS-NEW-RUB-NATURE
                           MOVE SHE-AMOUNT      TO WS-NEW-RUB-AMOUNT
                           PERFORM STORE-RUBRIC-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE SHADOW-ELEMENTS-FILE
           END-IF
           OPEN INPUT PROD-ELEMENTS-FILE
           IF WS-PROD-ELEM-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_elements.dat nao encontrado - "
                       "rubricas de producao zeradas"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PROD-ELEMENTS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PED-REF-PERIOD = WS-REF-PERIOD
                           ADD 1 TO WS-PROD-ELEM-READ
                           SET SIDE-PRODUCAO TO TRUE
                           MOVE PED-CODE        TO WS-NEW-RUB-CODE
                           MOVE PED-DESCRIPTION TO WS-NEW-RUB-DESC
                           MOVE PED-NATURE      TO WS-NEW-RUB-NATURE
                           MOVE PED-AMOUNT      TO WS-NEW-RUB-AMOUNT
                           PERFORM STORE-RUBRIC-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROD-ELEMENTS-FILE.

       STORE-RUBRIC-AMOUNT.
           MOVE 0 TO WS-RUB-MATCH
           PERFORM VARYING WS-RUB-INDEX FROM 1 BY 1
                   UNTIL WS-RUB-INDEX > WS-RUB-QTDE
               IF WS-RUB-CODE(WS-RUB-INDEX) = WS-NEW-RUB-CODE
                   MOVE WS-RUB-INDEX TO WS-RUB-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUB-MATCH = 0
               IF WS-RUB-QTDE NOT < 60
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RUB-QTDE
               MOVE WS-RUB-QTDE       TO WS-RUB-MATCH
               MOVE WS-NEW-RUB-CODE   TO WS-RUB-CODE(WS-RUB-MATCH)
               MOVE WS-NEW-RUB-DESC   TO WS-RUB-DESC(WS-RUB-MATCH)
               MOVE WS-NEW-RUB-NATURE TO WS-RUB-NATURE(WS-RUB-MATCH)
               MOVE 0 TO WS-RUB-PROD(WS-RUB-MATCH)
               MOVE 0 TO WS-RUB-SIM(WS-RUB-MATCH)
           END-IF
           IF SIDE-PRODUCAO
               ADD WS-NEW-RUB-AMOUNT TO WS-RUB-PROD(WS-RUB-MATCH)
           ELSE
               ADD WS-NEW-RUB-AMOUNT TO WS-RUB-SIM(WS-RUB-MATCH)
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar payroll_shadow.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA: " WS-REF-MONTH "/" WS-REF-YEAR
                  "   GERADO EM: " WS-CURRENT-DAY "/"
                  WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
                  "   TOLERANCIA NO LIQUIDO: R$ " WS-TOL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROD-IN-PERIOD = 0
               MOVE "ATENCAO: COMPETENCIA SEM FOLHA DE PRODUCAO NO HISTORICO - SIMULACAO COMPARADA CONTRA ZERO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Secao 1: so o que mudou, funcionario a funcionario. Quem nao
      *> teve diferenca em nenhum valor entra apenas na contagem.
       WRITE-EMPLOYEE-DIFFERENCES.
           IF WS-CMP-QTDE > 1
               SORT WS-CMP-ENTRADAS ASCENDING KEY WS-CMP-EMP-ID
           END-IF
           MOVE "--- DIFERENCAS POR FUNCIONARIO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-COLUMNS
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               PERFORM COMPARE-ONE-EMPLOYEE
           END-PERFORM
           IF WS-EMP-WITH-DIFF = 0
               MOVE "  NENHUMA DIFERENCA ENTRE SIMULACAO E PRODUCAO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       COMPARE-ONE-EMPLOYEE.
           PERFORM ACCUMULATE-EMPLOYEE-TOTALS
           MOVE "N" TO WS-HAS-DIFF
           PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                   UNTIL WS-COMP-INDEX > 15
               IF WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX) NOT =
                  WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                   MOVE "S" TO WS-HAS-DIFF
               END-IF
           END-PERFORM
           IF WS-CMP-IN-PROD(WS-CMP-INDEX) NOT = "S" OR
              WS-CMP-IN-SIM(WS-CMP-INDEX) NOT = "S"
               MOVE "S" TO WS-HAS-DIFF
           END-IF
           IF WS-HAS-DIFF = "N"
               ADD 1 TO WS-EMP-NO-DIFF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EMP-WITH-DIFF
           MOVE SPACES TO REPORT-LINE
           STRING WS-CMP-EMP-ID(WS-CMP-INDEX) " "
                  WS-CMP-NAME(WS-CMP-INDEX) " "
                  WS-CMP-DEPT(WS-CMP-INDEX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-CMP-IN-PROD(WS-CMP-INDEX) NOT = "S"
                   MOVE "SO NA SIMULACAO" TO REPORT-LINE(60:15)
                   ADD 1 TO WS-ONLY-SIM
               WHEN WS-CMP-IN-SIM(WS-CMP-INDEX) NOT = "S"
                   MOVE "SO NA PRODUCAO" TO REPORT-LINE(60:14)
                   ADD 1 TO WS-ONLY-PROD
           END-EVALUATE
           WRITE REPORT-LINE
           PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                   UNTIL WS-COMP-INDEX > 15
               IF WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX) NOT =
                  WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                   MOVE SPACES TO WS-VL-LABEL
                   MOVE WS-COMPONENT-NAME(WS-COMP-INDEX)
                       TO WS-VL-LABEL(8:20)
                   MOVE WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX)
                       TO WS-GROUP-PROD
                   MOVE WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                       TO WS-GROUP-SIM
                   MOVE SPACES TO WS-VL-NOTE
                   PERFORM WRITE-VALUE-LINE
               END-IF
           END-PERFORM
           PERFORM CHECK-NET-TOLERANCE.

      *> Liquido alterado alem da tolerancia (ou funcionario de um
      *> lado so) vai para a secao 4.
       CHECK-NET-TOLERANCE.
           COMPUTE WS-DIFF = WS-CMP-SIM(WS-CMP-INDEX, 11) -
                             WS-CMP-PROD(WS-CMP-INDEX, 11)
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF
           IF WS-ABS-DIFF NOT > WS-TOLERANCE AND
              WS-CMP-IN-PROD(WS-CMP-INDEX) = "S" AND
              WS-CMP-IN-SIM(WS-CMP-INDEX) = "S"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVER-TOLERANCE
           ADD 1 TO WS-TOL-QTDE
           MOVE WS-ABS-DIFF TO WS-TOL-ABS(WS-TOL-QTDE)
           MOVE WS-CMP-EMP-ID(WS-CMP-INDEX) TO WS-TOL-EMP-ID(WS-TOL-QTDE)
           MOVE WS-CMP-NAME(WS-CMP-INDEX)   TO WS-TOL-NAME(WS-TOL-QTDE)
           MOVE WS-CMP-DEPT(WS-CMP-INDEX)   TO WS-TOL-DEPT(WS-TOL-QTDE)
           MOVE WS-CMP-PROD(WS-CMP-INDEX, 11) TO WS-TOL-PROD(WS-TOL-QTDE)
           MOVE WS-CMP-SIM(WS-CMP-INDEX, 11)  TO WS-TOL-SIM(WS-TOL-QTDE)
           EVALUATE TRUE
               WHEN WS-CMP-IN-PROD(WS-CMP-INDEX) NOT = "S"
                   MOVE "SO NA SIMULACAO" TO WS-TOL-NOTE(WS-TOL-QTDE)
               WHEN WS-CMP-IN-SIM(WS-CMP-INDEX) NOT = "S"
                   MOVE "SO NA PRODUCAO" TO WS-TOL-NOTE(WS-TOL-QTDE)
               WHEN OTHER
                   MOVE SPACES TO WS-TOL-NOTE(WS-TOL-QTDE)
           END-EVALUATE.

      *> Soma o funcionario nos totais gerais e no seu departamento.
       ACCUMULATE-EMPLOYEE-TOTALS.
           PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                   UNTIL WS-COMP-INDEX > 15
               ADD WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-GRAND-PROD(WS-COMP-INDEX)
               ADD WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-GRAND-SIM(WS-COMP-INDEX)
           END-PERFORM
           MOVE 0 TO WS-DPT-MATCH
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               IF WS-DPT-NAME(WS-DPT-INDEX) = WS-CMP-DEPT(WS-CMP-INDEX)
                   MOVE WS-DPT-INDEX TO WS-DPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DPT-MATCH = 0
               IF WS-DPT-QTDE NOT < 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DPT-QTDE
               MOVE WS-DPT-QTDE TO WS-DPT-MATCH
               MOVE WS-CMP-DEPT(WS-CMP-INDEX) TO WS-DPT-NAME(WS-DPT-MATCH)
               MOVE 0 TO WS-DPT-FUNC(WS-DPT-MATCH)
               PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX > 4
                   MOVE 0 TO WS-DPT-PROD(WS-DPT-MATCH, WS-GROUP-INDEX)
                   MOVE 0 TO WS-DPT-SIM(WS-DPT-MATCH, WS-GROUP-INDEX)
               END-PERFORM
           END-IF
           ADD 1 TO WS-DPT-FUNC(WS-DPT-MATCH)
           ADD WS-CMP-PROD(WS-CMP-INDEX, 1) TO WS-DPT-PROD(WS-DPT-MATCH, 1)
           ADD WS-CMP-SIM(WS-CMP-INDEX, 1)  TO WS-DPT-SIM(WS-DPT-MATCH, 1)
           PERFORM VARYING WS-COMP-INDEX FROM 2 BY 1
                   UNTIL WS-COMP-INDEX > 10
               ADD WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-DPT-PROD(WS-DPT-MATCH, 2)
               ADD WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-DPT-SIM(WS-DPT-MATCH, 2)
           END-PERFORM
           ADD WS-CMP-PROD(WS-CMP-INDEX, 11) TO WS-DPT-PROD(WS-DPT-MATCH, 3)
           ADD WS-CMP-SIM(WS-CMP-INDEX, 11)  TO WS-DPT-SIM(WS-DPT-MATCH, 3)
           PERFORM VARYING WS-COMP-INDEX FROM 12 BY 1
                   UNTIL WS-COMP-INDEX > 15
               ADD WS-CMP-PROD(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-DPT-PROD(WS-DPT-MATCH, 4)
               ADD WS-CMP-SIM(WS-CMP-INDEX, WS-COMP-INDEX)
                   TO WS-DPT-SIM(WS-DPT-MATCH, 4)
           END-PERFORM.

      *> Secao 2: totais por departamento.
       WRITE-DEPARTMENT-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE "--- TOTAIS POR DEPARTAMENTO ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               MOVE WS-DPT-FUNC(WS-DPT-INDEX) TO WS-FUNC-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-DPT-NAME(WS-DPT-INDEX) " (" WS-FUNC-EDIT
                      " func)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX > 4
                   MOVE SPACES TO WS-VL-LABEL
                   MOVE WS-GROUP-NAME(WS-GROUP-INDEX)
                       TO WS-VL-LABEL(8:20)
                   MOVE WS-DPT-PROD(WS-DPT-INDEX, WS-GROUP-INDEX)
                       TO WS-GROUP-PROD
                   MOVE WS-DPT-SIM(WS-DPT-INDEX, WS-GROUP-INDEX)
                       TO WS-GROUP-SIM
                   MOVE SPACES TO WS-VL-NOTE
                   PERFORM WRITE-VALUE-LINE
               END-PERFORM
           END-PERFORM.

      *> Secao 3: verbas fixas da folha (total da empresa) e rubricas
      *> configuraveis da competencia.
       WRITE-RUBRIC-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE "--- TOTAIS POR RUBRICA ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
                   UNTIL WS-COMP-INDEX > 15
               MOVE SPACES TO WS-VL-LABEL
               MOVE WS-COMPONENT-NAME(WS-COMP-INDEX) TO WS-VL-LABEL
               MOVE WS-GRAND-PROD(WS-COMP-INDEX) TO WS-GROUP-PROD
               MOVE WS-GRAND-SIM(WS-COMP-INDEX)  TO WS-GROUP-SIM
               MOVE SPACES TO WS-VL-NOTE
               PERFORM WRITE-VALUE-LINE
           END-PERFORM
           IF WS-RUB-QTDE > 0 AND WS-PROD-ELEM-READ = 0
               MOVE "  (payroll_elements.dat de producao nao e desta competencia - rubricas de producao zeradas)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-RUB-INDEX FROM 1 BY 1
                   UNTIL WS-RUB-INDEX > WS-RUB-QTDE
               MOVE SPACES TO WS-VL-LABEL
               STRING WS-RUB-CODE(WS-RUB-INDEX) " "
                      WS-RUB-DESC(WS-RUB-INDEX) " ("
                      WS-RUB-NATURE(WS-RUB-INDEX) ")"
                      DELIMITED BY SIZE INTO WS-VL-LABEL
               MOVE WS-RUB-PROD(WS-RUB-INDEX) TO WS-GROUP-PROD
               MOVE WS-RUB-SIM(WS-RUB-INDEX)  TO WS-GROUP-SIM
               MOVE SPACES TO WS-VL-NOTE
               PERFORM WRITE-VALUE-LINE
           END-PERFORM.

      *> Secao 4: liquido alterado acima da tolerancia, do maior
      *> desvio para o menor.
       WRITE-TOLERANCE-LIST.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "--- LIQUIDO ALTERADO ACIMA DA TOLERANCIA (R$ "
                  WS-TOL-EDIT ") ---"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOL-QTDE = 0
               MOVE "  NENHUM FUNCIONARIO ACIMA DA TOLERANCIA"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOL-QTDE > 1
               SORT WS-TOL-ENTRADAS DESCENDING KEY WS-TOL-ABS
           END-IF
           PERFORM VARYING WS-TOL-INDEX FROM 1 BY 1
                   UNTIL WS-TOL-INDEX > WS-TOL-QTDE
               MOVE SPACES TO WS-VL-LABEL
               STRING WS-TOL-EMP-ID(WS-TOL-INDEX) " "
                      WS-TOL-NAME(WS-TOL-INDEX)
                      DELIMITED BY SIZE INTO WS-VL-LABEL
               MOVE WS-TOL-PROD(WS-TOL-INDEX) TO WS-GROUP-PROD
               MOVE WS-TOL-SIM(WS-TOL-INDEX)  TO WS-GROUP-SIM
               MOVE WS-TOL-NOTE(WS-TOL-INDEX) TO WS-VL-NOTE
               PERFORM WRITE-VALUE-LINE
           END-PERFORM.

       WRITE-VALUE-LINE.
           MOVE WS-GROUP-PROD TO WS-VL-PROD
           MOVE WS-GROUP-SIM  TO WS-VL-SIM
           COMPUTE WS-VL-DIFF = WS-GROUP-SIM - WS-GROUP-PROD
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Rodape com as contagens e o quadro de visto: a tabela
      *> proposta so entra em producao com a simulacao assinada.
       WRITE-REPORT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "FUNCIONARIOS COMPARADOS: " WS-CMP-QTDE
                  "   COM DIFERENCA: " WS-EMP-WITH-DIFF
                  "   SEM DIFERENCA: " WS-EMP-NO-DIFF
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SO NA PRODUCAO: " WS-ONLY-PROD
                  "   SO NA SIMULACAO: " WS-ONLY-SIM
                  "   LIQUIDO ACIMA DA TOLERANCIA: " WS-OVER-TOLERANCE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE "VISTO DA FOLHA - SIMULACAO CONFERIDA E TABELA PROPOSTA APROVADA PARA PRODUCAO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CONFERIDO POR: ______________________________   DATA: ___/___/______"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "APROVADO POR:  ______________________________   DATA: ___/___/______"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-OVER-TOLERANCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA FOLHA SOMBRA ==="
           DISPLAY "Funcionarios comparados: " WS-CMP-QTDE
           DISPLAY "Com diferenca: " WS-EMP-WITH-DIFF
           DISPLAY "So na producao: " WS-ONLY-PROD
           DISPLAY "So na simulacao: " WS-ONLY-SIM
           DISPLAY "Liquido acima da tolerancia: " WS-OVER-TOLERANCE
           DISPLAY "Relatorio: payroll_shadow.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "PAYROLL-SHADOW" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-SHADOW-READ    TO JRL-RECORDS-PROCESSED
           MOVE WS-OVER-TOLERANCE TO JRL-RECORDS-REJECTED
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
                   WS-SHADOW-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-SHADOW-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.

IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKET-SURVEY.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Comparacao com o mercado: o GRADE-COMPLIANCE mede cada
      *> funcionario contra as nossas proprias faixas, mas nao diz se
      *> as faixas continuam competitivas. Este programa carrega a
      *> pesquisa salarial anual (salary_survey.dat, SALSURV.cpy) e a
      *> leva aos cargos de position_master.dat - pela chave do cargo
      *> ou, sem ela, pelo CBO; na regiao escolhida ou, sem linha
      *> para ela, na linha nacional "BR" - e dos cargos as grades
      *> (media dos percentis dos cargos da grade com pesquisa).
      *> Relatorio market_survey_report.txt em tres secoes:
      *>   1. medio de cada grade contra a mediana (P50) de mercado,
      *>      com a distancia percentual;
      *>   2. salario de cada funcionario ativo de enterprise.dat
      *>      levado ao tempo integral (WORKHRS-RTN) dividido pelo P50
      *>      do seu cargo ou, sem pesquisa para o cargo, da sua grade
      *>      (compa-ratio de mercado), marcando quem esta abaixo do
      *>      P25 ou acima do P75;
      *>   3. departamentos em ordem decrescente de funcionarios
      *>      abaixo do P25.
      *> Grade cujo medio se afasta do P50 mais que a tolerancia
      *> ganha uma linha em ../data/paygrade_proposal.dat
      *> (GRDPROP.cpy): medio novo igual ao P50, minimo e maximo
      *> novos mantendo a amplitude atual da faixa, arredondados ao
      *> real. O mestre de grades nao e alterado - a proposta e para
      *> a equipe de remuneracao revisar.
      *> market.parm: regiao (padrao BR) e tolerancia em % (padrao
      *> 5). Contratado em moeda estrangeira fica fora (pesquisa em
      *> reais); funcionario sem cargo nem grade com pesquisa e
      *> contado como sem referencia. RETURN-CODE 4 com proposta de
      *> revisao, funcionario abaixo do P25 ou linha da pesquisa
      *> rejeitada; sem pesquisa, grades ou cargos, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT SALARY-SURVEY-FILE ASSIGN TO "../data/salary_survey.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEY-FILE-STATUS.

           SELECT PAYGRADE-MASTER-FILE ASSIGN TO "../data/paygrade_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT PAYGRADE-PROPOSAL-FILE ASSIGN TO "../data/paygrade_proposal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

           SELECT MARKET-PARM-FILE ASSIGN TO "market.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKET-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "market_survey_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD SALARY-SURVEY-FILE.
       COPY SALSURV.

       FD PAYGRADE-MASTER-FILE.
       COPY PAYGRD.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD PAYGRADE-PROPOSAL-FILE.
       COPY GRDPROP.

       FD MARKET-PARM-FILE.
       01 MARKET-PARM-RECORD.
           05 MKP-REGION          PIC X(2).
           05 FILLER              PIC X.
           05 MKP-TOLERANCE       PIC X(2).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY WORKHRS.

       01 WS-FILE-STATUSES.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-SURVEY-FILE-STATUS   PIC XX.
           05 WS-PAYGRADE-FILE-STATUS PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-PROPOSAL-FILE-STATUS PIC XX.
           05 WS-MARKET-PARM-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".

      *> Regiao de comparacao e tolerancia (market.parm).
       01 WS-REGION                   PIC X(2) VALUE "BR".
       01 WS-NATIONAL-REGION          PIC X(2) VALUE "BR".
       01 WS-TOLERANCE                PIC 99 VALUE 5.
       01 WS-SURVEY-YEAR              PIC 9(4) VALUE 0.

      *> Linhas da pesquisa da regiao escolhida e nacionais; as das
      *> demais regioes nao sao usadas.
       01 WS-SVY-TABLE.
           05 WS-SVY-QTDE         PIC 9(3) VALUE 0.
           05 WS-SVY-ENTRADAS OCCURS 300 TIMES.
               10 WS-SVY-KEY          PIC X(6).
               10 WS-SVY-REGION       PIC X(2).
               10 WS-SVY-P25          PIC 9(8)V99.
               10 WS-SVY-P50          PIC 9(8)V99.
               10 WS-SVY-P75          PIC 9(8)V99.
       01 WS-SVY-INDEX            PIC 9(3).
       01 WS-SVY-MATCH            PIC 9(3).
       01 WS-FIND-KEY             PIC X(6).
       01 WS-FIND-REGION          PIC X(2).

      *> Faixa de cada grade e o mercado da grade (media dos
      *> percentis dos cargos da grade que tem pesquisa).
       01 WS-GRADE-TABLE.
           05 WS-GRADE-QTDE       PIC 99 VALUE 0.
           05 WS-GRADE-ENTRADAS OCCURS 20 TIMES.
               10 WS-GRADE-CODE       PIC X(3).
               10 WS-GRADE-MIN        PIC 9(8)V99.
               10 WS-GRADE-MID        PIC 9(8)V99.
               10 WS-GRADE-MAX        PIC 9(8)V99.
               10 WS-GRADE-POSITIONS  PIC 99.
               10 WS-GRADE-SUM-P25    PIC 9(10)V99.
               10 WS-GRADE-SUM-P50    PIC 9(10)V99.
               10 WS-GRADE-SUM-P75    PIC 9(10)V99.
               10 WS-GRADE-P25        PIC 9(8)V99.
               10 WS-GRADE-P50        PIC 9(8)V99.
               10 WS-GRADE-P75        PIC 9(8)V99.
       01 WS-GRADE-INDEX          PIC 99.
       01 WS-GRADE-MATCH          PIC 99.

      *> Cargos ativos e o mercado de cada um (WS-POS-SOURCE diz por
      *> onde a pesquisa casou: CARGO ou CBO, e a regiao).
       01 WS-POS-TABLE.
           05 WS-POS-QTDE         PIC 9(3) VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 200 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-CBO          PIC X(6).
               10 WS-POS-GRADE        PIC X(3).
               10 WS-POS-SVY          PIC 9(3).
               10 WS-POS-SOURCE       PIC X(5).
       01 WS-POS-INDEX            PIC 9(3).
       01 WS-POS-MATCH            PIC 9(3).

      *> Funcionarios comparados por departamento (nome gravado em
      *> EMP-DEPARTMENT); ordenada por abaixo do P25 na secao 3.
       01 WS-DPT-QTDE                 PIC 99 VALUE 0.
       01 WS-DPT-TABLE.
           05 DPT-ENTRY OCCURS 1 TO 30 TIMES
                   DEPENDING ON WS-DPT-QTDE.
               10 DPT-BELOW           PIC 9(5).
               10 DPT-NAME            PIC X(20).
               10 DPT-COMPARED        PIC 9(5).
               10 DPT-ABOVE           PIC 9(5).
       01 WS-DPT-INDEX                PIC 99.
       01 WS-DPT-MATCH                PIC 99.

       01 WS-CALC-FIELDS.
           05 WS-GAP-PCT          PIC S9(3)V99.
           05 WS-GAP-ABS          PIC 9(3)V99.
           05 WS-ROUND-WORK       PIC 9(8).
           05 WS-FTE-SALARY       PIC 9(8)V99.
           05 WS-COMPA            PIC 9(3)V999.
           05 WS-BELOW-PCT        PIC 9(3)V99.
           05 WS-MKT-P25          PIC 9(8)V99.
           05 WS-MKT-P50          PIC 9(8)V99.
           05 WS-MKT-P75          PIC 9(8)V99.
           05 WS-MKT-REF          PIC X(5).
           05 WS-SITUACAO         PIC X(10).
           05 WS-PROPOSTA         PIC X(8).

       01 WS-COUNTERS.
           05 WS-SVY-READ         PIC 9(5) VALUE 0.
           05 WS-SVY-REJECTED     PIC 9(5) VALUE 0.
           05 WS-POS-WITH-SURVEY  PIC 9(3) VALUE 0.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-COMPARED         PIC 9(5) VALUE 0.
           05 WS-SEM-REFERENCIA   PIC 9(5) VALUE 0.
           05 WS-FOREIGN-CURRENCY PIC 9(5) VALUE 0.
           05 WS-BELOW-P25        PIC 9(5) VALUE 0.
           05 WS-ABOVE-P75        PIC 9(5) VALUE 0.
           05 WS-PROPOSALS        PIC 99 VALUE 0.

       01 WS-GRADE-LINE.
           05 GL-GRADE                PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 GL-MIN                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 GL-MID                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 GL-MAX                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 GL-POSITIONS            PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 GL-P25                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 GL-P50                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 GL-P75                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 GL-GAP                  PIC -ZZ9,99.
           05 FILLER                  PIC X VALUE "%".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 GL-PROPOSTA             PIC X(8).
           05 FILLER                  PIC X(13) VALUE SPACES.

       01 WS-EMPLOYEE-LINE.
           05 EL-EMP-ID               PIC X(6).
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-NAME                 PIC X(30).
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-DEPT                 PIC X(20).
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-GRADE                PIC X(3).
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-POSITION             PIC X(5).
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-SALARY               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X VALUE SPACE.
           05 EL-P50                  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EL-COMPA                PIC ZZ9,999.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EL-REF                  PIC X(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 EL-SITUACAO             PIC X(10).
           05 FILLER                  PIC X(8) VALUE SPACES.

       01 WS-DEPT-LINE.
           05 DL-DEPT                 PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-COMPARED             PIC ZZZZ9.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DL-BELOW                PIC ZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 DL-BELOW-PCT            PIC ZZ9,99.
           05 FILLER                  PIC X VALUE "%".
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 DL-ABOVE                PIC ZZZZ9.
           05 FILLER                  PIC X(78) VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 FORMATTED-COUNT         PIC ZZZZ9.
           05 FORMATTED-TOLERANCE     PIC Z9.

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(132) VALUE ALL "=".
           05 SEPARATOR-SMALL    PIC X(132) VALUE ALL "-".
           05 TITLE-1            PIC X(132) VALUE
                   "PESQUISA SALARIAL DE MERCADO - FAIXAS E COMPA-RATIO".
           05 GRADE-HEADER       PIC X(132) VALUE
                   "GRD         MINIMO         MEDIO        MAXIMO  CG     MERC. P25     MERC. P50     MERC. P75  DIST.MED  PROPOSTA".
           05 EMPLOYEE-HEADER    PIC X(132) VALUE
                   "MATRIC NOME                           DEPARTAMENTO         GRD CARGO  SALARIO INTEG.     MERC. P50   COMPA  REF.   SITUACAO".
           05 DEPT-HEADER        PIC X(132) VALUE
                   "DEPARTAMENTO          COMPAR.  ABAIXO P25   % ABAIXO  ACIMA P75".

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
               PERFORM MAP-POSITIONS
               PERFORM GRADE-SECTION
               PERFORM EMPLOYEE-SECTION
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM DEPARTMENT-SECTION
               PERFORM FINISH-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PESQUISA SALARIAL DE MERCADO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM READ-MARKET-PARM
           PERFORM LOAD-PAY-GRADES
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SURVEY
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-POSITIONS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "market_survey_report.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYGRADE-PROPOSAL-FILE
           IF WS-PROPOSAL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "paygrade_proposal.dat"
               CLOSE REPORT-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOLERANCE TO FORMATTED-TOLERANCE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "PESQUISA " WS-SURVEY-YEAR
                  "  REGIAO " WS-REGION
                  " (SEM LINHA PROPRIA: NACIONAL " WS-NATIONAL-REGION
                  ")  TOLERANCIA " FORMATTED-TOLERANCE "%"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Parm ausente ou em branco fica no padrao: linha nacional e
      *> tolerancia de 5%.
       READ-MARKET-PARM.
           OPEN INPUT MARKET-PARM-FILE
           IF WS-MARKET-PARM-STATUS NOT = "00"
               DISPLAY "market.parm nao encontrado - regiao "
                       WS-REGION " e tolerancia padrao"
               EXIT PARAGRAPH
           END-IF
           READ MARKET-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF MKP-REGION NOT = SPACES
                       MOVE MKP-REGION TO WS-REGION
                   END-IF
                   IF MKP-TOLERANCE NUMERIC
                       MOVE MKP-TOLERANCE TO WS-TOLERANCE
                   END-IF
           END-READ
           CLOSE MARKET-PARM-FILE
           DISPLAY "Regiao: " WS-REGION " Tolerancia: " WS-TOLERANCE "%".

       LOAD-PAY-GRADES.
           OPEN INPUT PAYGRADE-MASTER-FILE
           IF WS-PAYGRADE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: paygrade_master.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYGRADE-FILE-STATUS NOT = "00"
               READ PAYGRADE-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-GRADE-QTDE < 20
                           ADD 1 TO WS-GRADE-QTDE
                           INITIALIZE WS-GRADE-ENTRADAS(WS-GRADE-QTDE)
                           MOVE GRD-CODE
                               TO WS-GRADE-CODE(WS-GRADE-QTDE)
                           MOVE GRD-SALARY-MIN
                               TO WS-GRADE-MIN(WS-GRADE-QTDE)
                           MOVE GRD-SALARY-MID
                               TO WS-GRADE-MID(WS-GRADE-QTDE)
                           MOVE GRD-SALARY-MAX
                               TO WS-GRADE-MAX(WS-GRADE-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYGRADE-MASTER-FILE
           DISPLAY "Grades cadastradas: " WS-GRADE-QTDE.

      *> Percentis zerados, fora de ordem ou nao numericos tornam a
      *> linha invalida: fica fora, contada como rejeitada.
       LOAD-SURVEY.
           OPEN INPUT SALARY-SURVEY-FILE
           IF WS-SURVEY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: salary_survey.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SURVEY-FILE-STATUS NOT = "00"
               READ SALARY-SURVEY-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SVY-READ
                       PERFORM STORE-SURVEY-LINE
               END-READ
           END-PERFORM
           CLOSE SALARY-SURVEY-FILE
           DISPLAY "Linhas da pesquisa lidas: " WS-SVY-READ
                   " usadas: " WS-SVY-QTDE
                   " rejeitadas: " WS-SVY-REJECTED
           IF WS-SVY-QTDE = 0
               DISPLAY "ERRO CRITICO: nenhuma linha da pesquisa para "
                       "a regiao " WS-REGION
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

       STORE-SURVEY-LINE.
           IF SVY-P25 NOT NUMERIC OR SVY-P50 NOT NUMERIC OR
              SVY-P75 NOT NUMERIC OR SVY-JOB-KEY = SPACES
               ADD 1 TO WS-SVY-REJECTED
               DISPLAY "Aviso: linha da pesquisa invalida: "
                       SALARY-SURVEY-RECORD
               EXIT PARAGRAPH
           END-IF
           IF SVY-P50 = 0 OR SVY-P25 > SVY-P50 OR SVY-P50 > SVY-P75
               ADD 1 TO WS-SVY-REJECTED
               DISPLAY "Aviso: percentis fora de ordem na pesquisa: "
                       SVY-JOB-KEY " " SVY-REGION
               EXIT PARAGRAPH
           END-IF
           IF SVY-REGION NOT = WS-REGION AND
              SVY-REGION NOT = WS-NATIONAL-REGION
               EXIT PARAGRAPH
           END-IF
           IF WS-SVY-QTDE >= 300
               ADD 1 TO WS-SVY-REJECTED
               DISPLAY "Aviso: tabela da pesquisa cheia - linha "
                       SVY-JOB-KEY " " SVY-REGION " ignorada"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SVY-QTDE
           MOVE SVY-JOB-KEY TO WS-SVY-KEY(WS-SVY-QTDE)
           MOVE SVY-REGION  TO WS-SVY-REGION(WS-SVY-QTDE)
           MOVE SVY-P25     TO WS-SVY-P25(WS-SVY-QTDE)
           MOVE SVY-P50     TO WS-SVY-P50(WS-SVY-QTDE)
           MOVE SVY-P75     TO WS-SVY-P75(WS-SVY-QTDE)
           IF SVY-YEAR NUMERIC AND SVY-YEAR > WS-SURVEY-YEAR
               MOVE SVY-YEAR TO WS-SURVEY-YEAR
           END-IF.

       LOAD-POSITIONS.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: position_master.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
               READ POSITION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POS-IS-ACTIVE AND WS-POS-QTDE < 200
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE TO WS-POS-CODE(WS-POS-QTDE)
                           MOVE POS-CBO-CODE
                               TO WS-POS-CBO(WS-POS-QTDE)
                           MOVE POS-GRADE-CODE
                               TO WS-POS-GRADE(WS-POS-QTDE)
                           MOVE 0 TO WS-POS-SVY(WS-POS-QTDE)
                           MOVE SPACES TO WS-POS-SOURCE(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE
           DISPLAY "Cargos ativos: " WS-POS-QTDE.

      *> Casamento de cada cargo com a pesquisa, do mais especifico ao
      *> mais geral: codigo do cargo na regiao, CBO na regiao, codigo
      *> do cargo na linha nacional, CBO na linha nacional. O
      *> mercado do cargo soma no mercado da sua grade.
       MAP-POSITIONS.
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               MOVE WS-POS-CODE(WS-POS-INDEX) TO WS-FIND-KEY
               MOVE WS-REGION TO WS-FIND-REGION
               PERFORM FIND-SURVEY-LINE
               MOVE "CARGO" TO WS-POS-SOURCE(WS-POS-INDEX)
               IF WS-SVY-MATCH = 0
                   MOVE WS-POS-CBO(WS-POS-INDEX) TO WS-FIND-KEY
                   PERFORM FIND-SURVEY-LINE
                   MOVE "CBO" TO WS-POS-SOURCE(WS-POS-INDEX)
               END-IF
               IF WS-SVY-MATCH = 0
                   MOVE WS-POS-CODE(WS-POS-INDEX) TO WS-FIND-KEY
                   MOVE WS-NATIONAL-REGION TO WS-FIND-REGION
                   PERFORM FIND-SURVEY-LINE
                   MOVE "CARGO" TO WS-POS-SOURCE(WS-POS-INDEX)
               END-IF
               IF WS-SVY-MATCH = 0
                   MOVE WS-POS-CBO(WS-POS-INDEX) TO WS-FIND-KEY
                   PERFORM FIND-SURVEY-LINE
                   MOVE "CBO" TO WS-POS-SOURCE(WS-POS-INDEX)
               END-IF
               MOVE WS-SVY-MATCH TO WS-POS-SVY(WS-POS-INDEX)
               IF WS-SVY-MATCH = 0
                   MOVE SPACES TO WS-POS-SOURCE(WS-POS-INDEX)
                   DISPLAY "Cargo sem pesquisa: "
                           WS-POS-CODE(WS-POS-INDEX)
                           " CBO " WS-POS-CBO(WS-POS-INDEX)
               ELSE
                   ADD 1 TO WS-POS-WITH-SURVEY
                   MOVE WS-POS-GRADE(WS-POS-INDEX) TO WS-FIND-KEY
                   PERFORM FIND-GRADE
                   IF WS-GRADE-MATCH > 0
                       ADD 1 TO WS-GRADE-POSITIONS(WS-GRADE-MATCH)
                       ADD WS-SVY-P25(WS-SVY-MATCH)
                           TO WS-GRADE-SUM-P25(WS-GRADE-MATCH)
                       ADD WS-SVY-P50(WS-SVY-MATCH)
                           TO WS-GRADE-SUM-P50(WS-GRADE-MATCH)
                       ADD WS-SVY-P75(WS-SVY-MATCH)
                           TO WS-GRADE-SUM-P75(WS-GRADE-MATCH)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-QTDE
               IF WS-GRADE-POSITIONS(WS-GRADE-INDEX) > 0
                   COMPUTE WS-GRADE-P25(WS-GRADE-INDEX) ROUNDED =
                       WS-GRADE-SUM-P25(WS-GRADE-INDEX) /
                       WS-GRADE-POSITIONS(WS-GRADE-INDEX)
                   COMPUTE WS-GRADE-P50(WS-GRADE-INDEX) ROUNDED =
                       WS-GRADE-SUM-P50(WS-GRADE-INDEX) /
                       WS-GRADE-POSITIONS(WS-GRADE-INDEX)
                   COMPUTE WS-GRADE-P75(WS-GRADE-INDEX) ROUNDED =
                       WS-GRADE-SUM-P75(WS-GRADE-INDEX) /
                       WS-GRADE-POSITIONS(WS-GRADE-INDEX)
               END-IF
           END-PERFORM.

       FIND-SURVEY-LINE.
           MOVE 0 TO WS-SVY-MATCH
           IF WS-FIND-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SVY-INDEX FROM 1 BY 1
                   UNTIL WS-SVY-INDEX > WS-SVY-QTDE
               IF WS-SVY-KEY(WS-SVY-INDEX) = WS-FIND-KEY AND
                  WS-SVY-REGION(WS-SVY-INDEX) = WS-FIND-REGION
                   MOVE WS-SVY-INDEX TO WS-SVY-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-GRADE.
           MOVE 0 TO WS-GRADE-MATCH
           IF WS-FIND-KEY(1:3) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-QTDE
               IF WS-GRADE-CODE(WS-GRADE-INDEX) = WS-FIND-KEY(1:3)
                   MOVE WS-GRADE-INDEX TO WS-GRADE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Secao 1: medio da grade contra o P50 de mercado. Distancia
      *> = (P50 - medio) / medio; positiva quando o mercado paga
      *> mais. Acima da tolerancia, em qualquer direcao, a grade vai
      *> para a proposta de revisao.
       GRADE-SECTION.
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           MOVE "1. FAIXAS POR GRADE X MEDIANA DE MERCADO (CG = CARGOS DA GRADE COM PESQUISA)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           WRITE REPORT-LINE FROM GRADE-HEADER
           PERFORM VARYING WS-GRADE-INDEX FROM 1 BY 1
                   UNTIL WS-GRADE-INDEX > WS-GRADE-QTDE
               PERFORM WRITE-GRADE-LINE
           END-PERFORM.

       WRITE-GRADE-LINE.
           MOVE WS-GRADE-CODE(WS-GRADE-INDEX) TO GL-GRADE
           MOVE WS-GRADE-MIN(WS-GRADE-INDEX)  TO GL-MIN
           MOVE WS-GRADE-MID(WS-GRADE-INDEX)  TO GL-MID
           MOVE WS-GRADE-MAX(WS-GRADE-INDEX)  TO GL-MAX
           MOVE WS-GRADE-POSITIONS(WS-GRADE-INDEX) TO GL-POSITIONS
           MOVE WS-GRADE-P25(WS-GRADE-INDEX)  TO GL-P25
           MOVE WS-GRADE-P50(WS-GRADE-INDEX)  TO GL-P50
           MOVE WS-GRADE-P75(WS-GRADE-INDEX)  TO GL-P75
           MOVE 0 TO WS-GAP-PCT
           MOVE SPACES TO WS-PROPOSTA
           IF WS-GRADE-POSITIONS(WS-GRADE-INDEX) = 0
               MOVE "SEM PESQ" TO WS-PROPOSTA
           ELSE
               IF WS-GRADE-MID(WS-GRADE-INDEX) > 0
                   COMPUTE WS-GAP-PCT ROUNDED =
                       (WS-GRADE-P50(WS-GRADE-INDEX) -
                        WS-GRADE-MID(WS-GRADE-INDEX)) * 100 /
                        WS-GRADE-MID(WS-GRADE-INDEX)
                       ON SIZE ERROR MOVE 999,99 TO WS-GAP-PCT
                   END-COMPUTE
                   MOVE WS-GAP-PCT TO WS-GAP-ABS
                   IF WS-GAP-ABS > WS-TOLERANCE
                       MOVE "REVISAR" TO WS-PROPOSTA
                       PERFORM WRITE-PROPOSAL
                   END-IF
               END-IF
           END-IF
           MOVE WS-GAP-PCT TO GL-GAP
           MOVE WS-PROPOSTA TO GL-PROPOSTA
           WRITE REPORT-LINE FROM WS-GRADE-LINE.

      *> Faixa proposta: medio no P50 da grade e minimo e maximo na
      *> mesma proporcao do medio que tem hoje, arredondados ao real.
       WRITE-PROPOSAL.
           MOVE SPACES TO PAYGRADE-PROPOSAL-RECORD
           MOVE WS-GRADE-CODE(WS-GRADE-INDEX) TO GPR-CODE
           COMPUTE WS-ROUND-WORK ROUNDED =
               WS-GRADE-P50(WS-GRADE-INDEX) *
               WS-GRADE-MIN(WS-GRADE-INDEX) /
               WS-GRADE-MID(WS-GRADE-INDEX)
           MOVE WS-ROUND-WORK TO GPR-NEW-MIN
           COMPUTE WS-ROUND-WORK ROUNDED = WS-GRADE-P50(WS-GRADE-INDEX)
           MOVE WS-ROUND-WORK TO GPR-NEW-MID
           COMPUTE WS-ROUND-WORK ROUNDED =
               WS-GRADE-P50(WS-GRADE-INDEX) *
               WS-GRADE-MAX(WS-GRADE-INDEX) /
               WS-GRADE-MID(WS-GRADE-INDEX)
           MOVE WS-ROUND-WORK TO GPR-NEW-MAX
           MOVE WS-GRADE-MIN(WS-GRADE-INDEX) TO GPR-CUR-MIN
           MOVE WS-GRADE-MID(WS-GRADE-INDEX) TO GPR-CUR-MID
           MOVE WS-GRADE-MAX(WS-GRADE-INDEX) TO GPR-CUR-MAX
           MOVE WS-GRADE-P50(WS-GRADE-INDEX) TO GPR-MARKET-P50
           MOVE WS-GAP-PCT TO GPR-GAP-PCT
           MOVE WS-GRADE-POSITIONS(WS-GRADE-INDEX) TO GPR-POSITIONS
           MOVE WS-SURVEY-YEAR TO GPR-SURVEY-YEAR
           MOVE WS-REGION TO GPR-REGION
           WRITE PAYGRADE-PROPOSAL-RECORD
           ADD 1 TO WS-PROPOSALS.

      *> Secao 2: compa-ratio de mercado de cada ativo.
       EMPLOYEE-SECTION.
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           MOVE "2. SALARIO (TEMPO INTEGRAL) / MEDIANA DE MERCADO DO CARGO OU DA GRADE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           WRITE REPORT-LINE FROM EMPLOYEE-HEADER
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: enterprise.dat nao encontrado"
               CLOSE REPORT-FILE
               CLOSE PAYGRADE-PROPOSAL-FILE
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
                           PERFORM COMPARE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

      *> Mercado do funcionario: o do cargo, se o cargo tem pesquisa;
      *> senao o da grade (a do cadastro ou, em branco, a do cargo).
       COMPARE-ONE-EMPLOYEE.
           IF CURRENCY-IS-USD
               ADD 1 TO WS-FOREIGN-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POS-MATCH
           IF EMP-POSITION-CODE NOT = SPACES
               PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                       UNTIL WS-POS-INDEX > WS-POS-QTDE
                   IF WS-POS-CODE(WS-POS-INDEX) = EMP-POSITION-CODE
                       MOVE WS-POS-INDEX TO WS-POS-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-MKT-REF
           IF WS-POS-MATCH > 0
               IF WS-POS-SVY(WS-POS-MATCH) > 0
                   MOVE WS-POS-SVY(WS-POS-MATCH) TO WS-SVY-MATCH
                   MOVE WS-SVY-P25(WS-SVY-MATCH) TO WS-MKT-P25
                   MOVE WS-SVY-P50(WS-SVY-MATCH) TO WS-MKT-P50
                   MOVE WS-SVY-P75(WS-SVY-MATCH) TO WS-MKT-P75
                   MOVE WS-POS-SOURCE(WS-POS-MATCH) TO WS-MKT-REF
               END-IF
           END-IF
           IF WS-MKT-REF = SPACES
               MOVE EMP-GRADE-CODE TO WS-FIND-KEY
               IF EMP-GRADE-CODE = SPACES AND WS-POS-MATCH > 0
                   MOVE WS-POS-GRADE(WS-POS-MATCH) TO WS-FIND-KEY
               END-IF
               PERFORM FIND-GRADE
               IF WS-GRADE-MATCH > 0
                   IF WS-GRADE-POSITIONS(WS-GRADE-MATCH) > 0
                       MOVE WS-GRADE-P25(WS-GRADE-MATCH) TO WS-MKT-P25
                       MOVE WS-GRADE-P50(WS-GRADE-MATCH) TO WS-MKT-P50
                       MOVE WS-GRADE-P75(WS-GRADE-MATCH) TO WS-MKT-P75
                       MOVE "GRADE" TO WS-MKT-REF
                   END-IF
               END-IF
           END-IF
           IF WS-MKT-REF = SPACES
               ADD 1 TO WS-SEM-REFERENCIA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-COMPARED
           MOVE EMP-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE EMP-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE EMP-SALARY       TO WKH-SALARY
           PERFORM WKH-DERIVE
           COMPUTE WS-FTE-SALARY ROUNDED = WKH-MONTH-BASE / WKH-FTE
           COMPUTE WS-COMPA ROUNDED = WS-FTE-SALARY / WS-MKT-P50
               ON SIZE ERROR MOVE 999,999 TO WS-COMPA
           END-COMPUTE
           MOVE SPACES TO WS-SITUACAO
           IF WS-FTE-SALARY < WS-MKT-P25
               MOVE "ABAIXO P25" TO WS-SITUACAO
               ADD 1 TO WS-BELOW-P25
           END-IF
           IF WS-FTE-SALARY > WS-MKT-P75
               MOVE "ACIMA P75" TO WS-SITUACAO
               ADD 1 TO WS-ABOVE-P75
           END-IF
           PERFORM COUNT-DEPARTMENT

           MOVE EMP-ID            TO EL-EMP-ID
           MOVE EMP-NAME          TO EL-NAME
           MOVE EMP-DEPARTMENT    TO EL-DEPT
           MOVE EMP-GRADE-CODE    TO EL-GRADE
           MOVE EMP-POSITION-CODE TO EL-POSITION
           MOVE WS-FTE-SALARY     TO EL-SALARY
           MOVE WS-MKT-P50        TO EL-P50
           MOVE WS-COMPA          TO EL-COMPA
           MOVE WS-MKT-REF        TO EL-REF
           MOVE WS-SITUACAO       TO EL-SITUACAO
           WRITE REPORT-LINE FROM WS-EMPLOYEE-LINE.

       COUNT-DEPARTMENT.
           MOVE 0 TO WS-DPT-MATCH
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               IF DPT-NAME(WS-DPT-INDEX) = EMP-DEPARTMENT
                   MOVE WS-DPT-INDEX TO WS-DPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DPT-MATCH = 0
               IF WS-DPT-QTDE >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DPT-QTDE
               MOVE WS-DPT-QTDE TO WS-DPT-MATCH
               MOVE EMP-DEPARTMENT TO DPT-NAME(WS-DPT-MATCH)
               MOVE 0 TO DPT-COMPARED(WS-DPT-MATCH)
               MOVE 0 TO DPT-BELOW(WS-DPT-MATCH)
               MOVE 0 TO DPT-ABOVE(WS-DPT-MATCH)
           END-IF
           ADD 1 TO DPT-COMPARED(WS-DPT-MATCH)
           IF WS-SITUACAO = "ABAIXO P25"
               ADD 1 TO DPT-BELOW(WS-DPT-MATCH)
           END-IF
           IF WS-SITUACAO = "ACIMA P75"
               ADD 1 TO DPT-ABOVE(WS-DPT-MATCH)
           END-IF.

      *> Secao 3: departamentos do que tem mais gente abaixo do P25
      *> para o que tem menos.
       DEPARTMENT-SECTION.
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           MOVE "3. DEPARTAMENTOS POR FUNCIONARIOS ABAIXO DO P25 DE MERCADO"
               TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR-SMALL
           WRITE REPORT-LINE FROM DEPT-HEADER
           IF WS-DPT-QTDE = 0
               MOVE "  (nenhum funcionario comparado)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SORT DPT-ENTRY DESCENDING KEY DPT-BELOW
                          ASCENDING KEY DPT-NAME
           PERFORM VARYING WS-DPT-INDEX FROM 1 BY 1
                   UNTIL WS-DPT-INDEX > WS-DPT-QTDE
               MOVE DPT-NAME(WS-DPT-INDEX)     TO DL-DEPT
               MOVE DPT-COMPARED(WS-DPT-INDEX) TO DL-COMPARED
               MOVE DPT-BELOW(WS-DPT-INDEX)    TO DL-BELOW
               MOVE DPT-ABOVE(WS-DPT-INDEX)    TO DL-ABOVE
               COMPUTE WS-BELOW-PCT ROUNDED =
                   DPT-BELOW(WS-DPT-INDEX) * 100 /
                   DPT-COMPARED(WS-DPT-INDEX)
               MOVE WS-BELOW-PCT TO DL-BELOW-PCT
               WRITE REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM.

       FINISH-REPORT.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "COMPARADOS: " WS-COMPARED
                  "  ABAIXO P25: " WS-BELOW-P25
                  "  ACIMA P75: " WS-ABOVE-P75
                  "  SEM REFERENCIA: " WS-SEM-REFERENCIA
                  "  MOEDA ESTRANGEIRA: " WS-FOREIGN-CURRENCY
                  "  GRADES A REVISAR: " WS-PROPOSALS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE PAYGRADE-PROPOSAL-FILE
           DISPLAY "Relatorio gerado: market_survey_report.txt"
           DISPLAY "Proposta de faixas: ../data/paygrade_proposal.dat ("
                   WS-PROPOSALS " grade(s))"
           IF WS-PROPOSALS > 0 OR WS-BELOW-P25 > 0 OR
              WS-SVY-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Cargos com pesquisa: " WS-POS-WITH-SURVEY
                   " de " WS-POS-QTDE
           DISPLAY "Funcionarios ativos lidos: " WS-RECORDS-READ
           DISPLAY "Comparados com o mercado: " WS-COMPARED
           DISPLAY "Abaixo do P25: " WS-BELOW-P25
           DISPLAY "Acima do P75: " WS-ABOVE-P75
           DISPLAY "Sem referencia de mercado: " WS-SEM-REFERENCIA
           DISPLAY "Fora por moeda estrangeira: " WS-FOREIGN-CURRENCY
           DISPLAY "Grades propostas para revisao: " WS-PROPOSALS.

       WRITE-JOB-LOG-ENTRY.
           MOVE "MARKET-SURVEY" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-SEM-REFERENCIA TO JRL-RECORDS-REJECTED
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

       COPY WORKHRS-RTN.

IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSION-REMIT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Arquivo mensal de contribuicoes para as entidades de
      *> previdencia complementar: le as contribuicoes gravadas pela
      *> folha mensal (pension_deductions.dat, PENSDED.cpy - a do
      *> participante e a contrapartida da empresa), cruza cada uma
      *> com a tabela de planos (pensionplan.parm, PENSPLAN.cpy) e
      *> gera um arquivo por plano (previdencia_<plano>_<data>.dat)
      *> com header "HDR" (plano, entidade, competencia e data de
      *> geracao), um detalhe "DET" por participante e trailer "TRL"
      *> com os totais de controle - quantidade de participantes,
      *> soma das contribuicoes dos participantes, soma das
      *> contrapartidas e total a repassar. Substitui a planilha da
      *> contrapartida mandada por e-mail: a entidade confere o
      *> arquivo pelo trailer. Contribuicao de plano fora da tabela
      *> nao sai (a entidade e desconhecida), vai para o relatorio e
      *> o passo termina com codigo 4. Sai tambem o relatorio do
      *> repasse (pension_remit_report.txt) por plano. O arquivo e
      *> montado a cada rodada a partir das contribuicoes da ultima
      *> folha.
      *> Registra a rodada em job_run_log.dat como todo passo batch.
      *> Cada contribuicao repassada fica registrada por plano e
      *> inscricao em pension_remit_control.dat (PENSCTL.cpy) com a
      *> competencia que saiu; contribuicao de competencia ja
      *> repassada e pulada - na rerodada do mesmo dia, que leva a
      *> empresa retida depois de consolidada, so ela sai, e a entidade
      *> nao recebe duas vezes as demais. O controle so e regravado
      *> quando os arquivos sairam sem erro. E o arquivo do dia nao e
      *> sobrescrito: a segunda rodada grava
      *> previdencia_<plano>_<data>_02.dat, a terceira _03, e assim por
      *> diante - como a remessa da folha.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENSION-PLAN-FILE ASSIGN TO "pensionplan.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPLAN-FILE-STATUS.

           SELECT PENSION-DEDUCTION-FILE
               ASSIGN TO "../data/pension_deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENSDED-FILE-STATUS.

           SELECT PENSION-CONTROL-FILE
               ASSIGN TO "../data/pension_remit_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENSCTL-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN DYNAMIC WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "pension_remit_report.txt"
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

       FD PENSION-PLAN-FILE.
       COPY PENSPLAN.

       FD PENSION-DEDUCTION-FILE.
       COPY PENSDED.

       FD PENSION-CONTROL-FILE.
       COPY PENSCTL.

       FD REMIT-FILE.
       01 REMIT-LINE              PIC X(150).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-PPLAN-FILE-STATUS   PIC XX.
           05 WS-PENSDED-FILE-STATUS PIC XX.
           05 WS-PENSCTL-FILE-STATUS PIC XX.
           05 WS-REMIT-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-NO-PLANS-FLAG        PIC X VALUE "N".

       01 WS-REMIT-FILENAME          PIC X(40).
      *> Sequencia do arquivo no dia: 1 = nome so com a data.
       01 WS-NAME-SEQ                PIC 99.

      *> Controle do repasse inteiro em tabela: avancado pelas
      *> contribuicoes repassadas e regravado no final.
       01 WS-PC-TABLE.
           05 WS-PC-QTDE          PIC 9(4) VALUE 0.
           05 WS-PC-ENTRADAS OCCURS 5000 TIMES.
               10 WS-PC-REG       PIC X(40).
       01 WS-PC-INDEX             PIC 9(4).
       01 WS-PC-MATCH             PIC 9(4).

      *> Planos da tabela, com o que cada um acumulou nesta rodada.
       01 WS-PNP-TABLE.
           05 WS-PNP-QTDE         PIC 99 VALUE 0.
           05 WS-PNP-ENTRADAS OCCURS 20 TIMES.
               10 WS-PNP-CODE         PIC X(4).
               10 WS-PNP-PROVIDER     PIC X(30).
               10 WS-PNP-COUNT        PIC 9(6).
               10 WS-PNP-EMP-TOTAL    PIC 9(13)V99.
               10 WS-PNP-EMPR-TOTAL   PIC 9(13)V99.
       01 WS-PNP-INDEX            PIC 99.
       01 WS-PNP-MATCH            PIC 99.

      *> Contribuicoes que entram nos arquivos, ordenadas por plano e
      *> inscricao (SORT de tabela, como no LOAN-REMIT).
       01 WS-PR-QTDE              PIC 9(4) VALUE 0.
       01 WS-PR-TABLE.
           05 WS-PR-ENTRADAS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-PR-QTDE.
               10 WS-PR-PLAN          PIC X(4).
               10 WS-PR-PARTICIPANT   PIC X(12).
               10 WS-PR-EMP-ID        PIC X(6).
               10 WS-PR-EMP-NAME      PIC X(30).
               10 WS-PR-PERIOD        PIC 9(6).
               10 WS-PR-BASE          PIC 9(8)V99.
               10 WS-PR-PCT           PIC 99V99.
               10 WS-PR-EMP-AMOUNT    PIC 9(8)V99.
               10 WS-PR-EMPR-AMOUNT   PIC 9(8)V99.
       01 WS-PR-INDEX             PIC 9(4).

      *> Contribuicoes de plano fora da tabela, para o relatorio.
       01 WS-UNK-TABLE.
           05 WS-UNK-QTDE         PIC 999 VALUE 0.
           05 WS-UNK-ENTRADAS OCCURS 100 TIMES.
               10 WS-UNK-PLAN         PIC X(4).
               10 WS-UNK-EMP-ID       PIC X(6).
               10 WS-UNK-EMP-NAME     PIC X(30).
       01 WS-UNK-INDEX            PIC 999.

       01 WS-FILE-TOTALS.
           05 WS-FILE-RECORDS     PIC 9(6).
           05 WS-FILE-EMP         PIC 9(13)V99.
           05 WS-FILE-EMPR        PIC 9(13)V99.
           05 WS-FILE-TOTAL       PIC 9(13)V99.
       01 WS-LINE-TOTAL           PIC 9(8)V99.
       01 WS-REF-PERIOD           PIC 9(6) VALUE 0.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-RECORDS-REMITTED PIC 9(5) VALUE 0.
           05 WS-ALREADY-REMITTED PIC 9(5) VALUE 0.
           05 WS-UNKNOWN-PLAN     PIC 9(5) VALUE 0.
           05 WS-FILES-GENERATED  PIC 99   VALUE 0.

       01 WS-GRAND-EMP            PIC 9(13)V99 VALUE 0.
       01 WS-GRAND-EMPR           PIC 9(13)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(120) VALUE ALL "-".
           05 TITLE-1        PIC X(120) VALUE
                   "CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR".
           05 HEADER-TABLE.
               10 FILLER     PIC X(40) VALUE
                   "INSCRICAO    MATR.  NOME                ".
               10 FILLER     PIC X(40) VALUE
                   "           PERC     PARTICIPANTE        ".
               10 FILLER     PIC X(40) VALUE
                   "      EMPRESA                           ".

       01 WS-PCT-EDIT             PIC Z9,99.

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
           IF WS-ERROR-FLAG NOT = "Y" AND WS-NO-PLANS-FLAG = "N"
               PERFORM COLLECT-CONTRIBUTIONS
               PERFORM WRITE-PROVIDER-FILES
               PERFORM WRITE-REMIT-REPORT
               IF WS-ERROR-FLAG NOT = "Y" AND
                  WS-RECORDS-REMITTED > 0
                   PERFORM REWRITE-REMIT-CONTROL
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONTRIBUICOES A PREVIDENCIA COMPLEMENTAR ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-PENSION-PLANS
           IF WS-NO-PLANS-FLAG = "N"
               PERFORM LOAD-REMIT-CONTROL
           END-IF.

      *> Sem tabela de planos nao ha previdencia patrocinada na
      *> instalacao: o passo termina limpo, sem arquivo.
       LOAD-PENSION-PLANS.
           OPEN INPUT PENSION-PLAN-FILE
           IF WS-PPLAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: pensionplan.parm nao encontrado - "
                       "nenhuma contribuicao a repassar"
               MOVE "Y" TO WS-NO-PLANS-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PPLAN-FILE-STATUS NOT = "00"
               READ PENSION-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PNP-QTDE < 20 AND
                          PNP-PLAN-CODE NOT = SPACES
                           ADD 1 TO WS-PNP-QTDE
                           MOVE PNP-PLAN-CODE
                               TO WS-PNP-CODE(WS-PNP-QTDE)
                           MOVE PNP-PROVIDER-NAME
                               TO WS-PNP-PROVIDER(WS-PNP-QTDE)
                           MOVE 0 TO WS-PNP-COUNT(WS-PNP-QTDE)
                                     WS-PNP-EMP-TOTAL(WS-PNP-QTDE)
                                     WS-PNP-EMPR-TOTAL(WS-PNP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-PLAN-FILE
           DISPLAY "Planos de previdencia na tabela: " WS-PNP-QTDE
           IF WS-PNP-QTDE = 0
               MOVE "Y" TO WS-NO-PLANS-FLAG
           END-IF.

      *> Sem controle, nada foi repassado ainda: tudo sai. Controle
      *> maior que a tabela suspende o repasse - melhor nao mandar do
      *> que mandar de novo o que ja saiu.
       LOAD-REMIT-CONTROL.
           OPEN INPUT PENSION-CONTROL-FILE
           IF WS-PENSCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENSCTL-FILE-STATUS NOT = "00"
               READ PENSION-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PC-QTDE < 5000
                           ADD 1 TO WS-PC-QTDE
                           MOVE PENSION-REMIT-CONTROL-RECORD
                               TO WS-PC-REG(WS-PC-QTDE)
                       ELSE
                           DISPLAY "ERRO: pension_remit_control.dat "
                                   "maior que a tabela - repasse "
                                   "suspenso"
                           MOVE "Y" TO WS-ERROR-FLAG
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-CONTROL-FILE.

      *> Contribuicoes da ultima folha mensal. Sem o arquivo, a folha
      *> ainda nao rodou com previdencia - nada a repassar.
       COLLECT-CONTRIBUTIONS.
           OPEN INPUT PENSION-DEDUCTION-FILE
           IF WS-PENSDED-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: pension_deductions.dat nao encontrado - "
                       "nenhuma contribuicao a repassar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENSDED-FILE-STATUS NOT = "00"
               READ PENSION-DEDUCTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM COLLECT-ONE-CONTRIBUTION
               END-READ
           END-PERFORM
           CLOSE PENSION-DEDUCTION-FILE.

      *> Plano fora da tabela e apontado e nao sai - a entidade nao
      *> recebe contribuicao de plano que nao conhece.
       COLLECT-ONE-CONTRIBUTION.
           ADD 1 TO WS-RECORDS-READ
           MOVE 0 TO WS-PNP-MATCH
           PERFORM VARYING WS-PNP-INDEX FROM 1 BY 1
                   UNTIL WS-PNP-INDEX > WS-PNP-QTDE
               IF WS-PNP-CODE(WS-PNP-INDEX) = PDD-PLAN-CODE
                   MOVE WS-PNP-INDEX TO WS-PNP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PNP-MATCH = 0
               ADD 1 TO WS-UNKNOWN-PLAN
               DISPLAY "AVISO: contribuicao de plano fora da tabela: "
                       PDD-PLAN-CODE " mat " PDD-EMP-ID
               IF WS-UNK-QTDE < 100
                   ADD 1 TO WS-UNK-QTDE
                   MOVE PDD-PLAN-CODE TO WS-UNK-PLAN(WS-UNK-QTDE)
                   MOVE PDD-EMP-ID    TO WS-UNK-EMP-ID(WS-UNK-QTDE)
                   MOVE PDD-EMP-NAME  TO WS-UNK-EMP-NAME(WS-UNK-QTDE)
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REMIT-CONTROL
           IF WS-PC-MATCH > 0
               MOVE WS-PC-REG(WS-PC-MATCH)
                   TO PENSION-REMIT-CONTROL-RECORD
               IF PDD-REF-PERIOD NOT > PRC-LAST-PERIOD
                   ADD 1 TO WS-ALREADY-REMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PR-QTDE NOT < 3000
               DISPLAY "ERRO: contribuicoes alem da tabela do repasse "
                       "- arquivos suspensos"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-MATCH = 0
               IF WS-PC-QTDE NOT < 5000
                   DISPLAY "ERRO: controle do repasse cheio - "
                           "inscricao " PDD-PARTICIPANT " fica para a "
                           "proxima rodada"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PC-QTDE
               MOVE WS-PC-QTDE TO WS-PC-MATCH
           END-IF
           MOVE SPACES TO PENSION-REMIT-CONTROL-RECORD
           MOVE PDD-PLAN-CODE   TO PRC-PLAN-CODE
           MOVE PDD-PARTICIPANT TO PRC-PARTICIPANT
           MOVE PDD-EMP-ID      TO PRC-EMP-ID
           MOVE PDD-REF-PERIOD  TO PRC-LAST-PERIOD
           MOVE BDT-DATE        TO PRC-SENT-DATE
           MOVE PENSION-REMIT-CONTROL-RECORD TO WS-PC-REG(WS-PC-MATCH)

           ADD 1 TO WS-RECORDS-REMITTED
           ADD 1 TO WS-PR-QTDE
           MOVE PDD-PLAN-CODE       TO WS-PR-PLAN(WS-PR-QTDE)
           MOVE PDD-PARTICIPANT     TO WS-PR-PARTICIPANT(WS-PR-QTDE)
           MOVE PDD-EMP-ID          TO WS-PR-EMP-ID(WS-PR-QTDE)
           MOVE PDD-EMP-NAME        TO WS-PR-EMP-NAME(WS-PR-QTDE)
           MOVE PDD-REF-PERIOD      TO WS-PR-PERIOD(WS-PR-QTDE)
           MOVE PDD-BASE-SALARY     TO WS-PR-BASE(WS-PR-QTDE)
           MOVE PDD-EMP-PCT         TO WS-PR-PCT(WS-PR-QTDE)
           MOVE PDD-EMP-AMOUNT      TO WS-PR-EMP-AMOUNT(WS-PR-QTDE)
           MOVE PDD-EMPLOYER-AMOUNT TO WS-PR-EMPR-AMOUNT(WS-PR-QTDE)
           IF PDD-REF-PERIOD > WS-REF-PERIOD
               MOVE PDD-REF-PERIOD TO WS-REF-PERIOD
           END-IF
           ADD 1 TO WS-PNP-COUNT(WS-PNP-MATCH)
           ADD PDD-EMP-AMOUNT TO WS-PNP-EMP-TOTAL(WS-PNP-MATCH)
           ADD PDD-EMPLOYER-AMOUNT TO WS-PNP-EMPR-TOTAL(WS-PNP-MATCH).

       FIND-REMIT-CONTROL.
           MOVE 0 TO WS-PC-MATCH
           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                   UNTIL WS-PC-INDEX > WS-PC-QTDE
               MOVE WS-PC-REG(WS-PC-INDEX)
                   TO PENSION-REMIT-CONTROL-RECORD
               IF PRC-PLAN-CODE = PDD-PLAN-CODE AND
                  PRC-PARTICIPANT = PDD-PARTICIPANT
                   MOVE WS-PC-INDEX TO WS-PC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Um arquivo por plano com contribuicao, com os participantes
      *> em ordem de inscricao.
       WRITE-PROVIDER-FILES.
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-QTDE = 0
               DISPLAY "Nenhuma contribuicao a previdencia a repassar"
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-QTDE > 1
               SORT WS-PR-ENTRADAS ASCENDING KEY WS-PR-PLAN
                                                 WS-PR-PARTICIPANT
           END-IF
           PERFORM VARYING WS-PNP-INDEX FROM 1 BY 1
                   UNTIL WS-PNP-INDEX > WS-PNP-QTDE
               IF WS-PNP-COUNT(WS-PNP-INDEX) > 0
                   PERFORM WRITE-ONE-PROVIDER-FILE
               END-IF
           END-PERFORM.

       WRITE-ONE-PROVIDER-FILE.
           MOVE 1 TO WS-NAME-SEQ
           PERFORM BUILD-REMIT-FILENAME
           OPEN INPUT REMIT-FILE
           PERFORM UNTIL WS-REMIT-FILE-STATUS NOT = "00"
               CLOSE REMIT-FILE
               IF WS-NAME-SEQ NOT < 99
                   DISPLAY "ERRO: arquivos demais no dia para o plano "
                           WS-PNP-CODE(WS-PNP-INDEX)
                           " - arquivo nao gerado"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NAME-SEQ
               PERFORM BUILD-REMIT-FILENAME
               OPEN INPUT REMIT-FILE
           END-PERFORM
           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar " WS-REMIT-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-EMP
           MOVE 0 TO WS-FILE-EMPR
           MOVE SPACES TO REMIT-LINE
           STRING "HDR" WS-PNP-CODE(WS-PNP-INDEX)
                  WS-PNP-PROVIDER(WS-PNP-INDEX)
                  WS-REF-PERIOD WS-CURRENT-DATE-N
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE

           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-QTDE
               IF WS-PR-PLAN(WS-PR-INDEX) = WS-PNP-CODE(WS-PNP-INDEX)
                   PERFORM WRITE-REMIT-DETAIL
               END-IF
           END-PERFORM

           COMPUTE WS-FILE-TOTAL = WS-FILE-EMP + WS-FILE-EMPR
           MOVE SPACES TO REMIT-LINE
           STRING "TRL" WS-FILE-RECORDS WS-FILE-EMP WS-FILE-EMPR
                  WS-FILE-TOTAL
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE
           CLOSE REMIT-FILE
           ADD 1 TO WS-FILES-GENERATED
           DISPLAY "Arquivo da entidade gerado: " WS-REMIT-FILENAME.

      *> Primeiro arquivo do dia so com a data no nome; os seguintes
      *> levam a sequencia.
       BUILD-REMIT-FILENAME.
           MOVE SPACES TO WS-REMIT-FILENAME
           IF WS-NAME-SEQ = 1
               STRING "../data/previdencia_" DELIMITED BY SIZE
                      WS-PNP-CODE(WS-PNP-INDEX) DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           ELSE
               STRING "../data/previdencia_" DELIMITED BY SIZE
                      WS-PNP-CODE(WS-PNP-INDEX) DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NAME-SEQ DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           END-IF.

       WRITE-REMIT-DETAIL.
           ADD 1 TO WS-FILE-RECORDS
           ADD WS-PR-EMP-AMOUNT(WS-PR-INDEX)  TO WS-FILE-EMP
           ADD WS-PR-EMPR-AMOUNT(WS-PR-INDEX) TO WS-FILE-EMPR
           ADD WS-PR-EMP-AMOUNT(WS-PR-INDEX)  TO WS-GRAND-EMP
           ADD WS-PR-EMPR-AMOUNT(WS-PR-INDEX) TO WS-GRAND-EMPR
           COMPUTE WS-LINE-TOTAL = WS-PR-EMP-AMOUNT(WS-PR-INDEX) +
               WS-PR-EMPR-AMOUNT(WS-PR-INDEX)
           MOVE SPACES TO REMIT-LINE
           STRING "DET"
                  WS-PR-PARTICIPANT(WS-PR-INDEX)
                  WS-PR-EMP-ID(WS-PR-INDEX)
                  WS-PR-EMP-NAME(WS-PR-INDEX)
                  WS-PR-PERIOD(WS-PR-INDEX)
                  WS-PR-BASE(WS-PR-INDEX)
                  WS-PR-PCT(WS-PR-INDEX)
                  WS-PR-EMP-AMOUNT(WS-PR-INDEX)
                  WS-PR-EMPR-AMOUNT(WS-PR-INDEX)
                  WS-LINE-TOTAL
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE.

      *> Relatorio do repasse: participantes por plano com subtotal
      *> e, no fim, as contribuicoes de plano fora da tabela - o RH
      *> corrige a adesao ou a tabela antes da proxima folha.
       WRITE-REMIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "pension_remit_report.txt"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA: " WS-REF-PERIOD
                  "   GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR

           PERFORM VARYING WS-PNP-INDEX FROM 1 BY 1
                   UNTIL WS-PNP-INDEX > WS-PNP-QTDE
               IF WS-PNP-COUNT(WS-PNP-INDEX) > 0
                   PERFORM WRITE-REPORT-PLAN-BLOCK
               END-IF
           END-PERFORM

           IF WS-UNK-QTDE > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CONTRIBUICOES DE PLANO FORA DA TABELA (NAO "
                   TO REPORT-LINE
               MOVE "REPASSADAS)" TO REPORT-LINE(44:11)
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SUB-SEPARATOR
               PERFORM VARYING WS-UNK-INDEX FROM 1 BY 1
                       UNTIL WS-UNK-INDEX > WS-UNK-QTDE
                   MOVE SPACES TO REPORT-LINE
                   STRING "PLANO " WS-UNK-PLAN(WS-UNK-INDEX)
                          " mat " WS-UNK-EMP-ID(WS-UNK-INDEX)
                          " " WS-UNK-EMP-NAME(WS-UNK-INDEX)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-GRAND-EMP TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "PARTICIPANTES: " WS-RECORDS-REMITTED
                  "   TOTAL PARTICIPANTES: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-EMPR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL CONTRAPARTIDA DA EMPRESA: " MONEY-FMT-OUTPUT
                  "   FORA DA TABELA: " WS-UNKNOWN-PLAN
                  "   JA REPASSADAS: " WS-ALREADY-REMITTED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE.

      *> Controle regravado inteiro, com as inscricoes avancadas
      *> nesta rodada.
       REWRITE-REMIT-CONTROL.
           OPEN OUTPUT PENSION-CONTROL-FILE
           IF WS-PENSCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "pension_remit_control.dat - a rerodada "
                       "repassaria de novo as contribuicoes desta"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                   UNTIL WS-PC-INDEX > WS-PC-QTDE
               MOVE WS-PC-REG(WS-PC-INDEX)
                   TO PENSION-REMIT-CONTROL-RECORD
               WRITE PENSION-REMIT-CONTROL-RECORD
           END-PERFORM
           CLOSE PENSION-CONTROL-FILE.

       WRITE-REPORT-PLAN-BLOCK.
           MOVE SPACES TO REPORT-LINE
           STRING "PLANO " WS-PNP-CODE(WS-PNP-INDEX) " - "
                  WS-PNP-PROVIDER(WS-PNP-INDEX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-QTDE
               IF WS-PR-PLAN(WS-PR-INDEX) = WS-PNP-CODE(WS-PNP-INDEX)
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-PNP-EMP-TOTAL(WS-PNP-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBTOTAL PLANO " WS-PNP-CODE(WS-PNP-INDEX) ": "
                  WS-PNP-COUNT(WS-PNP-INDEX) " participante(s), "
                  "participantes " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-PNP-EMPR-TOTAL(WS-PNP-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE "empresa" TO REPORT-LINE(80:7)
           MOVE MONEY-FMT-OUTPUT(1:21) TO REPORT-LINE(88:21)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE WS-PR-PCT(WS-PR-INDEX) TO WS-PCT-EDIT
           MOVE WS-PR-EMP-AMOUNT(WS-PR-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PR-PARTICIPANT(WS-PR-INDEX) " "
                  WS-PR-EMP-ID(WS-PR-INDEX) " "
                  WS-PR-EMP-NAME(WS-PR-INDEX) " "
                  WS-PCT-EDIT "% "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-PR-EMPR-AMOUNT(WS-PR-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT(1:21) TO REPORT-LINE(88:21)
           WRITE REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DAS CONTRIBUICOES A PREVIDENCIA ==="
           DISPLAY "Contribuicoes lidas: " WS-RECORDS-READ
           DISPLAY "Participantes repassados: " WS-RECORDS-REMITTED
           DISPLAY "Ja repassadas antes: " WS-ALREADY-REMITTED
           DISPLAY "Plano fora da tabela: " WS-UNKNOWN-PLAN
           DISPLAY "Arquivos para as entidades: " WS-FILES-GENERATED
           DISPLAY "Relatorio: pension_remit_report.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "PENSION-REMIT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-UNKNOWN-PLAN TO JRL-RECORDS-REJECTED
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

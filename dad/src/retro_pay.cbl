      *> Filtrar pela data de aplicacao no mes corrente e o que impede
      *> o mesmo reajuste de gerar acerto duas vezes em rodadas
      *> mensais sucessivas.
      *> Vigencia em ano ja selado pelo YEAR-END-SEAL: as
      *> competencias pagas daquele ano sairam do historico vivo e
      *> sao lidas do arquivo anual (payroll_archive_<AAAA>.dat) - so
      *> dos anos alcancados por algum reajuste da rodada, achados
      *> numa pre-leitura do diario salarial. Ano selado sem o
      *> arquivo anual e erro: o acerto sairia menor que o devido. O
      *> proprio acerto nunca e lancado num ano selado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-EMP-ID
               ALTERNATE RECORD KEY IS MST-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT PAYROLL-PARM-FILE ASSIGN TO "payroll.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PO==
                   ==PAYROLL-DETAIL-RECORD== BY ==HISTORY-OUT-RECORD==.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

       COPY PAYSEAL-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-SALHIST-FILE-STATUS  PIC XX.
           05 WS-REGISTER-FILE-STATUS PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTOUT-FILE-STATUS  PIC XX.
           05 WS-ARCHIVE-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
               10 WS-PAID-PERIOD      PIC 9(6).
       01 WS-PAID-INDEX           PIC 9(4).

      *> Ano de vigencia mais antigo entre os reajustes da rodada - a
      *> partir dele os anos selados sao lidos do arquivo anual.
       01 WS-OLDEST-EFF-YEAR      PIC 9999 VALUE 0.
       01 WS-ARCH-YEAR            PIC 9999 VALUE 0.

       01 WS-CALC-FIELDS.
           05 WS-DIFF-MENSAL      PIC 9(8)V99.
           05 WS-DIFF-PARCIAL     PIC 9(8)V99.
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           DISPLAY "Competencias pagas no historico: " WS-PAID-QTDE

           PERFORM FIND-OLDEST-EFFECTIVE-YEAR
           IF WS-OLDEST-EFF-YEAR = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ARCH-YEAR FROM WS-OLDEST-EFF-YEAR BY 1
                   UNTIL WS-ARCH-YEAR >= WS-CURRENT-YEAR
                      OR WS-ERROR-FLAG = "Y"
               MOVE WS-ARCH-YEAR TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM LOAD-ARCHIVED-PAID-PERIODS
               END-IF
           END-PERFORM.

      *> Pre-leitura do diario salarial com os mesmos filtros do
      *> EVALUATE-ONE-RAISE; o arquivo e reaberto para a leitura
      *> principal.
       FIND-OLDEST-EFFECTIVE-YEAR.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SALARY-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SH-APPLY-DATE NUMERIC AND
                          SH-APPLY-DATE NOT = ZEROS
                           DIVIDE SH-APPLY-DATE BY 100
                               GIVING WS-APPLY-PERIOD
                           COMPUTE WS-EFF-PERIOD =
                               SH-EFF-YEAR * 100 + SH-EFF-MONTH
                           IF WS-APPLY-PERIOD = WS-RUN-PERIOD AND
                              WS-EFF-PERIOD < WS-APPLY-PERIOD AND
                              SH-NEW-SALARY > SH-OLD-SALARY AND
                              (WS-OLDEST-EFF-YEAR = 0 OR
                               SH-EFF-YEAR < WS-OLDEST-EFF-YEAR)
                               MOVE SH-EFF-YEAR TO WS-OLDEST-EFF-YEAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           OPEN INPUT SALARY-HISTORY-FILE.

       LOAD-ARCHIVED-PAID-PERIODS.
           OPEN INPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: ano " WS-ARCH-YEAR " selado e arquivo "
                       "anual nao encontrado: " PSL-ARCHIVE-NAME
               DISPLAY "Sem as competencias pagas do ano o acerto "
                       "sairia menor que o devido"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PAR-DETAIL
                           MOVE PAR-DET-IMAGE TO PAYROLL-DETAIL-RECORD
                           IF PD-TYPE-FOLHA AND WS-PAID-QTDE < 2000
                               ADD 1 TO WS-PAID-QTDE
                               MOVE PD-EMP-ID
                                   TO WS-PAID-ID(WS-PAID-QTDE)
                               COMPUTE WS-PAID-PERIOD(WS-PAID-QTDE) =
                                   PD-REF-YEAR * 100 + PD-REF-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE
           DISPLAY "Competencias pagas com o arquivo anual de "
                   WS-ARCH-YEAR ": " WS-PAID-QTDE.

      *> A saida em EXTEND no historico so abre DEPOIS de o FD de
      *> leitura do mesmo arquivo ter sido fechado pelo
      *> LOAD-PAID-PERIODS - o mesmo arquivo nunca fica aberto por
      *> dois FDs ao mesmo tempo.
       OPEN-HISTORY-OUT.
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HISTORY-OUT-FILE
           IF WS-HISTOUT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
           MOVE SH-EMP-ID          TO PD-EMP-ID
           MOVE MST-EMP-NAME       TO PD-EMP-NAME
           MOVE MST-EMP-DEPARTMENT TO PD-DEPARTMENT
           MOVE MST-POSITION-CODE  TO PD-POSITION-CODE
           MOVE WS-CURRENT-YEAR    TO PD-REF-YEAR
           MOVE WS-CURRENT-MONTH   TO PD-REF-MONTH
           MOVE WS-GROSS-PAY       TO PD-GROSS-PAY
       COPY MONEYFMT-RTN.
       COPY DATEVAL-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.

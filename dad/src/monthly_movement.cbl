      *> fixo com header "0", detalhes "1" (A = admissao, D =
      *> desligamento) e trailer "9" com as contagens - acaba o diff
      *> manual de copias antigas de enterprise.dat.
      *> O detalhe traz tambem o cargo do funcionario
      *> (EMP-POSITION-CODE) com titulo e CBO do mestre de cargos
      *> (position_master.dat), acrescentados ao final do registro sem
      *> deslocar campos - quem le so o layout antigo nao e afetado.
      *> Sem o mestre sai so o codigo do cargo.
      *> O desligamento traz ainda o motivo (EMP-TERM-REASON do
      *> extrato, codigo e descricao da tabela de TERMRSN.cpy), de
      *> novo acrescentado ao final do registro; na admissao, e no
      *> desligamento antigo sem motivo gravado, fica em branco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
           05 FILLER              PIC X(50).

      *> Layout estatutario: header "0" com o periodo, detalhe "1"
      *> com tipo A/D, matricula, nome, data do evento, departamento e
      *> cargo (codigo, titulo e CBO), trailer "9" com contagens de
      *> admissoes e desligamentos.
       FD MOVEMENT-FILE.
       01 MOVEMENT-RECORD.
           05 MOV-RECORD-TYPE     PIC X.
           05 MOV-EMP-NAME        PIC X(30).
           05 MOV-EVENT-DATE      PIC 9(8).
           05 MOV-DEPARTMENT      PIC X(20).
           05 MOV-POSITION-CODE   PIC X(5).
           05 MOV-POSITION-TITLE  PIC X(30).
           05 MOV-CBO-CODE        PIC X(6).
           05 MOV-TERM-REASON     PIC X(2).
           05 MOV-TERM-LABEL      PIC X(30).
       01 MOVEMENT-TRAILER REDEFINES MOVEMENT-RECORD.
           05 MVT-RECORD-TYPE     PIC X.
           05 MVT-ADMISSIONS      PIC 9(5).
           05 MVT-TERMINATIONS    PIC 9(5).
           05 FILLER              PIC X(128).

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-AUDIT-FILE-STATUS   PIC XX.
           05 WS-MOVEMENT-FILE-STATUS PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
               10 WS-EMP-TAB-ID      PIC X(6).
               10 WS-EMP-TAB-NAME    PIC X(30).
               10 WS-EMP-TAB-DEPT    PIC X(20).
               10 WS-EMP-TAB-POSITION PIC X(5).
               10 WS-EMP-TAB-REASON  PIC X(2).
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-TITLE        PIC X(30).
               10 WS-POS-CBO          PIC X(6).
       01 WS-POS-INDEX            PIC 99.

       01 WS-COUNTERS.
           05 WS-ADMISSIONS       PIC 9(5) VALUE 0.
           05 WS-TERMINATIONS     PIC 9(5) VALUE 0.

       01 WS-AUDIT-EVENT-DATE     PIC X(8).

       COPY TERMRSN.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Periodo de referencia: " WS-REF-PERIOD
           PERFORM LOAD-POSITION-MASTER

           OPEN OUTPUT MOVEMENT-FILE
           IF WS-MOVEMENT-FILE-STATUS NOT = "00"
           MOVE "MOVIMENTACAO MENSAL" TO MOV-EMP-NAME
           WRITE MOVEMENT-RECORD.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: position_master.dat nao encontrado - "
                       "cargo sem titulo e CBO"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
               READ POSITION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-POS-QTDE < 50
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE
                               TO WS-POS-CODE(WS-POS-QTDE)
                           MOVE POS-TITLE
                               TO WS-POS-TITLE(WS-POS-QTDE)
                           MOVE POS-CBO-CODE
                               TO WS-POS-CBO(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.

      *> Admissoes: EMP-HIRE-DATE dentro do periodo; de quebra carrega
      *> a tabela de nomes usada depois pelos desligamentos.
       PROCESS-ADMISSIONS.
           MOVE EMP-ID         TO WS-EMP-TAB-ID(WS-EMP-QTDE)
           MOVE EMP-NAME       TO WS-EMP-TAB-NAME(WS-EMP-QTDE)
           MOVE EMP-DEPARTMENT TO WS-EMP-TAB-DEPT(WS-EMP-QTDE)
           MOVE EMP-POSITION-CODE TO WS-EMP-TAB-POSITION(WS-EMP-QTDE)
           MOVE EMP-TERM-REASON TO WS-EMP-TAB-REASON(WS-EMP-QTDE)

           COMPUTE WS-HIRE-PERIOD = HIRE-YEAR * 100 + HIRE-MONTH
           IF WS-HIRE-PERIOD = WS-REF-PERIOD
               COMPUTE MOV-EVENT-DATE =
                   HIRE-YEAR * 10000 + HIRE-MONTH * 100 + HIRE-DAY
               MOVE EMP-DEPARTMENT TO MOV-DEPARTMENT
               MOVE EMP-POSITION-CODE TO MOV-POSITION-CODE
               PERFORM FILL-POSITION-FIELDS
               WRITE MOVEMENT-RECORD
           END-IF.

           IF WS-EMP-MATCH > 0
               MOVE WS-EMP-TAB-NAME(WS-EMP-MATCH) TO MOV-EMP-NAME
               MOVE WS-EMP-TAB-DEPT(WS-EMP-MATCH) TO MOV-DEPARTMENT
               MOVE WS-EMP-TAB-POSITION(WS-EMP-MATCH)
                   TO MOV-POSITION-CODE
               PERFORM FILL-POSITION-FIELDS
               MOVE WS-EMP-TAB-REASON(WS-EMP-MATCH) TO TRS-REQ-CODE
               PERFORM TRS-FIND-REASON
               IF TRS-REASON-VALID
                   MOVE TRS-REQ-CODE  TO MOV-TERM-REASON
                   MOVE TRS-RES-LABEL TO MOV-TERM-LABEL
               END-IF
           ELSE
               MOVE "(NAO LOCALIZADO NO EXTRATO)" TO MOV-EMP-NAME
               MOVE SPACES TO MOV-DEPARTMENT
           END-IF.

      *> Titulo e CBO do cargo ja movido para MOV-POSITION-CODE.
       FILL-POSITION-FIELDS.
           MOVE SPACES TO MOV-POSITION-TITLE
           MOVE SPACES TO MOV-CBO-CODE
           IF MOV-POSITION-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = MOV-POSITION-CODE
                   MOVE WS-POS-TITLE(WS-POS-INDEX) TO MOV-POSITION-TITLE
                   MOVE WS-POS-CBO(WS-POS-INDEX)   TO MOV-CBO-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-MOVEMENT-TRAILER.
           MOVE SPACES TO MOVEMENT-RECORD
           MOVE "9" TO MVT-RECORD-TYPE
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY TERMRSN-RTN.

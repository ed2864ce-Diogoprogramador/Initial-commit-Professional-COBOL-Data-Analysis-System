      *> legal do IRRF por dependente - mesmo criterio de construcao
      *> do BANK-DETAILS-BUILD. As linhas invalidas caem em
      *> dependent_rejects.dat no estilo de rejeitos do DATA-READER.
      *> O extrato aceita tambem a linha NEN (parentesco "NEN", nome e
      *> nascimento em branco): o titular declarou que nao tem
      *> dependentes. Ela nao vai para dependents.dat; junto com os
      *> titulares que tiveram dependentes validos, sai em
      *> dependent_declarations.dat (DEPDECL.cpy) - a prova de que a
      *> declaracao foi entregue, que o ONBOARDING-CHECK cobra de cada
      *> admissao.
      *> O dependente novo (titular e nome fora do dependents.dat
      *> anterior) respeita o corte de dependentes do calendario de
      *> fechamento da folha (payroll_calendar.dat, PAYCAL-FD.cpy):
      *> recebido depois do corte da competencia da data de negocio, so
      *> conta na deducao a partir da competencia do roteamento
      *> (DEP-START-PERIOD), fica marcado como atrasado (DEP-LATE-FLAG)
      *> e e registrado em late_entries.dat. O dependente que ja estava
      *> no mestre mantem a competencia e a marca que tinha; na
      *> primeira carga (sem dependents.dat anterior) nada e roteado.

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

           SELECT DEPENDENTS-FILE ASSIGN TO "../data/dependents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENTS-FILE-STATUS.

           SELECT DECLARATIONS-FILE ASSIGN TO "../data/dependent_declarations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-FILE-STATUS.

           SELECT REJECTS-FILE ASSIGN TO "dependent_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       FD INPUT-FILE.
       COPY DEPENDNT REPLACING LEADING ==DEP== BY ==DIN==
                   ==DEPENDENT-RECORD== BY ==DEPENDENT-INPUT-RECORD==.
       FD DEPENDENTS-FILE.
       COPY DEPENDNT.

       FD DECLARATIONS-FILE.
       COPY DEPDECL.

       FD REJECTS-FILE.
       01 DEPENDENT-REJECT-RECORD.
           05 DPR-EMP-ID          PIC X(6).
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYCAL.

       01 WS-FILE-STATUSES.
           05 WS-INPUT-FILE-STATUS      PIC XX.
           05 WS-MASTER-FILE-STATUS     PIC XX.
           05 WS-DEPENDENTS-FILE-STATUS PIC XX.
           05 WS-DECL-FILE-STATUS       PIC XX.
           05 WS-REJECTS-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS     PIC XX.

           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-RECORDS-VALID    PIC 9(5) VALUE 0.
           05 WS-RECORDS-REJECTED PIC 9(5) VALUE 0.
           05 WS-RECORDS-LATE     PIC 9(5) VALUE 0.

      *> Dependentes do mestre anterior (titular + nome), com a
      *> competencia de inicio e a marca de atraso que ja tinham.
      *> WS-OLD-FOUND = "N": primeira carga, nada e roteado.
       01 WS-OLD-TABLE.
           05 WS-OLD-QTDE         PIC 9(4) VALUE 0.
           05 WS-OLD-ENTRADAS OCCURS 5000 TIMES.
               10 WS-OLD-EMP-ID   PIC X(6).
               10 WS-OLD-NAME     PIC X(30).
               10 WS-OLD-START    PIC 9(6).
               10 WS-OLD-LATE     PIC X.
       01 WS-OLD-INDEX            PIC 9(4).
       01 WS-OLD-MATCH            PIC 9(4).
       01 WS-OLD-FOUND            PIC X VALUE "N".

      *> Titulares com declaracao entregue e quantos dependentes
      *> validos declararam.
       01 WS-DECL-TABLE.
           05 WS-DECL-QTDE        PIC 9(4) VALUE 0.
           05 WS-DECL-ENTRADAS OCCURS 3000 TIMES.
               10 WS-DECL-EMP-ID  PIC X(6).
               10 WS-DECL-COUNT   PIC 99.
       01 WS-DECL-INDEX           PIC 9(4).
       01 WS-DECL-MATCH           PIC 9(4).

       COPY DATEVAL.

           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-DEPENDENTS
               PERFORM WRITE-DECLARATIONS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
       INITIALIZATION.
           DISPLAY "=== CARGA DO MESTRE DE DEPENDENTES ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-OLD-DEPENDENTS

           OPEN OUTPUT DEPENDENTS-FILE
           IF WS-DEPENDENTS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar dependents.dat"
           PERFORM VALIDATE-DEPENDENT
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-RECORDS-VALID
               PERFORM RECORD-DECLARATION
               IF DIN-RELATIONSHIP NOT = "NEN"
                   MOVE SPACES TO DEPENDENT-RECORD
                   MOVE DIN-EMP-ID        TO DEP-EMP-ID
                   MOVE DIN-NAME          TO DEP-NAME
                   MOVE DIN-BIRTH-DATE    TO DEP-BIRTH-DATE
                   MOVE DIN-RELATIONSHIP  TO DEP-RELATIONSHIP
                   PERFORM SET-DEPENDENT-START
                   WRITE DEPENDENT-RECORD
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ERRO no dependente [" DIN-EMP-ID "]: "
               WRITE DEPENDENT-REJECT-RECORD
           END-IF.

      *> Mestre anterior, antes de ser regravado: o que ja estava nele
      *> nao passa pelo corte de novo.
       LOAD-OLD-DEPENDENTS.
           OPEN INPUT DEPENDENTS-FILE
           IF WS-DEPENDENTS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-OLD-FOUND
           PERFORM UNTIL WS-DEPENDENTS-FILE-STATUS NOT = "00"
               READ DEPENDENTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-OLD-DEPENDENT
               END-READ
           END-PERFORM
           CLOSE DEPENDENTS-FILE.

       STORE-OLD-DEPENDENT.
           IF WS-OLD-QTDE NOT < 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OLD-QTDE
           MOVE DEP-EMP-ID TO WS-OLD-EMP-ID(WS-OLD-QTDE)
           MOVE DEP-NAME   TO WS-OLD-NAME(WS-OLD-QTDE)
           MOVE 0          TO WS-OLD-START(WS-OLD-QTDE)
           IF DEP-START-PERIOD NUMERIC
               MOVE DEP-START-PERIOD TO WS-OLD-START(WS-OLD-QTDE)
           END-IF
           MOVE DEP-LATE-FLAG TO WS-OLD-LATE(WS-OLD-QTDE).

      *> Dependente que ja estava no mestre mantem a competencia de
      *> inicio; o novo entra na competencia da data de negocio, ou na
      *> do roteamento se chegou depois do corte dela.
       SET-DEPENDENT-START.
           MOVE 0 TO DEP-START-PERIOD
           MOVE SPACE TO DEP-LATE-FLAG
           MOVE 0 TO WS-OLD-MATCH
           PERFORM VARYING WS-OLD-INDEX FROM 1 BY 1
                   UNTIL WS-OLD-INDEX > WS-OLD-QTDE
               IF WS-OLD-EMP-ID(WS-OLD-INDEX) = DEP-EMP-ID AND
                  WS-OLD-NAME(WS-OLD-INDEX) = DEP-NAME
                   MOVE WS-OLD-INDEX TO WS-OLD-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OLD-MATCH > 0
               MOVE WS-OLD-START(WS-OLD-MATCH) TO DEP-START-PERIOD
               MOVE WS-OLD-LATE(WS-OLD-MATCH)  TO DEP-LATE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEP" TO PCL-REQ-TYPE
           DIVIDE BDT-DATE BY 100 GIVING PCL-REQ-PERIOD
           MOVE BDT-DATE TO PCL-REQ-RECEIVED
           PERFORM PCL-ROUTE-ENTRY
           MOVE PCL-ROUTED-PERIOD TO DEP-START-PERIOD
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO DEP-LATE-FLAG
           ADD 1 TO WS-RECORDS-LATE
           DISPLAY "Dependente " DEP-NAME " de " DEP-EMP-ID
                   " recebido depois do corte - deducao a partir de "
                   PCL-ROUTED-PERIOD
           MOVE "DEPENDENT-LOAD" TO PCL-LOG-SOURCE
           MOVE DEP-EMP-ID TO PCL-LOG-EMP-ID
           MOVE DEP-NAME TO PCL-LOG-DETAIL
           PERFORM PCL-LOG-LATE-ENTRY.

      *> Marca a declaracao do titular; a linha NEN conta a entrega
      *> sem somar dependente.
       RECORD-DECLARATION.
           MOVE 0 TO WS-DECL-MATCH
           PERFORM VARYING WS-DECL-INDEX FROM 1 BY 1
                   UNTIL WS-DECL-INDEX > WS-DECL-QTDE
               IF WS-DECL-EMP-ID(WS-DECL-INDEX) = DIN-EMP-ID
                   MOVE WS-DECL-INDEX TO WS-DECL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DECL-MATCH = 0
               IF WS-DECL-QTDE NOT < 3000
                   DISPLAY "Aviso: mais de 3000 titulares - declaracao "
                           "de " DIN-EMP-ID " fora do arquivo"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DECL-QTDE
               MOVE WS-DECL-QTDE TO WS-DECL-MATCH
               MOVE DIN-EMP-ID TO WS-DECL-EMP-ID(WS-DECL-MATCH)
               MOVE 0 TO WS-DECL-COUNT(WS-DECL-MATCH)
           END-IF
           IF DIN-RELATIONSHIP NOT = "NEN" AND
              WS-DECL-COUNT(WS-DECL-MATCH) < 99
               ADD 1 TO WS-DECL-COUNT(WS-DECL-MATCH)
           END-IF.

       WRITE-DECLARATIONS.
           OPEN OUTPUT DECLARATIONS-FILE
           IF WS-DECL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "dependent_declarations.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DECL-INDEX FROM 1 BY 1
                   UNTIL WS-DECL-INDEX > WS-DECL-QTDE
               MOVE SPACES TO DEPENDENT-DECLARATION-RECORD
               MOVE WS-DECL-EMP-ID(WS-DECL-INDEX) TO DDC-EMP-ID
               MOVE WS-DECL-COUNT(WS-DECL-INDEX)  TO DDC-DEP-COUNT
               WRITE DEPENDENT-DECLARATION-RECORD
           END-PERFORM
           CLOSE DECLARATIONS-FILE.

       VALIDATE-DEPENDENT.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *> Declaracao de nenhum dependente: so o titular importa.
           IF DIN-RELATIONSHIP = "NEN"
               EXIT PARAGRAPH
           END-IF

           IF DIN-NAME = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Nome do dependente em branco" TO WS-MOTIVO

           IF NOT DIN-FILHO AND NOT DIN-CONJUGE AND NOT DIN-OUTROS
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Parentesco invalido (use FIL/CON/OUT/NEN)"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
               DISPLAY "Rejeitados gravados em: dependent_rejects.dat"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Mestre gravado: dependents.dat"
           IF WS-RECORDS-LATE > 0
               DISPLAY "Dependentes recebidos depois do corte "
                       "(competencia seguinte): " WS-RECORDS-LATE
           END-IF
           DISPLAY "Declaracoes entregues: " WS-DECL-QTDE
                   " (dependent_declarations.dat)".

       WRITE-JOB-LOG-ENTRY.
           MOVE "DEPENDENT-LOAD" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ     TO JRL-RECORDS-PROCESSED
           MOVE WS-RECORDS-REJECTED TO JRL-RECORDS-REJECTED
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY DATEVAL-RTN.
       COPY BUSDATE-RTN.
       COPY PAYCAL-RTN.

      *> gerencia existem entre a base e o topo da hierarquia - metrica
      *> recorrente pedida pelo RH que, sem este programa, teria que
      *> ser montada a mao a partir do arquivo bruto.
      *> Passou a ler o mestre indexado pela chave alternada de gestor
      *> (MST-MANAGER-ID) em vez de carregar enterprise.dat inteiro
      *> numa tabela e compara-la par a par: o span sai de uma unica
      *> passada em ordem de gestor, com quebra por gestor, e as
      *> camadas de uma descida a partir do topo (quem nao tem
      *> gestor), lendo so os subordinados diretos de cada um. Gestor
      *> que nao existe no mestre nao entra na contagem, como antes;
      *> hierarquia com mais de 50 niveis so pode ser laco de gestores
      *> e e avisada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               ALTERNATE RECORD KEY IS MST-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "reporting_structure.txt"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.
           05 WS-JRL-RETURN-STATUS     PIC X(4) VALUE "OK  ".
           05 WS-TOTAL-LAYERS     PIC 99   VALUE 0.
           05 WS-MAX-SPAN         PIC 999  VALUE 0.

      *> Um registro por gestor com subordinados, montado na passada
      *> em ordem de MST-MANAGER-ID; MGR-FOUND fica "N" para gestor
      *> que nao existe no mestre (nao sai no relatorio).
       01 WS-ORG-CONTROLS.
           05 WS-MGR-QTDE         PIC 9(4) VALUE 0.
           05 WS-CUR-MANAGER      PIC X(6).
           05 WS-CUR-SPAN         PIC 999  VALUE 0.

       01 WS-MANAGER-TABLE.
           05 MGR-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MGR-QTDE.
               10 MGR-ID           PIC X(6).
               10 MGR-NOME         PIC X(30).
               10 MGR-DIRECT-RPTS  PIC 999.
               10 MGR-FOUND        PIC X.

      *> Pilha da descida pelas camadas: a posicao 1 e o topo
      *> virtual (gestor em branco); cada posicao guarda o gestor e
      *> quantos subordinados diretos dele ja foram visitados.
       01 WS-LAYER-STACK.
           05 WS-STK-DEPTH        PIC 99   VALUE 0.
           05 WS-STK-ENTRY OCCURS 51 TIMES.
               10 WS-STK-ID        PIC X(6).
               10 WS-STK-SEEN      PIC 999.

       01 WS-ORG-INDEXES.
           05 WS-ORG-IDX-1        PIC 9(4).
           05 WS-SKIP-COUNT       PIC 999.
           05 WS-CHILD-FOUND      PIC X.
           05 WS-CHILD-ID         PIC X(6).
           05 WS-LOOP-WARNED      PIC X VALUE "N".

       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
       01 WS-ELAPSED-SECONDS       PIC S9(5).
       01 WS-THROUGHPUT            PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM BUILD-SPAN-OF-CONTROL
           PERFORM LOOKUP-MANAGER-NAMES
           PERFORM BUILD-MANAGEMENT-LAYERS
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM WRITE-STRUCTURE-REPORT
           PERFORM CLEANUP
           GOBACK.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "ERRO" TO WS-JRL-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-JOB-LOG-ENTRY
               GOBACK
           END-IF.

      *> Uma passada pelo mestre inteiro em ordem de gestor: cada
      *> registro conta no total de funcionarios e, na quebra de
      *> MST-MANAGER-ID, o grupo que terminou vira uma linha da tabela
      *> de gestores. O grupo sem gestor (o topo) nao conta como span.
       BUILD-SPAN-OF-CONTROL.
           MOVE LOW-VALUES TO MST-MANAGER-ID
           MOVE LOW-VALUES TO WS-CUR-MANAGER
           MOVE 0 TO WS-CUR-SPAN
           SET NOT-END-OF-FILE TO TRUE
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-MANAGER-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-EMPLOYEES
                       IF MST-MANAGER-ID NOT = WS-CUR-MANAGER
                           PERFORM CLOSE-MANAGER-GROUP
                           MOVE MST-MANAGER-ID TO WS-CUR-MANAGER
                           MOVE 0 TO WS-CUR-SPAN
                       END-IF
                       ADD 1 TO WS-CUR-SPAN
               END-READ
           END-PERFORM
           PERFORM CLOSE-MANAGER-GROUP.

       CLOSE-MANAGER-GROUP.
           IF WS-CUR-SPAN = 0 OR WS-CUR-MANAGER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MGR-QTDE >= 5000
               DISPLAY "Aviso: mais de 5000 gestores - gestor "
                       WS-CUR-MANAGER " fora do relatorio"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MGR-QTDE
           MOVE WS-CUR-MANAGER TO MGR-ID(WS-MGR-QTDE)
           MOVE SPACES         TO MGR-NOME(WS-MGR-QTDE)
           MOVE WS-CUR-SPAN    TO MGR-DIRECT-RPTS(WS-MGR-QTDE)
           MOVE "N"            TO MGR-FOUND(WS-MGR-QTDE).

      *> Leitura direta de cada gestor pela matricula, para o nome;
      *> so gestor existente conta no total e no maior span.
       LOOKUP-MANAGER-NAMES.
           PERFORM VARYING WS-ORG-IDX-1 FROM 1 BY 1
                   UNTIL WS-ORG-IDX-1 > WS-MGR-QTDE
               MOVE MGR-ID(WS-ORG-IDX-1) TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO MGR-FOUND(WS-ORG-IDX-1)
                       MOVE MST-EMP-NAME TO MGR-NOME(WS-ORG-IDX-1)
                       ADD 1 TO WS-TOTAL-MANAGERS
                       IF MGR-DIRECT-RPTS(WS-ORG-IDX-1) > WS-MAX-SPAN
                           MOVE MGR-DIRECT-RPTS(WS-ORG-IDX-1)
                               TO WS-MAX-SPAN
                       END-IF
               END-READ
           END-PERFORM.

      *> Camada 1 e quem nao tem gestor (topo da hierarquia); cada
      *> funcionario seguinte fica uma camada abaixo do seu gestor.
      *> Descida em profundidade a partir do topo virtual: para o
      *> gestor no alto da pilha, posiciona na chave de gestor e pula
      *> os subordinados ja visitados; achando o proximo, ele sobe na
      *> pilha (uma camada abaixo), senao o gestor sai da pilha. Quem
      *> esta num laco de gestores nunca e alcancado a partir do topo
      *> e fica fora das camadas, como no calculo anterior.
       BUILD-MANAGEMENT-LAYERS.
           MOVE 0 TO WS-TOTAL-LAYERS
           MOVE 1 TO WS-STK-DEPTH
           MOVE SPACES TO WS-STK-ID(1)
           MOVE 0 TO WS-STK-SEEN(1)
           PERFORM UNTIL WS-STK-DEPTH = 0
               PERFORM FIND-NEXT-CHILD
               IF WS-CHILD-FOUND = "S"
                   ADD 1 TO WS-STK-SEEN(WS-STK-DEPTH)
                   PERFORM PUSH-CHILD
               ELSE
                   SUBTRACT 1 FROM WS-STK-DEPTH
               END-IF
           END-PERFORM.

       FIND-NEXT-CHILD.
           MOVE "N" TO WS-CHILD-FOUND
           MOVE WS-STK-ID(WS-STK-DEPTH) TO MST-MANAGER-ID
           START EMPLOYEE-MASTER-FILE KEY IS = MST-MANAGER-ID
               INVALID KEY EXIT PARAGRAPH
           END-START
           MOVE 0 TO WS-SKIP-COUNT
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE OR WS-CHILD-FOUND = "S"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MST-MANAGER-ID NOT = WS-STK-ID(WS-STK-DEPTH)
                           SET END-OF-FILE TO TRUE
                       ELSE
                           IF WS-SKIP-COUNT < WS-STK-SEEN(WS-STK-DEPTH)
                               ADD 1 TO WS-SKIP-COUNT
                           ELSE
                               MOVE "S" TO WS-CHILD-FOUND
                               MOVE MST-EMP-ID TO WS-CHILD-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           SET NOT-END-OF-FILE TO TRUE.

      *> A pilha tem o topo virtual e mais 50 camadas; alem disso so
      *> pode ser laco de gestores (A gere B, B gere A abaixo de
      *> alguem do topo) e o ramo nao e descido.
       PUSH-CHILD.
           IF WS-STK-DEPTH >= 51
               IF WS-LOOP-WARNED = "N"
                   DISPLAY "Aviso: hierarquia com mais de 50 camadas "
                           "abaixo de " WS-STK-ID(WS-STK-DEPTH)
                           " - provavel laco de gestores"
                   MOVE "S" TO WS-LOOP-WARNED
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STK-DEPTH
           MOVE WS-CHILD-ID TO WS-STK-ID(WS-STK-DEPTH)
           MOVE 0 TO WS-STK-SEEN(WS-STK-DEPTH)
           IF WS-STK-DEPTH - 1 > WS-TOTAL-LAYERS
               COMPUTE WS-TOTAL-LAYERS = WS-STK-DEPTH - 1
           END-IF.

       WRITE-STRUCTURE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ORG-IDX-1 FROM 1 BY 1
                   UNTIL WS-ORG-IDX-1 > WS-MGR-QTDE
               IF MGR-FOUND(WS-ORG-IDX-1) = "S"
                   MOVE MGR-DIRECT-RPTS(WS-ORG-IDX-1) TO FORMATTED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING MGR-ID(WS-ORG-IDX-1) " " MGR-NOME(WS-ORG-IDX-1)
                          " - " FORMATTED-COUNT " subordinado(s) direto(s)"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

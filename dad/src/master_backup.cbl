      *> Hash total: soma de MST-EMP-SALARY no mestre, soma do bruto
      *> (imagem PAYDTL) no historico - o mesmo criterio de hash de
      *> FILECTL.cpy.
      *> A linha de geracao acompanha o registro indexado do
      *> historico (chave + imagem PAYDTL de 400 bytes); geracoes
      *> gravadas antes do alargamento restauram normalmente - a
      *> sobra da linha chega em branco.
      *> O mestre restaurado volta com as chaves alternadas por
      *> departamento, gerente e nome: a chave de nome e recalculada
      *> do nome (NAMEKEY-RTN) em cada registro, de modo que geracoes
      *> antigas, sem a chave na linha, restauram do mesmo jeito.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT HISTORY-IX-FILE ASSIGN TO "../data/payroll_history_ix.dat"
       COPY PAYHISTX.

       FD GENERATION-FILE.
       01 GENERATION-RECORD       PIC X(415).

      *> Registro das geracoes gravadas: alvo, data, contagem e hash
      *> total - e contra esta linha que a restauracao e provada.
       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       COPY NAMEKEY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COPIA/RESTAURACAO DOS MESTRES INDEXADOS ==="
               READ GENERATION-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GENERATION-RECORD(1:121)
                           TO EMPLOYEE-MASTER-RECORD
                       MOVE MST-EMP-NAME TO NMK-NAME-IN
                       PERFORM NMK-NORMALIZE
                       MOVE NMK-NAME-OUT TO MST-NAME-KEY
                       WRITE EMPLOYEE-MASTER-RECORD
                       IF WS-MASTER-FILE-STATUS = "00"
                           ADD 1 TO WS-RECORD-COUNT
               READ GENERATION-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GENERATION-RECORD(1:415)
                           TO PAYROLL-HISTORY-IX-RECORD
                       WRITE PAYROLL-HISTORY-IX-RECORD
                       IF WS-HISTIX-FILE-STATUS = "00"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY NAMEKEY-RTN.

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT POSITION-MASTER-FILE
               ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-MASTER-STATUS.
           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
                     ==EMP-NOME==    BY ==RECORD-NOME==
                     ==EMP-IDADE==   BY ==RECORD-IDADE==
                     ==EMP-SALARIO== BY ==RECORD-SALARIO==
                     ==EMP-DEPT==    BY ==RECORD-DEPT==
                     ==EMP-CARGO==   BY ==RECORD-CARGO==
                     ==EMP-SEXO==    BY ==RECORD-SEXO==.

      *> Ao final do registro de rejeito (mesmo criterio de sempre -
      *> acrescentar sem deslocar) vao a imagem integral do registro
      *> "C" corrigido, "R" reenviado, "A" abandonado. E o que o
      *> REJECT-REPAIR usa para corrigir, reenviar e nao deixar
      *> rejeito cair no esquecimento.
      *> REJECT-POSITION-CODE (mesmo criterio) leva o cargo do
      *> registro original: REJECT-ORIGINAL guarda so os 51 bytes do
      *> layout classico anterior ao cargo, e o REJECT-REPAIR remonta
      *> o registro inteiro com este campo.
      *> REJECT-SEXO (mesmo criterio) leva o sexo do registro
      *> original, que tambem fica fora de REJECT-ORIGINAL.
       FD REJECTS-FILE.
       01 REJECT-RECORD.
           05 REJECT-ID          PIC X(3).
               88 REJECT-IS-RESUBMITTED  VALUE "R".
               88 REJECT-IS-ABANDONED    VALUE "A".
           05 REJECT-BRANCH      PIC X(3).
           05 REJECT-POSITION-CODE PIC X(5).
           05 REJECT-SEXO        PIC X.


      *> Lista de arquivos de entrada por filial: codigo da filial e
       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

           05 WS-REJECTS-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-POSITION-MASTER-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-DEPT-TABLE.
       01 WS-DEPT-INDEX           PIC 99.
       01 WS-DEPT-MATCH           PIC 99 VALUE 0.

      *> Cargos ativos do mestre de cargos: cargo preenchido no
      *> registro e fora desta lista e rejeitado; cargo em branco
      *> (arquivos anteriores ao cadastro de cargos) continua aceito.
       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE     PIC X(5).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-MATCH            PIC 99.

       01 WS-INPUT-FILENAME       PIC X(30).

      *> Filiais a processar nesta rodada, com as contagens de cada
       01 WS-CARRY-TABLE.
           05 WS-CARRY-QTDE       PIC 999 VALUE 0.
           05 WS-CARRY-ENTRADAS OCCURS 200 TIMES.
               10 WS-CARRY-REG    PIC X(131).
       01 WS-CARRY-INDEX          PIC 999.

       01 WS-LIMITES-VALIDACAO.
                       "anterior: " WS-CARRY-QTDE
           END-IF
           PERFORM LOAD-VALIDATION-PARMS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-POSITION-MASTER.

       LOAD-CARRIED-REJECTS.
           OPEN INPUT REJECTS-FILE
                       "validacao de departamento desativada"
           END-IF.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-MASTER-STATUS = "00"
               PERFORM UNTIL WS-POSITION-MASTER-STATUS NOT = "00"
                   READ POSITION-MASTER-FILE
                       AT END CONTINUE
                       NOT AT END
                         IF POS-IS-ACTIVE AND WS-POS-QTDE < 50
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE TO WS-POS-CODE(WS-POS-QTDE)
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
               DISPLAY "Cargos cadastrados: " WS-POS-QTDE
           ELSE
               DISPLAY "Aviso: position_master.dat nao encontrado, "
                       "validacao de cargo desativada"
           END-IF.

       LOAD-VALIDATION-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               IF WS-DEPT-QTDE > 0
                   PERFORM CHECK-DEPT-AGAINST-MASTER
               END-IF
           END-IF

           IF RECORD-CARGO NOT = SPACES AND WS-POS-QTDE > 0
               PERFORM CHECK-POSITION-AGAINST-MASTER
           END-IF

      *> Sexo: M ou F; em branco (arquivos anteriores ao campo)
      *> continua aceito, e o funcionario fica fora do relatorio de
      *> transparencia salarial ate ser cadastrado.
           IF RECORD-SEXO NOT = SPACE AND RECORD-SEXO NOT = "M" AND
              RECORD-SEXO NOT = "F"
               MOVE "N" TO VALID-FLAG
               IF WS-MOTIVO = SPACES
                   STRING "Sexo invalido (" RECORD-SEXO ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

      *> Localiza o departamento do registro atual no mestre (mesma
               END-IF
           END-IF.

       CHECK-POSITION-AGAINST-MASTER.
           MOVE 0 TO WS-POS-MATCH
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = RECORD-CARGO
                   MOVE WS-POS-INDEX TO WS-POS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-POS-MATCH = 0
               MOVE "N" TO VALID-FLAG
               IF WS-MOTIVO = SPACES
                   STRING "Cargo nao cadastrado no mestre ("
                          RECORD-CARGO ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF.

       WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE RECORD-ID    TO REJECT-ID
           MOVE INPUT-RECORD TO REJECT-ORIGINAL
           MOVE "N"          TO REJECT-STATUS
           MOVE WS-BRANCH-ATUAL TO REJECT-BRANCH
           MOVE RECORD-CARGO TO REJECT-POSITION-CODE
           MOVE RECORD-SEXO  TO REJECT-SEXO
           WRITE REJECT-RECORD.

       DISPLAY-SUMMARY.
